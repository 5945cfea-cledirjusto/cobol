       IDENTIFICATION DIVISION.
       PROGRAM-ID.	GRAVSEG.
       AUTHOR.          CLEDIR JUSTO.
       INSTALLATION.   	FATEC-SP.
       DATE-WRITTEN.   	15/10/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. GRAVA UMA LINHA NO JORNAL DE SEGURANCA JORNSEG.DAT:
      *DATA, HORA, EVENTO, OPERADOR DA CONTA E OPERADOR RESPONSAVEL
      *(QUEM FEZ A ACAO NO MANOPER; NO SIGNON, O PROPRIO OPERADOR).
      *EVENTOS DO SIGNON: ENTRADA, FALHA SENHA, ID INEXISTENTE,
      *RECUSA BLOQUEIO, BLOQUEIO, TROCA SENHA E CADOPER INDISP.
      *EVENTOS DO MANOPER: INCLUSAO, EXCLUSAO, DESBLOQUEIO E SENHA
      *PROVISORIA. A LINHA E SELADA PELA SELAJOR COMO OS DEMAIS
      *JORNAIS DE AUDITORIA E CONFERIDA PELO VERJORN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL JORNSEG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  JORNSEG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNSEG.DAT".
          01 REG-JSG.
          02 JSG-DATA                  PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JSG-HORA                  PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JSG-EVENTO                PIC X(16).
          02 FILLER                    PIC X(01).
          02 JSG-OPERADOR              PIC 9(04).
          02 FILLER                    PIC X(01).
          02 JSG-RESPONSAVEL           PIC 9(04).
          02 FILLER                    PIC X(01).
          02 JSG-SEQ                   PIC 9(09).
          02 FILLER                    PIC X(01).
          02 JSG-CHK                   PIC 9(09).

       WORKING-STORAGE SECTION.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  HORA-SISTEMA       PIC 9(08) VALUE ZEROES.

       COPY REGSEL.

       LINKAGE SECTION.
       01  LK-EVENTO       PIC X(16).
       01  LK-OPERADOR     PIC 9(04).
       01  LK-RESPONSAVEL  PIC 9(04).

       PROCEDURE DIVISION USING LK-EVENTO LK-OPERADOR LK-RESPONSAVEL.

       PGM-GRAVSEG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          OPEN EXTEND JORNSEG.
          MOVE SPACES TO REG-JSG.
          MOVE DATA-SISTEMA TO JSG-DATA.
          MOVE HORA-SISTEMA(1:6) TO JSG-HORA.
          MOVE LK-EVENTO TO JSG-EVENTO.
          MOVE LK-OPERADOR TO JSG-OPERADOR.
          MOVE LK-RESPONSAVEL TO JSG-RESPONSAVEL.
          PERFORM SELA-JORNAL.
          WRITE REG-JSG.
          CLOSE JORNSEG.
          GOBACK.

      *----------------------------------------------------------------
      *    SEQUENCIA E CONFERENCIA ENCADEADA DA LINHA (SELAJOR).
      *----------------------------------------------------------------
       SELA-JORNAL.
          MOVE "S" TO FUNCAO-SELO.
          MOVE "JORNSEG" TO JORNAL-SELO.
          MOVE REG-JSG(1:42) TO TEXTO-SELO.
          MOVE 42 TO TAMANHO-SELO.
          CALL "SELAJOR" USING FUNCAO-SELO JORNAL-SELO TEXTO-SELO
              TAMANHO-SELO SEQ-SELO CHK-SELO.
          MOVE SEQ-SELO TO JSG-SEQ.
          MOVE CHK-SELO TO JSG-CHK.
