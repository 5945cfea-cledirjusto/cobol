       IDENTIFICATION DIVISION.
          PROGRAM-ID.      DUPCPF.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. RELATORIO DE CPF DUPLICADO. JUNTA POR SORT OS CPF
      *INFORMADOS NO CADASTRO DE SOCIOS (CADSOC1) E NO CADENT DA
      *FOLHA (EM01\EX06) E IMPRIME EM RELDUPC CADA CPF QUE APARECE
      *EM DOIS OU MAIS NUMEROS DE SOCIO, OU EM UM SOCIO E UM
      *FUNCIONARIO, COM A ORIGEM, A CHAVE E O NOME DE CADA
      *OCORRENCIA. CPF ZERADO (NAO INFORMADO) NAO ENTRA. O CPF QUE
      *SO SE REPETE ENTRE MATRICULAS DE FUNCIONARIO (READMISSAO)
      *NAO E LISTADO. O SOCIO QUE TAMBEM E FUNCIONARIO PODE SER
      *LEGITIMO (DESCONTO EM FOLHA) - O RELATORIO MOSTRA, QUEM
      *CONFERE E O BALCAO. TERMINA COM CODIGO 4 QUANDO HA GRUPO
      *LISTADO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES
          FILE STATUS IS FS-SOC.
          SELECT OPTIONAL CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTWK ASSIGN TO DISK.
          SELECT RELDUPC ASSIGN TO DISK.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       FD  CADENT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADENT.DAT".
          01 REG-ENT.
          02 MATRICULA-ENT             PIC 9(05).
          02 NOME-ENT                  PIC X(30).
          02 SALARIOB-ENT              PIC 9(05)V99.
          02 DEPENDENTES-ENT           PIC 9(02).
          02 DATA-ADMISSAO-ENT         PIC 9(08).
          02 DATA-DESLIG-ENT           PIC 9(08).
          02 SITUACAO-ENT              PIC X(01).
          02 UNIDADE-ENT               PIC 9(02).
          02 CARGO-ENT                 PIC 9(03).
          02 CPF-ENT                   PIC X(11).

       SD  SORTWK.
          01 REG-SORT.
          02 CPF-SRT                   PIC 9(11).
          02 ORIGEM-SRT                PIC X(01).
          02 CHAVE-SRT                 PIC 9(06).
          02 NOME-SRT                  PIC X(30).

       FD  RELDUPC
          LABEL RECORD IS OMITTED.
          01  REGDUPC     PIC X(80).

       WORKING-STORAGE SECTION.
       77  FS-SOC             PIC X(02) VALUE "00".
       77  FIM-SOC            PIC X(03) VALUE "NAO".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  FIM-ORD            PIC X(03) VALUE "NAO".
       77  CPF-GRUPO          PIC 9(11) VALUE ZEROES.
       77  QTD-GRUPO          PIC 9(02) VALUE ZEROES.
       77  QTD-SOC-GRUPO      PIC 9(02) VALUE ZEROES.
       77  IX-GRP             PIC 9(02) VALUE ZEROES.
       77  CONTADOR-SOCIOS    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-FUNC      PIC 9(06) VALUE ZEROES.
       77  CONTADOR-GRUPOS    PIC 9(06) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).

       01 TAB-GRUPO.
          02 GRP-OCORRENCIA OCCURS 20 TIMES.
             03 GRP-ORIGEM             PIC X(01).
             03 GRP-CHAVE              PIC 9(06).
             03 GRP-NOME               PIC X(30).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "CPF DUPLICADO NOS ".
          02 FILLER    PIC X(12) VALUE "CADASTROS   ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(03)  VALUE "CPF".
          02 FILLER    PIC X(11)  VALUE SPACES.
          02 FILLER    PIC X(11)  VALUE "ORIGEM     ".
          02 FILLER    PIC X(06)  VALUE "CHAVE ".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(04)  VALUE "NOME".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "CPF DUPLICADOS...........:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-GRP   PIC 9(05).

       01 DETALHE.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 DET-CPF   PIC 999.999.999/99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-ORIG  PIC X(11).
          02 DET-CHAVE PIC 9(06).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-NOME  PIC X(30).

       PROCEDURE DIVISION.

       PGM-DUPCPF.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          SORT SORTWK ON ASCENDING KEY CPF-SRT ORIGEM-SRT CHAVE-SRT
              INPUT PROCEDURE IS COLETA-CPF
              OUTPUT PROCEDURE IS IMPRIME-DUPLICADOS.
          DISPLAY "RELATORIO DE CPF DUPLICADO GRAVADO EM RELDUPC.".
          DISPLAY "SOCIOS COM CPF.......: " CONTADOR-SOCIOS.
          DISPLAY "FUNCIONARIOS COM CPF.: " CONTADOR-FUNC.
          DISPLAY "CPF DUPLICADOS.......: " CONTADOR-GRUPOS.
          IF CONTADOR-GRUPOS GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE.
          STOP RUN.

       COLETA-CPF.
          PERFORM COLETA-SOCIOS.
          PERFORM COLETA-FUNCIONARIOS.

       COLETA-SOCIOS.
          OPEN INPUT CADSOC1.
          IF FS-SOC NOT EQUAL "00"
              DISPLAY "CADSOC1 NAO ABRIU - STATUS " FS-SOC
                  " - SOCIOS FORA DO RELATORIO."
          ELSE
              PERFORM LE-SOCIO
              PERFORM SELECIONA-SOCIO UNTIL FIM-SOC EQUAL "SIM"
              CLOSE CADSOC1.

       LE-SOCIO.
          READ CADSOC1 NEXT RECORD AT END MOVE "SIM" TO FIM-SOC.

       SELECIONA-SOCIO.
          IF CPF-SOCIO1 NUMERIC AND CPF-SOCIO1 GREATER THAN ZEROES
              ADD 1 TO CONTADOR-SOCIOS
              MOVE CPF-SOCIO1 TO CPF-SRT
              MOVE "S" TO ORIGEM-SRT
              MOVE NUMERO-SOCIO1 TO CHAVE-SRT
              MOVE NOME-SOCIO1 TO NOME-SRT
              RELEASE REG-SORT.
          PERFORM LE-SOCIO.

       COLETA-FUNCIONARIOS.
          OPEN INPUT CADENT.
          PERFORM LE-FUNCIONARIO.
          PERFORM SELECIONA-FUNCIONARIO UNTIL FIM-ENT EQUAL "SIM".
          CLOSE CADENT.

       LE-FUNCIONARIO.
          READ CADENT AT END MOVE "SIM" TO FIM-ENT.

       SELECIONA-FUNCIONARIO.
          IF CPF-ENT NUMERIC AND CPF-ENT NOT EQUAL ZEROES
              ADD 1 TO CONTADOR-FUNC
              MOVE CPF-ENT TO CPF-SRT
              MOVE "F" TO ORIGEM-SRT
              MOVE MATRICULA-ENT TO CHAVE-SRT
              MOVE NOME-ENT TO NOME-SRT
              RELEASE REG-SORT.
          PERFORM LE-FUNCIONARIO.

       IMPRIME-DUPLICADOS.
          OPEN OUTPUT RELDUPC.
          PERFORM CABECALHO.
          MOVE ZEROES TO QTD-GRUPO QTD-SOC-GRUPO.
          PERFORM RETORNA-CPF UNTIL FIM-ORD EQUAL "SIM".
          PERFORM FECHA-GRUPO.
          MOVE CONTADOR-GRUPOS TO TOT-GRP.
          WRITE REGDUPC FROM CAB-04 AFTER ADVANCING 2 LINES.
          CLOSE RELDUPC.

       RETORNA-CPF.
          RETURN SORTWK AT END MOVE "SIM" TO FIM-ORD.
          IF FIM-ORD NOT EQUAL "SIM"
              PERFORM GUARDA-OCORRENCIA.

       GUARDA-OCORRENCIA.
          IF QTD-GRUPO GREATER THAN ZEROES
             AND CPF-SRT NOT EQUAL CPF-GRUPO
              PERFORM FECHA-GRUPO.
          MOVE CPF-SRT TO CPF-GRUPO.
          IF QTD-GRUPO NOT LESS 20
              DISPLAY "TABELA DO GRUPO LOTADA - CPF " CPF-SRT
          ELSE
              ADD 1 TO QTD-GRUPO
              MOVE ORIGEM-SRT TO GRP-ORIGEM (QTD-GRUPO)
              MOVE CHAVE-SRT TO GRP-CHAVE (QTD-GRUPO)
              MOVE NOME-SRT TO GRP-NOME (QTD-GRUPO)
              IF ORIGEM-SRT EQUAL "S"
                  ADD 1 TO QTD-SOC-GRUPO.

       FECHA-GRUPO.
          IF QTD-GRUPO GREATER THAN 1
             AND QTD-SOC-GRUPO GREATER THAN ZEROES
              ADD 1 TO CONTADOR-GRUPOS
              PERFORM IMPRIME-OCORRENCIA
                  VARYING IX-GRP FROM 1 BY 1
                  UNTIL IX-GRP GREATER THAN QTD-GRUPO
              MOVE SPACES TO REGDUPC
              WRITE REGDUPC AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN.
          MOVE ZEROES TO QTD-GRUPO QTD-SOC-GRUPO.

       IMPRIME-OCORRENCIA.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE CPF-GRUPO TO DET-CPF.
          IF GRP-ORIGEM (IX-GRP) EQUAL "S"
              MOVE "SOCIO" TO DET-ORIG
          ELSE
              MOVE "FUNCIONARIO" TO DET-ORIG.
          MOVE GRP-CHAVE (IX-GRP) TO DET-CHAVE.
          MOVE GRP-NOME (IX-GRP) TO DET-NOME.
          WRITE REGDUPC FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGDUPC.
          WRITE REGDUPC AFTER ADVANCING PAGE.
          WRITE REGDUPC FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGDUPC FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGDUPC FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.
