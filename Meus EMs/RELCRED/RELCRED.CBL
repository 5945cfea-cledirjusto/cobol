       IDENTIFICATION DIVISION.
          PROGRAM-ID.      RELCRED.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. RELATORIO DOS CREDITOS DE SOCIOS EM PODER DO CLUBE,
      *PARA A TESOURARIA DEMONSTRAR O PASSIVO. LE O ARQCRED.DAT
      *(SOBRAS DE RECIBO E PAGAMENTOS ADIANTADOS GUARDADOS PELO
      *BAIXAREC E CONSUMIDOS PELO FECHAMES) E LISTA EM RELCRED CADA
      *SOCIO COM SALDO, COM O NOME DO CADSOC1, A DATA EM QUE O SALDO
      *SE FORMOU, O ULTIMO MOVIMENTO, A ULTIMA COMPETENCIA QUITADA COM
      *O CREDITO E O SALDO, FECHANDO COM O TOTAL DO PASSIVO. SOCIOS
      *COM SALDO ZERADO NAO SAEM NO RELATORIO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL ARQCRED ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS SOCIO-CRD
          FILE STATUS IS FS-CRD.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES.
          SELECT RELCRED ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  ARQCRED
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQCRED.DAT".
          COPY REGCRED.

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       FD  RELCRED
          LABEL RECORD IS OMITTED.
          01  REGCRED     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-CRD             PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  ACHOU-SOCIO        PIC X(03) VALUE "NAO".
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CRED      PIC 9(06) VALUE ZEROES.
       77  TOTAL-CREDITO      PIC 9(12)V9(02) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "CREDITOS DE SOCIOS".
          02 FILLER    PIC X(12) VALUE " EM PODER   ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "SOCIO".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(25)  VALUE "NOME".
          02 FILLER    PIC X(11)  VALUE "FORMADO EM".
          02 FILLER    PIC X(11)  VALUE "ULT. MOVTO".
          02 FILLER    PIC X(08)  VALUE "ULT.CMP".
          02 FILLER    PIC X(08)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "SALDO".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 DETALHE.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 SOC-DET   PIC 9(06).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 NOME-DET  PIC X(24).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DIAI-DET  PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 MESI-DET  PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 ANOI-DET  PIC 9(04).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DIAM-DET  PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 MESM-DET  PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 ANOM-DET  PIC 9(04).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 MESC-DET  PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 ANOC-DET  PIC 9(04).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 SALDO-DET PIC ZZZ.ZZZ.ZZ9,99.

       01 LIN-TOTAL.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(26) VALUE "SOCIOS COM CREDITO.......:".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 QTD-TOT   PIC ZZZZ9.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(15) VALUE "TOTAL PASSIVO: ".
          02 SALDO-TOT PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-LOG.
          02 LOG-PROGRAMA              PIC X(08).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-DATA.
             03 LOG-ANO                PIC 9(04).
             03 FILLER                 PIC X(01) VALUE "-".
             03 LOG-MES                PIC 9(02).
             03 FILLER                 PIC X(01) VALUE "-".
             03 LOG-DIA                PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-HORA.
             03 LOG-HH                 PIC 9(02).
             03 FILLER                 PIC X(01) VALUE ":".
             03 LOG-MI                 PIC 9(02).
             03 FILLER                 PIC X(01) VALUE ":".
             03 LOG-SS                 PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 FILLER                    PIC X(05) VALUE "LIDOS".
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-LIDOS                 PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-ARQ1-NOME             PIC X(08).
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ1-QTD              PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-ARQ2-NOME             PIC X(08).
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ2-QTD              PIC 9(06).

       PROCEDURE DIVISION.

       PGM-RELCRED.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM FIM.
          STOP RUN.

       INICIO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN INPUT ARQCRED.
          IF FS-CRD NOT EQUAL "00"
              DISPLAY "ARQCRED AUSENTE - RODE O BAIXAREC ANTES."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN INPUT  CADSOC1
               OUTPUT RELCRED.
          PERFORM LEITURA.

       LEITURA.
          READ ARQCRED NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
          IF SALDO-CRD GREATER THAN ZEROES
              PERFORM IMPRIME-CREDITO.
          PERFORM LEITURA.

       IMPRIME-CREDITO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          PERFORM BUSCA-SOCIO.
          MOVE SOCIO-CRD TO SOC-DET.
          IF ACHOU-SOCIO EQUAL "SIM"
              MOVE NOME-SOCIO1 TO NOME-DET
          ELSE
              MOVE "*** FORA DO CADSOC1 ***" TO NOME-DET.
          MOVE DATA-INC-CRD(7:2) TO DIAI-DET.
          MOVE DATA-INC-CRD(5:2) TO MESI-DET.
          MOVE DATA-INC-CRD(1:4) TO ANOI-DET.
          MOVE DATA-MOV-CRD(7:2) TO DIAM-DET.
          MOVE DATA-MOV-CRD(5:2) TO MESM-DET.
          MOVE DATA-MOV-CRD(1:4) TO ANOM-DET.
          MOVE COMPET-USO-CRD(5:2) TO MESC-DET.
          MOVE COMPET-USO-CRD(1:4) TO ANOC-DET.
          MOVE SALDO-CRD TO SALDO-DET.
          WRITE REGCRED FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          ADD 1 TO CONTADOR-CRED.
          ADD SALDO-CRD TO TOTAL-CREDITO.

       BUSCA-SOCIO.
          MOVE "SIM" TO ACHOU-SOCIO.
          MOVE SOCIO-CRD TO NUMERO-SOCIO1.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "NAO" TO ACHOU-SOCIO.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGCRED.
          WRITE REGCRED AFTER ADVANCING PAGE.
          WRITE REGCRED FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGCRED FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGCRED FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       FIM.
          IF CT-PAG EQUAL ZEROES
              PERFORM CABECALHO.
          MOVE CONTADOR-CRED TO QTD-TOT.
          MOVE TOTAL-CREDITO TO SALDO-TOT.
          WRITE REGCRED FROM CAB-03 AFTER ADVANCING 1 LINE.
          WRITE REGCRED FROM LIN-TOTAL AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-LOG.
          DISPLAY "CREDITOS DE SOCIOS EM PODER DO CLUBE:".
          DISPLAY "REGISTROS LIDOS......: " CONTADOR-LIDOS.
          DISPLAY "SOCIOS COM CREDITO...: " CONTADOR-CRED.
          DISPLAY "TOTAL DO PASSIVO.....: " SALDO-TOT.
          CLOSE ARQCRED
                CADSOC1
                RELCRED.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "RELCRED"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "RELCRED"              TO LOG-ARQ1-NOME.
          MOVE CONTADOR-CRED          TO LOG-ARQ1-QTD.
          MOVE SPACES                 TO LOG-ARQ2-NOME.
          MOVE ZEROES                 TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
