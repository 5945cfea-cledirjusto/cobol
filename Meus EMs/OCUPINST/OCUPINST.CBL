       IDENTIFICATION DIVISION.
          PROGRAM-ID.      OCUPINST.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. FOLHA DE OCUPACAO DAS INSTALACOES PARA A PORTARIA.
      *PARA CADA INSTALACAO DO CADINST IMPRIME EM OCUPINST, UMA
      *PAGINA POR INSTALACAO, TODOS OS PERIODOS DO DIA (DE
      *HORA-ABRE-INST ATE HORA-FECHA-INST EM PASSOS DE DURACAO-INST)
      *COM O SOCIO QUE RESERVOU E O ESPACO PARA O VISTO DA PORTARIA,
      *OU LIVRE. AS RESERVAS VEM DO ARQRES (RESERVA CANCELADA CONTA
      *COMO LIVRE). RODA NA ROTINA DA NOITE E POR PADRAO IMPRIME O
      *DIA SEGUINTE; A VARIAVEL DATA_OCUP (AAAAMMDD) ESCOLHE OUTRO
      *DIA PARA REIMPRESSAO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADINST ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQRES ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-RES
          ALTERNATE RECORD KEY IS SOCIO-RES WITH DUPLICATES
          FILE STATUS IS FS-RES.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES.
          SELECT OCUPINST ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADINST
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADINST.DAT".
          COPY REGINST.

       FD  ARQRES
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQRES.DAT".
          COPY REGRES.

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       FD  OCUPINST
          LABEL RECORD IS OMITTED.
          01  REGOCUP     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-RES             PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  RESERVA-EXISTE     PIC X(03) VALUE "NAO".
       77  ACHOU-SOCIO        PIC X(03) VALUE "NAO".
       77  ENTRADA-DATA       PIC X(08) VALUE SPACES.
       77  HORA-PERIODO       PIC 9(02) VALUE ZEROES.
       77  DIAS-NO-MES        PIC 9(02) VALUE ZEROES.
       77  QUOCIENTE-ANO      PIC 9(04) VALUE ZEROES.
       77  RESTO-ANO          PIC 9(03) VALUE ZEROES.
       77  CONTADOR-INST      PIC 9(06) VALUE ZEROES.
       77  CONTADOR-RESERV    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-LIVRES    PIC 9(06) VALUE ZEROES.
       77  RESERV-INST        PIC 9(03) VALUE ZEROES.
       77  LIVRES-INST        PIC 9(03) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 DATA-OCUPACAO.
          02 ANO-OCUP                  PIC 9(04).
          02 MES-OCUP                  PIC 9(02).
          02 DIA-OCUP                  PIC 9(02).

       01 TAB-DIAS-MES.
          02 FILLER    PIC X(24) VALUE "312831303130313130313031".
       01 TAB-DIAS-R REDEFINES TAB-DIAS-MES.
          02 DIAS-MES  PIC 9(02) OCCURS 12 TIMES.

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(24) VALUE "OCUPACAO DAS INSTALACOES".
          02 FILLER    PIC X(06) VALUE SPACES.
          COPY CABPAG.

       01 CAB-INST.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(12) VALUE "INSTALACAO: ".
          02 COD-CAB   PIC 9(03).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DESC-CAB  PIC X(25).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(05) VALUE "DIA: ".
          02 DIA-CAB   PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 MES-CAB   PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 ANO-CAB   PIC 9(04).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 SIT-CAB   PIC X(11).

       01 CAB-02.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(13)  VALUE "PERIODO".
          02 FILLER    PIC X(08)  VALUE "SOCIO".
          02 FILLER    PIC X(32)  VALUE "NOME".
          02 FILLER    PIC X(15)  VALUE "VISTO PORTARIA".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 DETALHE.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 HINI-DET  PIC 9(02).
          02 FILLER    PIC X(04) VALUE ":00-".
          02 HFIM-DET  PIC 9(02).
          02 FILLER    PIC X(03) VALUE ":00".
          02 FILLER    PIC X(02) VALUE SPACES.
          02 SOC-DET   PIC X(06).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 NOME-DET  PIC X(30).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 VISTO-DET PIC X(15).

       01 LIN-TOTAL-INST.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(20) VALUE "PERIODOS RESERVADOS:".
          02 RES-TOT   PIC ZZ9.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(16) VALUE "PERIODOS LIVRES:".
          02 LIV-TOT   PIC ZZ9.

       01 LIN-VAZIA.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(40)
                       VALUE "NENHUMA INSTALACAO CADASTRADA NO CADINST".

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

       PGM-OCUPINST.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM FIM.
          STOP RUN.

       INICIO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT ENTRADA-DATA FROM ENVIRONMENT "DATA_OCUP".
          IF ENTRADA-DATA NUMERIC AND ENTRADA-DATA NOT EQUAL ZEROES
              MOVE ENTRADA-DATA TO DATA-OCUPACAO
          ELSE
              MOVE DATA-SISTEMA TO DATA-OCUPACAO
              PERFORM DIA-SEGUINTE.
          OPEN INPUT CADINST
                     ARQRES
                     CADSOC1
               OUTPUT OCUPINST.
          PERFORM LEITURA.

      *----------------------------------------------------------------
      *    DIA SEGUINTE AO DO PROCESSAMENTO, COM FEVEREIRO DE 29 DIAS
      *    NO ANO BISSEXTO.
      *----------------------------------------------------------------
       DIA-SEGUINTE.
          MOVE DIAS-MES (MES-OCUP) TO DIAS-NO-MES.
          IF MES-OCUP EQUAL 02
              DIVIDE ANO-OCUP BY 4 GIVING QUOCIENTE-ANO
                  REMAINDER RESTO-ANO
              IF RESTO-ANO EQUAL ZEROES
                  MOVE 29 TO DIAS-NO-MES
                  DIVIDE ANO-OCUP BY 100 GIVING QUOCIENTE-ANO
                      REMAINDER RESTO-ANO
                  IF RESTO-ANO EQUAL ZEROES
                      MOVE 28 TO DIAS-NO-MES
                      DIVIDE ANO-OCUP BY 400 GIVING QUOCIENTE-ANO
                          REMAINDER RESTO-ANO
                      IF RESTO-ANO EQUAL ZEROES
                          MOVE 29 TO DIAS-NO-MES.
          IF DIA-OCUP LESS DIAS-NO-MES
              ADD 1 TO DIA-OCUP
          ELSE
              MOVE 01 TO DIA-OCUP
              IF MES-OCUP EQUAL 12
                  MOVE 01 TO MES-OCUP
                  ADD 1 TO ANO-OCUP
              ELSE
                  ADD 1 TO MES-OCUP.

       LEITURA.
          READ CADINST AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          ADD 1 TO CONTADOR-INST.
          MOVE ZEROES TO RESERV-INST.
          MOVE ZEROES TO LIVRES-INST.
          PERFORM CABECALHO.
          IF DURACAO-INST GREATER THAN ZEROES
              PERFORM IMPRIME-PERIODO
                  VARYING HORA-PERIODO FROM HORA-ABRE-INST
                  BY DURACAO-INST
                  UNTIL HORA-PERIODO + DURACAO-INST
                        GREATER THAN HORA-FECHA-INST.
          MOVE RESERV-INST TO RES-TOT.
          MOVE LIVRES-INST TO LIV-TOT.
          WRITE REGOCUP FROM CAB-03 AFTER ADVANCING 1 LINE.
          WRITE REGOCUP FROM LIN-TOTAL-INST AFTER ADVANCING 1 LINE.
          PERFORM LEITURA.

       IMPRIME-PERIODO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE HORA-PERIODO TO HINI-DET.
          COMPUTE HFIM-DET = HORA-PERIODO + DURACAO-INST.
          PERFORM LE-RESERVA.
          IF RESERVA-EXISTE EQUAL "SIM"
              PERFORM BUSCA-SOCIO
              MOVE SOCIO-RES TO SOC-DET
              IF ACHOU-SOCIO EQUAL "SIM"
                  MOVE NOME-SOCIO1 TO NOME-DET
              ELSE
                  MOVE "*** FORA DO CADSOC1 ***" TO NOME-DET
              END-IF
              MOVE "_______________" TO VISTO-DET
              ADD 1 TO RESERV-INST
              ADD 1 TO CONTADOR-RESERV
          ELSE
              MOVE SPACES TO SOC-DET
              MOVE "LIVRE" TO NOME-DET
              MOVE SPACES TO VISTO-DET
              ADD 1 TO LIVRES-INST
              ADD 1 TO CONTADOR-LIVRES.
          WRITE REGOCUP FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       LE-RESERVA.
          MOVE "SIM" TO RESERVA-EXISTE.
          MOVE CODIGO-INST TO INST-RES.
          MOVE DATA-OCUPACAO TO DATA-RES.
          MOVE HORA-PERIODO TO HORA-RES.
          READ ARQRES KEY IS CHAVE-RES
              INVALID KEY MOVE "NAO" TO RESERVA-EXISTE.
          IF RESERVA-EXISTE EQUAL "SIM" AND SITUACAO-RES NOT EQUAL "A"
              MOVE "NAO" TO RESERVA-EXISTE.

       BUSCA-SOCIO.
          MOVE "SIM" TO ACHOU-SOCIO.
          MOVE SOCIO-RES TO NUMERO-SOCIO1.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "NAO" TO ACHOU-SOCIO.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE CODIGO-INST TO COD-CAB.
          MOVE DESCRICAO-INST TO DESC-CAB.
          MOVE DIA-OCUP TO DIA-CAB.
          MOVE MES-OCUP TO MES-CAB.
          MOVE ANO-OCUP TO ANO-CAB.
          IF SITUACAO-INST EQUAL "I"
              MOVE "INTERDITADA" TO SIT-CAB
          ELSE
              MOVE SPACES TO SIT-CAB.
          MOVE SPACES TO REGOCUP.
          WRITE REGOCUP AFTER ADVANCING PAGE.
          WRITE REGOCUP FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGOCUP FROM CAB-INST AFTER ADVANCING 2 LINES.
          WRITE REGOCUP FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGOCUP FROM CAB-03 AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO CT-LIN.

       FIM.
          IF CONTADOR-INST EQUAL ZEROES
              ADD 1 TO CT-PAG
              MOVE CT-PAG TO VAR-PAG
              MOVE DATA-SISTEMA(7:2) TO CAB-DIA
              MOVE DATA-SISTEMA(5:2) TO CAB-MES
              MOVE DATA-SISTEMA(1:4) TO CAB-ANO
              WRITE REGOCUP FROM CAB-01 AFTER ADVANCING PAGE
              WRITE REGOCUP FROM LIN-VAZIA AFTER ADVANCING 2 LINES
              MOVE 4 TO RETURN-CODE.
          PERFORM GRAVA-LOG.
          DISPLAY "OCUPACAO DAS INSTALACOES - DIA " DATA-OCUPACAO ":".
          DISPLAY "INSTALACOES..........: " CONTADOR-INST.
          DISPLAY "PERIODOS RESERVADOS..: " CONTADOR-RESERV.
          DISPLAY "PERIODOS LIVRES......: " CONTADOR-LIVRES.
          CLOSE CADINST
                ARQRES
                CADSOC1
                OCUPINST.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "OCUPINST"             TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-INST          TO LOG-LIDOS.
          MOVE "RESERVAS"             TO LOG-ARQ1-NOME.
          MOVE CONTADOR-RESERV        TO LOG-ARQ1-QTD.
          MOVE "LIVRES"               TO LOG-ARQ2-NOME.
          MOVE CONTADOR-LIVRES        TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
