       IDENTIFICATION DIVISION.
          PROGRAM-ID.      CONVTIT.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CARGA INICIAL DO RAZAO DE TITULOS ARQTIT.DAT A PARTIR
      *DO CONTADOR MESES-ATRASO1 DO CADSOC1. RODA UMA VEZ ANTES DO
      *PRIMEIRO FECHAMES/BAIXAREC COM O RAZAO: PARA CADA SOCIO
      *ATRASADO (CODIGO 02) OU NEGOCIADO (CODIGO 04) CONTA OS TITULOS
      *EM ABERTO OU NEGOCIADOS QUE JA EXISTEM E, SE FALTAREM TITULOS
      *PARA COBRIR MESES-ATRASO1, EMITE OS QUE FALTAM PARA AS
      *COMPETENCIAS ANTERIORES (A PARTIR DA ULTIMA COMPETENCIA FECHADA
      *EM CTRLCOMP.DAT, OU DO MES CORRENTE QUANDO NAO HA FECHAMENTO),
      *PELO VALOR-PAGAMENTO1 ATUAL, JA QUE O PRECO DA EPOCA NAO FOI
      *GUARDADO. O TITULO SAI COM ORIGEM C; SITUACAO A PARA O CODIGO
      *02 E N PARA O CODIGO 04. RODAR DUAS VEZES E INOFENSIVO: NA
      *SEGUNDA OS TITULOS JA COBREM OS MESES E NADA E EMITIDO - O
      *MESMO VALE PARA ACERTAR UM SOCIO CUJO CONTADOR FOI CORRIGIDO
      *A MAO PELO EX02.

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
          SELECT ARQTIT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-TIT
          FILE STATUS IS FS-TIT.
          SELECT OPTIONAL CTRLCOMP ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       FD  ARQTIT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQTIT.DAT".
          COPY REGTIT.

       FD  CTRLCOMP
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLCOMP.DAT".
          01 REG-CTRLCOMP.
          02 COMPETENCIA-CTL           PIC 9(06).
          02 DATA-EXEC-CTL             PIC 9(08).

       WORKING-STORAGE SECTION.
       77  FS-SOC             PIC X(02) VALUE "00".
       77  FS-TIT             PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-TIT            PIC X(03) VALUE "NAO".
       77  FIM-CTRL           PIC X(03) VALUE "NAO".
       77  GRAVOU-TITULO      PIC X(03) VALUE "NAO".
       77  COMPETENCIA-BASE   PIC 9(06) VALUE ZEROES.
       77  COMPET-MAIS-ANTIGA PIC 9(06) VALUE ZEROES.
       77  QTD-TIT-ABERTOS    PIC 9(03) VALUE ZEROES.
       77  QTD-FALTANTES      PIC 9(03) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-SOCIOS    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-TITULOS   PIC 9(06) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).

       01 COMPET-W.
          02 ANO-CMP                   PIC 9(04).
          02 MES-CMP                   PIC 9(02).

       PROCEDURE DIVISION.

       PGM-CONVTIT.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM DEFINE-BASE.
          OPEN INPUT CADSOC1.
          IF FS-SOC NOT EQUAL "00"
              DISPLAY "CADSOC1 NAO ABRIU - STATUS " FS-SOC
                  ". NADA FOI EMITIDO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN I-O ARQTIT.
          IF FS-TIT EQUAL "35"
              OPEN OUTPUT ARQTIT
              CLOSE ARQTIT
              OPEN I-O ARQTIT.
          PERFORM LEITURA.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADSOC1
                ARQTIT.
          PERFORM TERMINO.
          STOP RUN.

       DEFINE-BASE.
          MOVE DATA-SISTEMA(1:6) TO COMPETENCIA-BASE.
          OPEN INPUT CTRLCOMP.
          READ CTRLCOMP AT END MOVE "SIM" TO FIM-CTRL.
          IF FIM-CTRL NOT EQUAL "SIM"
             AND COMPETENCIA-CTL NUMERIC
             AND COMPETENCIA-CTL GREATER THAN ZEROES
              MOVE COMPETENCIA-CTL TO COMPETENCIA-BASE.
          CLOSE CTRLCOMP.
          DISPLAY "COMPETENCIA BASE DA CARGA: " COMPETENCIA-BASE.

       LEITURA.
          READ CADSOC1 NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CONTADOR-LIDOS.

       PRINCIPAL.
          IF (CODIGO-PAGAMENTO1 EQUAL 02 OR CODIGO-PAGAMENTO1 EQUAL 04)
             AND MESES-ATRASO1 GREATER THAN ZEROES
              PERFORM CONFERE-SOCIO.
          PERFORM LEITURA.

       CONFERE-SOCIO.
          PERFORM CONTA-TITULOS.
          IF QTD-TIT-ABERTOS LESS THAN MESES-ATRASO1
              COMPUTE QTD-FALTANTES =
                  MESES-ATRASO1 - QTD-TIT-ABERTOS
              ADD 1 TO CONTADOR-SOCIOS
              PERFORM PREPARA-COMPETENCIA
              PERFORM EMITE-FALTANTE
                  UNTIL QTD-FALTANTES EQUAL ZEROES.

       CONTA-TITULOS.
          MOVE ZEROES TO QTD-TIT-ABERTOS.
          MOVE ZEROES TO COMPET-MAIS-ANTIGA.
          MOVE "NAO" TO FIM-TIT.
          MOVE NUMERO-SOCIO1 TO SOCIO-TIT.
          MOVE ZEROES TO COMPET-TIT.
          MOVE SPACES TO TIPO-TIT.
          START ARQTIT KEY NOT LESS CHAVE-TIT
              INVALID KEY MOVE "SIM" TO FIM-TIT.
          PERFORM LE-TITULO.
          PERFORM CONTA-UM-TITULO UNTIL FIM-TIT EQUAL "SIM".

       LE-TITULO.
          IF FIM-TIT NOT EQUAL "SIM"
              READ ARQTIT NEXT RECORD
                  AT END MOVE "SIM" TO FIM-TIT.
          IF FIM-TIT NOT EQUAL "SIM"
             AND SOCIO-TIT NOT EQUAL NUMERO-SOCIO1
              MOVE "SIM" TO FIM-TIT.

       CONTA-UM-TITULO.
          IF TIPO-TIT EQUAL "M"
             AND (SITUACAO-TIT EQUAL "A" OR SITUACAO-TIT EQUAL "N")
              ADD 1 TO QTD-TIT-ABERTOS
              IF COMPET-MAIS-ANTIGA EQUAL ZEROES
                  MOVE COMPET-TIT TO COMPET-MAIS-ANTIGA.
          PERFORM LE-TITULO.

       PREPARA-COMPETENCIA.
          IF COMPET-MAIS-ANTIGA EQUAL ZEROES
              MOVE COMPETENCIA-BASE TO COMPET-W
          ELSE
              MOVE COMPET-MAIS-ANTIGA TO COMPET-W
              PERFORM RECUA-MES.

       RECUA-MES.
          IF MES-CMP EQUAL 01
              MOVE 12 TO MES-CMP
              SUBTRACT 1 FROM ANO-CMP
          ELSE
              SUBTRACT 1 FROM MES-CMP.

       EMITE-FALTANTE.
          MOVE SPACES TO REG-TIT.
          MOVE NUMERO-SOCIO1 TO SOCIO-TIT.
          MOVE COMPET-W TO COMPET-TIT.
          MOVE "M" TO TIPO-TIT.
          MOVE COMPET-W TO VENCTO-TIT(1:6).
          MOVE "10" TO VENCTO-TIT(7:2).
          MOVE VALOR-PAGAMENTO1 TO VALOR-ORIG-TIT.
          MOVE ZEROES TO VALOR-PAGO-TIT.
          MOVE VALOR-PAGAMENTO1 TO SALDO-TIT.
          IF CODIGO-PAGAMENTO1 EQUAL 04
              MOVE "N" TO SITUACAO-TIT
          ELSE
              MOVE "A" TO SITUACAO-TIT.
          MOVE "C" TO ORIGEM-TIT.
          MOVE ZEROES TO DATA-BAIXA-TIT.
          MOVE ZEROES TO SEQ-BAIXA-TIT.
          MOVE ZEROES TO VALOR-BAIXA-TIT.
          MOVE "SIM" TO GRAVOU-TITULO.
          WRITE REG-TIT
              INVALID KEY MOVE "NAO" TO GRAVOU-TITULO.
          IF FS-TIT(1:1) EQUAL "3" OR FS-TIT(1:1) EQUAL "9"
              DISPLAY "ERRO NA GRAVACAO DO ARQTIT - STATUS " FS-TIT
              CLOSE CADSOC1
                    ARQTIT
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          IF GRAVOU-TITULO EQUAL "SIM"
              ADD 1 TO CONTADOR-TITULOS
              SUBTRACT 1 FROM QTD-FALTANTES.
          PERFORM RECUA-MES.

       TERMINO.
          DISPLAY "CARGA DO ARQTIT CONCLUIDA.".
          DISPLAY "SOCIOS LIDOS..........: " CONTADOR-LIDOS.
          DISPLAY "SOCIOS COMPLETADOS....: " CONTADOR-SOCIOS.
          DISPLAY "TITULOS EMITIDOS......: " CONTADOR-TITULOS.
