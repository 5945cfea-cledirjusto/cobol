      *QUANTIDADE, O VALOR PRINCIPAL, O VALOR COM JUROS (MESMO
      *CALCULO DO EX01) E O PERCENTUAL SOBRE O TOTAL COM JUROS, NA
      *EDICAO MONETARIA DO RELSOCIO. E A VISAO PADRAO QUE A
      *CONTABILIDADE PEDE NO FECHAMENTO DO MES. OS MESES DE ATRASO
      *SAO OS TITULOS EM ABERTO DO SOCIO NO RAZAO ARQTIT.DAT E O
      *PRINCIPAL E A SOMA DOS SALDOS DESSES TITULOS, CADA UM PELO
      *PRECO DA SUA COMPETENCIA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES.
          SELECT OPTIONAL ARQTIT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-TIT
          FILE STATUS IS FS-TIT.
          SELECT RELAGING ASSIGN TO DISK.
          SELECT OPTIONAL PARMFIN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       FD  ARQTIT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQTIT.DAT".
          COPY REGTIT.

       FD  RELAGING
          LABEL RECORD IS OMITTED.
          01  REGAGING     PIC X(80).

       WORKING-STORAGE SECTION.
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FS-TIT             PIC X(02) VALUE "00".
       77  FIM-TIT            PIC X(03) VALUE "NAO".
       77  QTD-TIT-ABERTOS    PIC 9(03) VALUE ZEROES.
       77  SALDO-TIT-SOCIO    PIC 9(09)V9(02) VALUE ZEROES.
       77  TAXA-JUROS         PIC 9V9(04) VALUE 0,02.
       77  FIM-PARMFIN        PIC X(03) VALUE "NAO".
       77  DATA-VIG-ESCOLHIDA PIC 9(08) VALUE ZEROES.

       INICIO.
          PERFORM LEITURA-PARMFIN.
          OPEN INPUT ARQTIT.
          IF FS-TIT NOT EQUAL "00"
              DISPLAY "ARQTIT AUSENTE - RODE O CONVTIT ANTES."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN INPUT  CADSOC1
               OUTPUT RELAGING.
          PERFORM LEITURA.
       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
          IF CODIGO-PAGAMENTO1 EQUAL 02
              PERFORM SOMA-TITULOS
              IF QTD-TIT-ABERTOS GREATER THAN ZEROES
                  PERFORM CLASSIFICA-FAIXA.
          PERFORM LEITURA.

       SOMA-TITULOS.
          MOVE ZEROES TO QTD-TIT-ABERTOS.
          MOVE ZEROES TO SALDO-TIT-SOCIO.
          MOVE "NAO" TO FIM-TIT.
          MOVE NUMERO-SOCIO1 TO SOCIO-TIT.
          MOVE ZEROES TO COMPET-TIT.
          MOVE SPACES TO TIPO-TIT.
          START ARQTIT KEY NOT LESS CHAVE-TIT
              INVALID KEY MOVE "SIM" TO FIM-TIT.
          PERFORM LE-TITULO.
          PERFORM ACUMULA-TITULO UNTIL FIM-TIT EQUAL "SIM".

       LE-TITULO.
          IF FIM-TIT NOT EQUAL "SIM"
              READ ARQTIT NEXT RECORD
                  AT END MOVE "SIM" TO FIM-TIT.
          IF FIM-TIT NOT EQUAL "SIM"
             AND SOCIO-TIT NOT EQUAL NUMERO-SOCIO1
              MOVE "SIM" TO FIM-TIT.

       ACUMULA-TITULO.
          IF SITUACAO-TIT EQUAL "A"
              ADD 1 TO QTD-TIT-ABERTOS
              ADD SALDO-TIT TO SALDO-TIT-SOCIO.
          PERFORM LE-TITULO.

       CLASSIFICA-FAIXA.
          IF QTD-TIT-ABERTOS NOT GREATER 2
              MOVE 1 TO IX-FAIXA
          ELSE
          IF QTD-TIT-ABERTOS NOT GREATER 5
              MOVE 2 TO IX-FAIXA
          ELSE
          IF QTD-TIT-ABERTOS NOT GREATER 11
              MOVE 3 TO IX-FAIXA
          ELSE
              MOVE 4 TO IX-FAIXA.
          PERFORM CALCULA-JUROS.
          ADD 1 TO AGING-QTD (IX-FAIXA).
          ADD SALDO-TIT-SOCIO TO AGING-PRINCIPAL (IX-FAIXA).
          ADD VALOR-COM-JUROS TO AGING-COM-JUROS (IX-FAIXA).
          ADD 1 TO TOTAL-ATRASADOS.
          ADD SALDO-TIT-SOCIO TO TOTAL-PRINCIPAL.
          ADD VALOR-COM-JUROS TO TOTAL-COM-JUROS.

       CALCULA-JUROS.
          COMPUTE VALOR-JUROS =
              SALDO-TIT-SOCIO * TAXA-JUROS.
          ADD SALDO-TIT-SOCIO VALOR-JUROS GIVING VALOR-COM-JUROS.

       FIM.
          PERFORM CABECALHO.
          PERFORM GRAVA-CTRLAGE.
          PERFORM GRAVA-LOG.
          CLOSE CADSOC1
                ARQTIT
                RELAGING.

       GRAVA-CTRLAGE.
