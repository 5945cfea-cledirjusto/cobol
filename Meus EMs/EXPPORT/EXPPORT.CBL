       IDENTIFICATION DIVISION.
          PROGRAM-ID.      EXPPORT.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. EXPORTACAO NOTURNA DA POSICAO DO SOCIO PARA O PORTAL
      *WEB, NO MESMO PADRAO DO RESULWEB DO EXPRES: SOCWEB.TXT
      *DELIMITADO POR PONTO-E-VIRGULA, COM HEADER E TRAILER NO
      *PADRAO DO VERIFARQ (QUANTIDADE DE LINHAS E SOMA DO TOTAL
      *DEVIDO COM JUROS EM CENTAVOS). RODA NO EXECDIA DEPOIS DA
      *ROTINA DE RECEBIMENTOS, PARA O PORTAL JA MOSTRAR A BAIXA DO
      *DIA. TRES TIPOS DE LINHA, TODAS COM O NUMERO DO SOCIO:
      *S - SITUACAO (EMD EM DIA, ATR ATRASADO, CAN CANCELADO, NEG
      *    NEGOCIADO), TITULOS EM ABERTO, SALDO, JUROS E TOTAL COM
      *    JUROS PELA TAXA DO PARMFIN (MESMO CALCULO DO EXTRSOC),
      *    PROXIMO VENCIMENTO (O DO TITULO MAIS ANTIGO EM ABERTO OU,
      *    SEM ATRASO, O PROXIMO DIA 10), VALIDADE DA CARTEIRINHA
      *    PELA REGRA DO CARTEIRA (ZEROS PARA O CANCELADO) E O SALDO
      *    DE CREDITO DO ARQCRED;
      *T - UM TITULO EM ABERTO OU NEGOCIADO DO ARQTIT (COMPETENCIA,
      *    TIPO, VENCIMENTO, SALDO E SITUACAO);
      *P - UM PAGAMENTO DO DIARIO JORNRCB DOS ULTIMOS DOZE MESES
      *    (DATA DO RECIBO, VALOR, MESES, COMPETENCIAS E TIPO DA
      *    LINHA - E = ESTORNO).
      *OS PAGAMENTOS SAEM NUMA SEGUNDA PASSADA, NA ORDEM DO DIARIO,
      *DEPOIS DE TODOS OS SOCIOS; O PORTAL AGRUPA PELO NUMERO.

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
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES.
          SELECT OPTIONAL ARQTIT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-TIT
          FILE STATUS IS FS-TIT.
          SELECT OPTIONAL ARQCRED ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SOCIO-CRD
          FILE STATUS IS FS-CRD.
          SELECT OPTIONAL JORNRCB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMFIN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SOCWEB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
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

       FD  ARQCRED
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQCRED.DAT".
          COPY REGCRED.

       FD  JORNRCB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNRCB.DAT".
          01 REG-JRC.
          02 JRC-DATA-MOV              PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JRC-SOCIO                 PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-DATA-RCB              PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JRC-VALOR                 PIC 9(09)V9(02).
          02 FILLER                    PIC X(01).
          02 JRC-MESES-ABAT            PIC 9(02).
          02 FILLER                    PIC X(01).
          02 JRC-CODIGO-NOVO           PIC 9(02).
          02 FILLER                    PIC X(01).
          02 JRC-SEQ                   PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-TIPO                  PIC X(01).
          02 FILLER                    PIC X(01).
          02 JRC-MATR                  PIC 9(07).
          02 FILLER                    PIC X(01).
          02 JRC-COMPET-INI            PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-COMPET-FIM            PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-CRED-ANT              PIC 9(09)V9(02).
          02 FILLER                    PIC X(01).
          02 JRC-CRED-NOVO             PIC 9(09)V9(02).

       FD  PARMFIN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMFIN.DAT".
          01 REG-PARMFIN.
          02 DATA-VIG-FIN              PIC 9(08).
          02 TAXA-FIN                  PIC 9V9(04).
          02 MULTA-FIN                 PIC 9(05)V9(02).
          02 PRORATA-FIN               PIC X(01).

       FD  SOCWEB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SOCWEB.TXT".
          01 REG-WEB                   PIC X(120).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-TIT             PIC X(02) VALUE "00".
       77  TEM-ARQTIT         PIC X(03) VALUE "NAO".
       77  FS-CRD             PIC X(02) VALUE "00".
       77  TEM-ARQCRED        PIC X(03) VALUE "NAO".
       77  TEM-SALDO-CRED     PIC X(03) VALUE "NAO".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-TIT            PIC X(03) VALUE "NAO".
       77  FIM-JRC            PIC X(03) VALUE "NAO".
       77  FIM-PARMFIN        PIC X(03) VALUE "NAO".
       77  TAXA-JUROS         PIC 9V9(04) VALUE 0,02.
       77  DATA-VIG-ESCOLHIDA PIC 9(08) VALUE ZEROES.
       77  QTD-TIT-ABERTOS    PIC 9(03) VALUE ZEROES.
       77  SALDO-TIT-SOCIO    PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-JUROS        PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-COM-JUROS    PIC 9(09)V9(02) VALUE ZEROES.
       77  VENCTO-MAIS-ANTIGO PIC 9(08) VALUE ZEROES.
       77  DATA-CORTE         PIC 9(08) VALUE ZEROES.
       77  ANO-AUX            PIC 9(04) VALUE ZEROES.
       77  MES-AUX            PIC 9(02) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-LINHAS    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-PAGTOS    PIC 9(06) VALUE ZEROES.
       77  SOMA-DEVIDO        PIC 9(15) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 VALOR-EXPORT        PIC 9(09)V9(02).
       01 VALOR-EXPORT-DIGITS REDEFINES VALOR-EXPORT PIC 9(11).

       01 LINHA-HDR.
          02 FILLER                    PIC X(03) VALUE "HDR".
          02 FILLER                    PIC X(08) VALUE "SOCWEB  ".
          02 HDR-DATA                  PIC 9(08).

       01 LINHA-TRL.
          02 FILLER                    PIC X(03) VALUE "TRL".
          02 TRL-QTDE                  PIC 9(06).
          02 TRL-SOMA                  PIC 9(15).

       01 LINHA-SOCIO.
          02 FILLER                    PIC X(01) VALUE "S".
          02 FILLER                    PIC X(01) VALUE ";".
          02 PSO-NUMERO                PIC 9(06).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PSO-NOME                  PIC X(30).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PSO-SITUACAO              PIC X(03).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PSO-QTD-TIT               PIC 9(03).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PSO-SALDO                 PIC 9(11).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PSO-JUROS                 PIC 9(11).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PSO-TOTAL                 PIC 9(11).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PSO-PROX-VENCTO           PIC 9(08).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PSO-VALIDADE.
             03 PSO-VAL-ANO            PIC 9(04).
             03 PSO-VAL-MES            PIC 9(02).
             03 PSO-VAL-DIA            PIC 9(02).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PSO-CREDITO               PIC 9(11).

       01 LINHA-TITULO.
          02 FILLER                    PIC X(01) VALUE "T".
          02 FILLER                    PIC X(01) VALUE ";".
          02 PTI-NUMERO                PIC 9(06).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PTI-COMPET                PIC 9(06).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PTI-TIPO                  PIC X(01).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PTI-VENCTO                PIC 9(08).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PTI-SALDO                 PIC 9(11).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PTI-SITUACAO              PIC X(01).

       01 LINHA-PAGTO.
          02 FILLER                    PIC X(01) VALUE "P".
          02 FILLER                    PIC X(01) VALUE ";".
          02 PPG-NUMERO                PIC 9(06).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PPG-DATA-RCB              PIC 9(08).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PPG-VALOR                 PIC 9(11).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PPG-MESES                 PIC 9(02).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PPG-COMPET-INI            PIC 9(06).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PPG-COMPET-FIM            PIC 9(06).
          02 FILLER                    PIC X(01) VALUE ";".
          02 PPG-TIPO                  PIC X(01).

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

       PGM-EXPPORT.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM EXPORTA-PAGAMENTOS.
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM LEITURA-PARMFIN.
          MOVE DATA-SISTEMA TO DATA-CORTE.
          MOVE DATA-SISTEMA(1:4) TO ANO-AUX.
          SUBTRACT 1 FROM ANO-AUX.
          MOVE ANO-AUX TO DATA-CORTE(1:4).
          OPEN INPUT  CADSOC1
               OUTPUT SOCWEB.
          OPEN INPUT ARQTIT.
          IF FS-TIT EQUAL "00"
              MOVE "SIM" TO TEM-ARQTIT
          ELSE
              DISPLAY "ARQTIT AUSENTE - SOCWEB SEM OS TITULOS EM "
                  "ABERTO. RODE O CONVTIT.".
          OPEN INPUT ARQCRED.
          IF FS-CRD EQUAL "00"
              MOVE "SIM" TO TEM-ARQCRED.
          MOVE DATA-SISTEMA TO HDR-DATA.
          WRITE REG-WEB FROM LINHA-HDR.
          PERFORM LEITURA.

       LEITURA.
          READ CADSOC1 NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
          PERFORM EXPORTA-SOCIO.
          PERFORM LEITURA.

      *----------------------------------------------------------------
      *    LINHA S DO SOCIO E, EM SEGUIDA, UMA LINHA T POR TITULO EM
      *    ABERTO. OS TITULOS SAO LIDOS DUAS VEZES (TOTAL E DETALHE)
      *    PORQUE A LINHA S VEM ANTES DELES NO ARQUIVO.
      *----------------------------------------------------------------
       EXPORTA-SOCIO.
          MOVE ZEROES TO QTD-TIT-ABERTOS.
          MOVE ZEROES TO SALDO-TIT-SOCIO.
          MOVE ZEROES TO VENCTO-MAIS-ANTIGO.
          MOVE "SIM" TO FIM-TIT.
          IF TEM-ARQTIT EQUAL "SIM"
              PERFORM POSICIONA-TITULOS.
          PERFORM SOMA-UM-TITULO UNTIL FIM-TIT EQUAL "SIM".
          PERFORM MONTA-LINHA-SOCIO.
          WRITE REG-WEB FROM LINHA-SOCIO.
          ADD 1 TO CONTADOR-LINHAS.
          MOVE "SIM" TO FIM-TIT.
          IF TEM-ARQTIT EQUAL "SIM"
             AND QTD-TIT-ABERTOS GREATER THAN ZEROES
              PERFORM POSICIONA-TITULOS.
          PERFORM EXPORTA-UM-TITULO UNTIL FIM-TIT EQUAL "SIM".

       POSICIONA-TITULOS.
          MOVE "NAO" TO FIM-TIT.
          MOVE NUMERO-SOCIO1 TO SOCIO-TIT.
          MOVE ZEROES TO COMPET-TIT.
          MOVE SPACES TO TIPO-TIT.
          START ARQTIT KEY NOT LESS CHAVE-TIT
              INVALID KEY MOVE "SIM" TO FIM-TIT.
          PERFORM LE-TITULO.

       LE-TITULO.
          IF FIM-TIT NOT EQUAL "SIM"
              READ ARQTIT NEXT RECORD
                  AT END MOVE "SIM" TO FIM-TIT.
          IF FIM-TIT NOT EQUAL "SIM"
             AND SOCIO-TIT NOT EQUAL NUMERO-SOCIO1
              MOVE "SIM" TO FIM-TIT.

       SOMA-UM-TITULO.
          IF SITUACAO-TIT EQUAL "A" OR SITUACAO-TIT EQUAL "N"
              ADD 1 TO QTD-TIT-ABERTOS
              ADD SALDO-TIT TO SALDO-TIT-SOCIO
              IF VENCTO-MAIS-ANTIGO EQUAL ZEROES
                 OR VENCTO-TIT LESS THAN VENCTO-MAIS-ANTIGO
                  MOVE VENCTO-TIT TO VENCTO-MAIS-ANTIGO.
          PERFORM LE-TITULO.

       EXPORTA-UM-TITULO.
          IF SITUACAO-TIT EQUAL "A" OR SITUACAO-TIT EQUAL "N"
              MOVE NUMERO-SOCIO1 TO PTI-NUMERO
              MOVE COMPET-TIT TO PTI-COMPET
              MOVE TIPO-TIT TO PTI-TIPO
              MOVE VENCTO-TIT TO PTI-VENCTO
              MOVE SALDO-TIT TO VALOR-EXPORT
              MOVE VALOR-EXPORT-DIGITS TO PTI-SALDO
              MOVE SITUACAO-TIT TO PTI-SITUACAO
              WRITE REG-WEB FROM LINHA-TITULO
              ADD 1 TO CONTADOR-LINHAS.
          PERFORM LE-TITULO.

       MONTA-LINHA-SOCIO.
          MOVE NUMERO-SOCIO1 TO PSO-NUMERO.
          MOVE NOME-SOCIO1 TO PSO-NOME.
          PERFORM DECIDE-SITUACAO.
          MOVE QTD-TIT-ABERTOS TO PSO-QTD-TIT.
          COMPUTE VALOR-JUROS = SALDO-TIT-SOCIO * TAXA-JUROS.
          ADD SALDO-TIT-SOCIO VALOR-JUROS GIVING VALOR-COM-JUROS.
          MOVE SALDO-TIT-SOCIO TO VALOR-EXPORT.
          MOVE VALOR-EXPORT-DIGITS TO PSO-SALDO.
          MOVE VALOR-JUROS TO VALOR-EXPORT.
          MOVE VALOR-EXPORT-DIGITS TO PSO-JUROS.
          MOVE VALOR-COM-JUROS TO VALOR-EXPORT.
          MOVE VALOR-EXPORT-DIGITS TO PSO-TOTAL.
          ADD VALOR-EXPORT-DIGITS TO SOMA-DEVIDO.
          PERFORM DEFINE-VENCIMENTO.
          PERFORM DEFINE-VALIDADE.
          PERFORM BUSCA-CREDITO.

       DECIDE-SITUACAO.
          IF CODIGO-PAGAMENTO1 EQUAL 01
              MOVE "EMD" TO PSO-SITUACAO
          ELSE
          IF CODIGO-PAGAMENTO1 EQUAL 02
              MOVE "ATR" TO PSO-SITUACAO
          ELSE
          IF CODIGO-PAGAMENTO1 EQUAL 03
              MOVE "CAN" TO PSO-SITUACAO
          ELSE
          IF CODIGO-PAGAMENTO1 EQUAL 04
              MOVE "NEG" TO PSO-SITUACAO
          ELSE
              MOVE "???" TO PSO-SITUACAO.

      *----------------------------------------------------------------
      *    PROXIMO VENCIMENTO: COM ATRASO, O DO TITULO MAIS ANTIGO EM
      *    ABERTO; SEM ATRASO, O PROXIMO DIA 10 (VENCIMENTO DOS
      *    TITULOS EMITIDOS PELO FECHAMES). CANCELADO FICA EM ZEROS.
      *----------------------------------------------------------------
       DEFINE-VENCIMENTO.
          IF CODIGO-PAGAMENTO1 EQUAL 03
              MOVE ZEROES TO PSO-PROX-VENCTO
          ELSE
          IF VENCTO-MAIS-ANTIGO GREATER THAN ZEROES
              MOVE VENCTO-MAIS-ANTIGO TO PSO-PROX-VENCTO
          ELSE
              MOVE DATA-SISTEMA(1:4) TO ANO-AUX
              MOVE DATA-SISTEMA(5:2) TO MES-AUX
              IF DATA-SISTEMA(7:2) GREATER THAN "10"
                  ADD 1 TO MES-AUX
                  IF MES-AUX GREATER THAN 12
                      MOVE 1 TO MES-AUX
                      ADD 1 TO ANO-AUX
                  END-IF
              END-IF
              MOVE ANO-AUX TO PSO-PROX-VENCTO(1:4)
              MOVE MES-AUX TO PSO-PROX-VENCTO(5:2)
              MOVE "10" TO PSO-PROX-VENCTO(7:2).

      *----------------------------------------------------------------
      *    VALIDADE DA CARTEIRINHA PELA REGRA DO CARTEIRA: EM DIA ATE
      *    31/12 DO ANO; ATRASADO E NEGOCIADO ATE 28 DO MES SEGUINTE;
      *    CANCELADO SEM CARTEIRINHA.
      *----------------------------------------------------------------
       DEFINE-VALIDADE.
          IF CODIGO-PAGAMENTO1 EQUAL 03
              MOVE ZEROES TO PSO-VALIDADE
          ELSE
          IF CODIGO-PAGAMENTO1 EQUAL 01
              MOVE 31 TO PSO-VAL-DIA
              MOVE 12 TO PSO-VAL-MES
              MOVE DATA-SISTEMA(1:4) TO PSO-VAL-ANO
          ELSE
              MOVE DATA-SISTEMA(5:2) TO MES-AUX
              MOVE DATA-SISTEMA(1:4) TO ANO-AUX
              ADD 1 TO MES-AUX
              IF MES-AUX GREATER THAN 12
                  MOVE 1 TO MES-AUX
                  ADD 1 TO ANO-AUX
              END-IF
              MOVE 28 TO PSO-VAL-DIA
              MOVE MES-AUX TO PSO-VAL-MES
              MOVE ANO-AUX TO PSO-VAL-ANO.

       BUSCA-CREDITO.
          MOVE ZEROES TO PSO-CREDITO.
          MOVE "NAO" TO TEM-SALDO-CRED.
          IF TEM-ARQCRED EQUAL "SIM"
              MOVE "SIM" TO TEM-SALDO-CRED
              MOVE NUMERO-SOCIO1 TO SOCIO-CRD
              READ ARQCRED KEY IS SOCIO-CRD
                  INVALID KEY MOVE "NAO" TO TEM-SALDO-CRED.
          IF TEM-SALDO-CRED EQUAL "SIM"
              MOVE SALDO-CRD TO VALOR-EXPORT
              MOVE VALOR-EXPORT-DIGITS TO PSO-CREDITO.

      *----------------------------------------------------------------
      *    SEGUNDA PASSADA: PAGAMENTOS DO DIARIO DOS ULTIMOS DOZE
      *    MESES, UMA LINHA P POR LINHA DO JORNRCB.
      *----------------------------------------------------------------
       EXPORTA-PAGAMENTOS.
          OPEN INPUT JORNRCB.
          PERFORM LE-JORNAL.
          PERFORM EXPORTA-UM-PAGAMENTO UNTIL FIM-JRC EQUAL "SIM".
          CLOSE JORNRCB.

       LE-JORNAL.
          READ JORNRCB AT END MOVE "SIM" TO FIM-JRC.

       EXPORTA-UM-PAGAMENTO.
          IF JRC-DATA-MOV NOT LESS DATA-CORTE
              MOVE JRC-SOCIO TO PPG-NUMERO
              MOVE JRC-DATA-RCB TO PPG-DATA-RCB
              MOVE JRC-VALOR TO VALOR-EXPORT
              MOVE VALOR-EXPORT-DIGITS TO PPG-VALOR
              MOVE JRC-MESES-ABAT TO PPG-MESES
              MOVE ZEROES TO PPG-COMPET-INI
              MOVE ZEROES TO PPG-COMPET-FIM
              IF JRC-COMPET-INI NUMERIC
                  MOVE JRC-COMPET-INI TO PPG-COMPET-INI
                  MOVE JRC-COMPET-FIM TO PPG-COMPET-FIM
              END-IF
              MOVE JRC-TIPO TO PPG-TIPO
              WRITE REG-WEB FROM LINHA-PAGTO
              ADD 1 TO CONTADOR-LINHAS
              ADD 1 TO CONTADOR-PAGTOS.
          PERFORM LE-JORNAL.

       TERMINO.
          MOVE CONTADOR-LINHAS TO TRL-QTDE.
          MOVE SOMA-DEVIDO TO TRL-SOMA.
          WRITE REG-WEB FROM LINHA-TRL.
          PERFORM GRAVA-LOG.
          DISPLAY "EXPORTACAO PARA O PORTAL DO SOCIO ENCERRADA.".
          DISPLAY "SOCIOS LIDOS.........: " CONTADOR-LIDOS.
          DISPLAY "LINHAS EXPORTADAS....: " CONTADOR-LINHAS.
          DISPLAY "PAGAMENTOS...........: " CONTADOR-PAGTOS.
          IF TEM-ARQTIT EQUAL "SIM"
              CLOSE ARQTIT.
          IF TEM-ARQCRED EQUAL "SIM"
              CLOSE ARQCRED.
          CLOSE CADSOC1
                SOCWEB.

       LEITURA-PARMFIN.
          OPEN INPUT PARMFIN.
          PERFORM LE-PARMFIN.
          PERFORM ESCOLHE-PARMFIN UNTIL FIM-PARMFIN EQUAL "SIM".
          CLOSE PARMFIN.

       LE-PARMFIN.
          READ PARMFIN AT END MOVE "SIM" TO FIM-PARMFIN.

       ESCOLHE-PARMFIN.
          IF DATA-VIG-FIN NOT GREATER DATA-SISTEMA
             AND DATA-VIG-FIN NOT LESS DATA-VIG-ESCOLHIDA
              MOVE DATA-VIG-FIN TO DATA-VIG-ESCOLHIDA
              MOVE TAXA-FIN TO TAXA-JUROS.
          PERFORM LE-PARMFIN.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "EXPPORT"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "SOCWEB"               TO LOG-ARQ1-NOME.
          MOVE CONTADOR-LINHAS        TO LOG-ARQ1-QTD.
          MOVE "JORNRCB"              TO LOG-ARQ2-NOME.
          MOVE CONTADOR-PAGTOS        TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
