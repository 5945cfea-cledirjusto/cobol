      *CADSOC1 INDEXADO. A COMPETENCIA PROCESSADA
      *(AAAAMM) FICA REGISTRADA EM CTRLCOMP.DAT E UMA SEGUNDA
      *EXECUCAO NA MESMA COMPETENCIA E RECUSADA COM CODIGO DE
      *RETORNO 8. CADA MES AVANCADO EMITE NO RAZAO DE TITULOS
      *ARQTIT.DAT O TITULO DA COMPETENCIA (VENCIMENTO NO DIA 10, COMO
      *NO CARNE) PELO VALOR-PAGAMENTO1 EM VIGOR NO FECHAMENTO, DE
      *MODO QUE UM REAJUSTE POSTERIOR DO REAJPLAN NAO REPRECIFICA OS
      *MESES JA COBRADOS. TITULO JA EXISTENTE PARA A COMPETENCIA NAO
      *E REGRAVADO. O SALDO DE CREDITO DO SOCIO (ARQCRED.DAT, FORMADO
      *PELAS SOBRAS DE RECIBO DO BAIXAREC) E USADO PRIMEIRO NO TITULO
      *DA COMPETENCIA: SE COBRE A MENSALIDADE O TITULO JA NASCE
      *QUITADO E O MES NAO ENTRA NO ATRASO; SE NAO COBRE, ABATE O
      *SALDO DO TITULO. O SOCIO EM DIA (CODIGO 01) COM CREDITO QUE
      *COBRE A MENSALIDADE TAMBEM RECEBE O TITULO JA QUITADO, DE MODO
      *QUE O ADIANTAMENTO E CONSUMIDO MES A MES E O SOCIO CONTINUA NO
      *CODIGO 01 PELOS MESES QUE PAGOU. A TROCA DE PLANO FEITA NO
      *EX02 NO MEIO DO MES DEIXA NO PRORATA.DAT A DIFERENCA PRO-RATA
      *DOS DIAS QUE FALTAVAM NO MES DA VIGENCIA; O FECHAMENTO SEGUINTE
      *FATURA AS DIFERENCAS PENDENTES DO SOCIO EM DIA OU ATRASADO: A
      *COBRANCA LIQUIDA VIRA UM TITULO TIPO P (DIFERENCA DE PLANO) DA
      *COMPETENCIA, QUE O BAIXAREC QUITA SEM CONTAR MES, E O CREDITO
      *LIQUIDO ENTRA NO SALDO DO ARQCRED ANTES DO TITULO DA
      *MENSALIDADE, DE MODO QUE JA ABATE NESSE MESMO FECHAMENTO. A
      *DIFERENCA FATURADA FICA MARCADA COM A COMPETENCIA NO PRORATA;
      *A DE SOCIO CANCELADO OU NEGOCIADO FICA PENDENTE. O SALDO EM
      *ABERTO DOS TITULOS EMITIDOS (M E P) E ACRESCENTADO AO CONTROLE
      *DE FATURAMENTO CTRLFAT.DAT, QUE O SALDREC SOMA NO FECHAMENTO
      *DIARIO DA CARTEIRA A RECEBER. AS DIFERENCAS DO PRORATA FICAM
      *EM TABELA (500): PRORATA MAIOR RECUSA O FECHAMENTO (CODIGO 8)
      *E A OCUPACAO DA TABELA VAI PARA O CADCAPAC (CAPTAB).

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES.
          SELECT ARQTIT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-TIT
          FILE STATUS IS FS-TIT.
          SELECT ARQCRED ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SOCIO-CRD
          FILE STATUS IS FS-CRD.
          SELECT OPTIONAL CTRLCOMP ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQPEND ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PRORATA ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLFAT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
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

       FD  CTRLCOMP
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLCOMP.DAT".
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       FD  PRORATA
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PRORATA.DAT".
          COPY REGPRO.

       FD  CTRLFAT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLFAT.DAT".
          COPY REGFAT.

       WORKING-STORAGE SECTION.
       77  FS-TIT             PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-CTRL           PIC X(03) VALUE "NAO".
       77  COMPETENCIA-ATUAL  PIC 9(06) VALUE ZEROES.
       77  DATA-EXEC-ANT      PIC 9(08) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-AVANCO    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-TITULOS   PIC 9(06) VALUE ZEROES.
       77  FS-CRD             PIC X(02) VALUE "00".
       77  TEM-SALDO-CRED     PIC X(03) VALUE "NAO".
       77  CREDITO-APLICADO   PIC 9(09)V9(02) VALUE ZEROES.
       77  TITULO-QUITADO     PIC X(03) VALUE "NAO".
       77  CONTADOR-CRED      PIC 9(06) VALUE ZEROES.
       77  SOMA-CRED-USADO    PIC 9(11)V9(02) VALUE ZEROES.
       77  FIM-PEND           PIC X(03) VALUE "NAO".
       77  CRITICAS-ABERTAS   PIC 9(04) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA-LOG   PIC 9(08).
       77  FIM-PRO            PIC X(03) VALUE "NAO".
       77  TABELA-CHEIA-PRO   PIC X(03) VALUE "NAO".
       77  QTD-PRORATA        PIC 9(04) VALUE ZEROES.
       77  EXCEDENTE-PRO      PIC 9(07) VALUE ZEROES.
       77  PRORATA-COBRAR     PIC 9(09)V9(02) VALUE ZEROES.
       77  PRORATA-CREDITAR   PIC 9(09)V9(02) VALUE ZEROES.
       77  PRORATA-LIQUIDO    PIC 9(09)V9(02) VALUE ZEROES.
       77  CONTADOR-PRORATA   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-TIT-PRO   PIC 9(06) VALUE ZEROES.
       77  SOMA-PRO-COBRADA   PIC 9(11)V9(02) VALUE ZEROES.
       77  SOMA-PRO-CREDITADA PIC 9(11)V9(02) VALUE ZEROES.
       77  QTD-FATURADOS      PIC 9(06) VALUE ZEROES.
       77  SOMA-FATURADA      PIC 9(11)V9(02) VALUE ZEROES.

       01 TAB-PRORATA.
          02 PRO-OCORRENCIA OCCURS 500 TIMES INDEXED BY IX-PRO.
             03 PRO-IMAGEM       PIC X(50).
             03 PRO-SOCIO        PIC 9(06).
             03 PRO-VALOR        PIC 9(09)V9(02).
             03 PRO-SINAL        PIC X(01).
             03 PRO-PENDENTE     PIC X(03).
             03 PRO-FATURADO     PIC X(03).

       01 LINHA-LOG.
          02 LOG-PROGRAMA              PIC X(08).
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ2-QTD              PIC 9(06).

       COPY REGCAP.

       PROCEDURE DIVISION.

       PGM-FECHAMES.
          PERFORM VERIFICA-COMPETENCIA.
          PERFORM AVISA-PENDENCIAS.
          PERFORM CARGA-PRORATA.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM TERMINO.
              ADD 1 TO CRITICAS-ABERTAS.
          PERFORM LE-PENDENCIA.

       CARGA-PRORATA.
          OPEN INPUT PRORATA.
          PERFORM LE-PRORATA.
          PERFORM GUARDA-PRORATA UNTIL FIM-PRO EQUAL "SIM".
          CLOSE PRORATA.
          IF TABELA-CHEIA-PRO EQUAL "SIM"
              DISPLAY "PRORATA MAIOR QUE A TABELA - A REGRAVACAO "
                  "TRUNCARIA AS DIFERENCAS. FECHAMENTO RECUSADO."
              DISPLAY "TAB-PRORATA COM 500 POSICOES, PRORATA COM "
                  EXCEDENTE-PRO " DIFERENCAS ALEM DELAS."
              PERFORM REGISTRA-CAPACIDADE
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       LE-PRORATA.
          READ PRORATA AT END MOVE "SIM" TO FIM-PRO.

       GUARDA-PRORATA.
          IF QTD-PRORATA NOT LESS 500
              MOVE "SIM" TO TABELA-CHEIA-PRO
              ADD 1 TO EXCEDENTE-PRO
          ELSE
              ADD 1 TO QTD-PRORATA
              MOVE REG-PRO TO PRO-IMAGEM (QTD-PRORATA)
              MOVE SOCIO-PRO TO PRO-SOCIO (QTD-PRORATA)
              MOVE SINAL-PRO TO PRO-SINAL (QTD-PRORATA)
              MOVE "NAO" TO PRO-PENDENTE (QTD-PRORATA)
              MOVE "NAO" TO PRO-FATURADO (QTD-PRORATA)
              MOVE ZEROES TO PRO-VALOR (QTD-PRORATA)
              IF TIPO-PRO EQUAL "P" AND VALOR-PRO NUMERIC
                 AND (COMPET-FAT-PRO NOT NUMERIC
                      OR COMPET-FAT-PRO EQUAL ZEROES)
                  MOVE VALOR-PRO TO PRO-VALOR (QTD-PRORATA)
                  MOVE "SIM" TO PRO-PENDENTE (QTD-PRORATA).
          PERFORM LE-PRORATA.

       INICIO.
          OPEN I-O CADSOC1.
          OPEN I-O ARQTIT.
          IF FS-TIT EQUAL "35"
              OPEN OUTPUT ARQTIT
              CLOSE ARQTIT
              OPEN I-O ARQTIT.
          OPEN I-O ARQCRED.
          IF FS-CRD EQUAL "35"
              OPEN OUTPUT ARQCRED
              CLOSE ARQCRED
              OPEN I-O ARQCRED.
          PERFORM LEITURA.

       LEITURA.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
          IF QTD-PRORATA GREATER THAN ZEROES
             AND (CODIGO-PAGAMENTO1 EQUAL 01
                  OR CODIGO-PAGAMENTO1 EQUAL 02)
              PERFORM FATURA-PRORATA.
          IF CODIGO-PAGAMENTO1 EQUAL 02
              PERFORM AVANCA-DIVIDA
          ELSE
          IF CODIGO-PAGAMENTO1 EQUAL 01
              PERFORM CONSOME-ADIANTAMENTO.
          PERFORM LEITURA.

      *----------------------------------------------------------------
      *    DIFERENCAS DE TROCA DE PLANO PENDENTES DO SOCIO. COBRANCAS
      *    E CREDITOS SE COMPENSAM; O LIQUIDO A COBRAR SAI NO TITULO
      *    TIPO P DA COMPETENCIA E O LIQUIDO A CREDITAR VAI PARA O
      *    SALDO DO ARQCRED, QUE O TITULO DA MENSALIDADE USA LOGO EM
      *    SEGUIDA.
      *----------------------------------------------------------------
       FATURA-PRORATA.
          MOVE ZEROES TO PRORATA-COBRAR.
          MOVE ZEROES TO PRORATA-CREDITAR.
          PERFORM SOMA-PRORATA
              VARYING IX-PRO FROM 1 BY 1
              UNTIL IX-PRO GREATER THAN QTD-PRORATA.
          IF PRORATA-COBRAR GREATER THAN PRORATA-CREDITAR
              COMPUTE PRORATA-LIQUIDO =
                  PRORATA-COBRAR - PRORATA-CREDITAR
              PERFORM EMITE-TITULO-PRORATA
          ELSE
          IF PRORATA-CREDITAR GREATER THAN PRORATA-COBRAR
              COMPUTE PRORATA-LIQUIDO =
                  PRORATA-CREDITAR - PRORATA-COBRAR
              PERFORM CREDITA-PRORATA.

       SOMA-PRORATA.
          IF PRO-PENDENTE (IX-PRO) EQUAL "SIM"
             AND PRO-SOCIO (IX-PRO) EQUAL NUMERO-SOCIO1
              IF PRO-SINAL (IX-PRO) EQUAL "-"
                  ADD PRO-VALOR (IX-PRO) TO PRORATA-CREDITAR
              ELSE
                  ADD PRO-VALOR (IX-PRO) TO PRORATA-COBRAR
              END-IF
              MOVE "SIM" TO PRO-FATURADO (IX-PRO)
              ADD 1 TO CONTADOR-PRORATA.

       DESMARCA-PRORATA.
          IF PRO-FATURADO (IX-PRO) EQUAL "SIM"
             AND PRO-SOCIO (IX-PRO) EQUAL NUMERO-SOCIO1
              MOVE "NAO" TO PRO-FATURADO (IX-PRO)
              SUBTRACT 1 FROM CONTADOR-PRORATA.

       EMITE-TITULO-PRORATA.
          MOVE SPACES TO REG-TIT.
          MOVE NUMERO-SOCIO1 TO SOCIO-TIT.
          MOVE COMPETENCIA-ATUAL TO COMPET-TIT.
          MOVE "P" TO TIPO-TIT.
          MOVE COMPETENCIA-ATUAL TO VENCTO-TIT(1:6).
          MOVE "10" TO VENCTO-TIT(7:2).
          MOVE PRORATA-LIQUIDO TO VALOR-ORIG-TIT.
          MOVE ZEROES TO VALOR-PAGO-TIT.
          MOVE PRORATA-LIQUIDO TO SALDO-TIT.
          MOVE "A" TO SITUACAO-TIT.
          MOVE "F" TO ORIGEM-TIT.
          MOVE ZEROES TO DATA-BAIXA-TIT.
          MOVE ZEROES TO SEQ-BAIXA-TIT.
          MOVE ZEROES TO VALOR-BAIXA-TIT.
          WRITE REG-TIT
              INVALID KEY
                  DISPLAY "TITULO DE TROCA DE PLANO JA EMITIDO - "
                      "SOCIO " NUMERO-SOCIO1 " COMPETENCIA "
                      COMPETENCIA-ATUAL " - DIFERENCA FICA PENDENTE"
                  PERFORM DESMARCA-PRORATA
                      VARYING IX-PRO FROM 1 BY 1
                      UNTIL IX-PRO GREATER THAN QTD-PRORATA
              NOT INVALID KEY
                  ADD 1 TO CONTADOR-TIT-PRO
                  ADD PRORATA-LIQUIDO TO SOMA-PRO-COBRADA
                  ADD 1 TO QTD-FATURADOS
                  ADD PRORATA-LIQUIDO TO SOMA-FATURADA.

       CREDITA-PRORATA.
          PERFORM LE-SALDO-CREDITO.
          IF TEM-SALDO-CRED EQUAL "SIM"
              IF SALDO-CRD EQUAL ZEROES
                  MOVE DATA-SISTEMA TO DATA-INC-CRD
              END-IF
              ADD PRORATA-LIQUIDO TO SALDO-CRD
              MOVE DATA-SISTEMA TO DATA-MOV-CRD
              REWRITE REG-CRD
          ELSE
              MOVE NUMERO-SOCIO1 TO SOCIO-CRD
              MOVE PRORATA-LIQUIDO TO SALDO-CRD
              MOVE DATA-SISTEMA TO DATA-INC-CRD
              MOVE DATA-SISTEMA TO DATA-MOV-CRD
              MOVE ZEROES TO COMPET-USO-CRD
              WRITE REG-CRD.
          ADD PRORATA-LIQUIDO TO SOMA-PRO-CREDITADA.

       AVANCA-DIVIDA.
          PERFORM LE-SALDO-CREDITO.
          PERFORM EMITE-TITULO.
          IF TITULO-QUITADO EQUAL "SIM"
              IF MESES-ATRASO1 EQUAL ZEROES
                  MOVE 01 TO CODIGO-PAGAMENTO1
              END-IF
          ELSE
              IF MESES-ATRASO1 LESS THAN 99
                  ADD 1 TO MESES-ATRASO1
              END-IF
              ADD 1 TO CONTADOR-AVANCO.
          REWRITE REG-SOC1.

       CONSOME-ADIANTAMENTO.
          PERFORM LE-SALDO-CREDITO.
          IF TEM-SALDO-CRED EQUAL "SIM"
             AND VALOR-PAGAMENTO1 GREATER THAN ZEROES
             AND SALDO-CRD NOT LESS VALOR-PAGAMENTO1
              PERFORM EMITE-TITULO.

       LE-SALDO-CREDITO.
          MOVE "SIM" TO TEM-SALDO-CRED.
          MOVE NUMERO-SOCIO1 TO SOCIO-CRD.
          READ ARQCRED KEY IS SOCIO-CRD
              INVALID KEY MOVE "NAO" TO TEM-SALDO-CRED.

       EMITE-TITULO.
          MOVE ZEROES TO CREDITO-APLICADO.
          MOVE "NAO" TO TITULO-QUITADO.
          IF TEM-SALDO-CRED EQUAL "SIM"
              IF SALDO-CRD NOT LESS VALOR-PAGAMENTO1
                  MOVE VALOR-PAGAMENTO1 TO CREDITO-APLICADO
              ELSE
                  MOVE SALDO-CRD TO CREDITO-APLICADO.
          MOVE SPACES TO REG-TIT.
          MOVE NUMERO-SOCIO1 TO SOCIO-TIT.
          MOVE COMPETENCIA-ATUAL TO COMPET-TIT.
          MOVE "M" TO TIPO-TIT.
          MOVE COMPETENCIA-ATUAL TO VENCTO-TIT(1:6).
          MOVE "10" TO VENCTO-TIT(7:2).
          MOVE VALOR-PAGAMENTO1 TO VALOR-ORIG-TIT.
          MOVE CREDITO-APLICADO TO VALOR-PAGO-TIT.
          COMPUTE SALDO-TIT = VALOR-PAGAMENTO1 - CREDITO-APLICADO.
          MOVE "F" TO ORIGEM-TIT.
          MOVE ZEROES TO SEQ-BAIXA-TIT.
          MOVE CREDITO-APLICADO TO VALOR-BAIXA-TIT.
          IF CREDITO-APLICADO GREATER THAN ZEROES
             AND SALDO-TIT EQUAL ZEROES
              MOVE "Q" TO SITUACAO-TIT
              MOVE DATA-SISTEMA TO DATA-BAIXA-TIT
          ELSE
              MOVE "A" TO SITUACAO-TIT
              MOVE ZEROES TO DATA-BAIXA-TIT.
          WRITE REG-TIT
              INVALID KEY
                  DISPLAY "TITULO JA EMITIDO - SOCIO " NUMERO-SOCIO1
                      " COMPETENCIA " COMPETENCIA-ATUAL
                  MOVE ZEROES TO CREDITO-APLICADO
              NOT INVALID KEY
                  ADD 1 TO CONTADOR-TITULOS
                  IF SITUACAO-TIT EQUAL "Q"
                      MOVE "SIM" TO TITULO-QUITADO
                  ELSE
                      ADD 1 TO QTD-FATURADOS
                      ADD SALDO-TIT TO SOMA-FATURADA
                  END-IF.
          IF CREDITO-APLICADO GREATER THAN ZEROES
              PERFORM BAIXA-SALDO-CREDITO.

       BAIXA-SALDO-CREDITO.
          SUBTRACT CREDITO-APLICADO FROM SALDO-CRD.
          MOVE DATA-SISTEMA TO DATA-MOV-CRD.
          MOVE COMPETENCIA-ATUAL TO COMPET-USO-CRD.
          REWRITE REG-CRD.
          ADD 1 TO CONTADOR-CRED.
          ADD CREDITO-APLICADO TO SOMA-CRED-USADO.

       TERMINO.
          PERFORM GRAVA-COMPETENCIA.
          PERFORM GRAVA-FATURAMENTO.
          PERFORM REGISTRA-CAPACIDADE.
          PERFORM GRAVA-LOG.
          DISPLAY "FECHAMENTO DA COMPETENCIA " COMPETENCIA-ATUAL ":".
          DISPLAY "SOCIOS LIDOS.........: " CONTADOR-LIDOS.
          DISPLAY "DIVIDAS AVANCADAS....: " CONTADOR-AVANCO.
          DISPLAY "TITULOS EMITIDOS.....: " CONTADOR-TITULOS.
          DISPLAY "TITULOS C/ CREDITO...: " CONTADOR-CRED
              " TOTAL " SOMA-CRED-USADO.
          DISPLAY "DIFERENCAS DE PLANO..: " CONTADOR-PRORATA.
          DISPLAY "  TITULOS TIPO P.....: " CONTADOR-TIT-PRO
              " TOTAL " SOMA-PRO-COBRADA.
          DISPLAY "  CREDITADO NO SALDO.: " SOMA-PRO-CREDITADA.
          CLOSE CADSOC1
                ARQTIT
                ARQCRED.
          IF CONTADOR-PRORATA GREATER THAN ZEROES
              PERFORM REGRAVA-PRORATA.

       REGRAVA-PRORATA.
          OPEN OUTPUT PRORATA.
          PERFORM GRAVA-UM-PRORATA
              VARYING IX-PRO FROM 1 BY 1
              UNTIL IX-PRO GREATER THAN QTD-PRORATA.
          CLOSE PRORATA.

       GRAVA-UM-PRORATA.
          MOVE PRO-IMAGEM (IX-PRO) TO REG-PRO.
          IF PRO-FATURADO (IX-PRO) EQUAL "SIM"
              MOVE COMPETENCIA-ATUAL TO COMPET-FAT-PRO.
          WRITE REG-PRO.

       GRAVA-COMPETENCIA.
          MOVE COMPETENCIA-ATUAL TO COMPETENCIA-CTL.
          WRITE REG-CTRLCOMP.
          CLOSE CTRLCOMP.

       GRAVA-FATURAMENTO.
          MOVE SPACES TO REG-FAT.
          MOVE DATA-SISTEMA TO DATA-FAT.
          MOVE "FECHAMES" TO ORIGEM-FAT.
          MOVE "S" TO CARTEIRA-FAT.
          MOVE "D" TO NATUREZA-FAT.
          MOVE QTD-FATURADOS TO QTD-FAT.
          MOVE SOMA-FATURADA TO VALOR-FAT.
          OPEN EXTEND CTRLFAT.
          WRITE REG-FAT.
          CLOSE CTRLFAT.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA-LOG FROM TIME.
          MOVE "FECHAMES"             TO LOG-PROGRAMA.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "CADSOC1"              TO LOG-ARQ1-NOME.
          MOVE CONTADOR-AVANCO        TO LOG-ARQ1-QTD.
          MOVE "ARQTIT"               TO LOG-ARQ2-NOME.
          MOVE CONTADOR-TITULOS       TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.

      *----------------------------------------------------------------
      *    OCUPACAO DA TAB-PRORATA NA RODADA (DIFERENCAS LIDAS, COM AS
      *    QUE NAO COUBERAM) PARA O RELATORIO DE CAPACIDADE (CADCAPAC,
      *    PELA CAPTAB).
      *----------------------------------------------------------------
       REGISTRA-CAPACIDADE.
          MOVE "FECHAMES" TO PROGRAMA-CAPAC.
          MOVE "TAB-PRORATA" TO TABELA-CAPAC.
          ADD QTD-PRORATA EXCEDENTE-PRO GIVING USADO-CAPAC.
          MOVE 500 TO LIMITE-CAPAC.
          CALL "CAPTAB" USING PROGRAMA-CAPAC TABELA-CAPAC
              USADO-CAPAC LIMITE-CAPAC.
