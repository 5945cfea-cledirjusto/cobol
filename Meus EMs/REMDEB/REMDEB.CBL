      *PENDENTES NO DESCSOC.DAT, QUE FICAM MARCADOS COMO ABATIDOS
      *PARA O BAIXAREC NAO ABATER DE NOVO. O ARQUIVO SAI COM HEADER
      *E TRAILER NO PADRAO DO VERIFARQ. O RETORNO DO BANCO E
      *CARREGADO PELO RETDEB. O CREDITO ABATIDO NA REMESSA FICA COM
      *DATA E SEQUENCIA DE RECIBO ZERADAS NO DESCSOC - SO O CREDITO
      *ABATIDO PELO BAIXAREC PODE SER REABERTO PELO ESTORREC. OS
      *SOCIOS DE UM GRUPO FAMILIAR (CADFAM) CUJO PAGADOR TAMBEM PAGA
      *POR DEBITO EM CONTA E NAO ESTA CANCELADO SAEM EM UMA ORDEM SO,
      *NO NUMERO DO PAGADOR, COM A SOMA DOS VALORES DEVIDOS PELOS
      *SOCIOS DO GRUPO (CADA UM JA ABATIDO DOS PROPRIOS CREDITOS DE
      *DEPENDENTE); AS ORDENS DE GRUPO VEM NO FIM DA REMESSA, ANTES
      *DO TRAILER. PAGADOR QUE NAO PAGA POR DEBITO DEIXA OS MEMBROS
      *COM A ORDEM INDIVIDUAL. O CREDITO DE INDICACAO DE NOVO SOCIO
      *(DESCSOC COM ORIGEM I, CONCEDIDO PELO QUALIND) E ABATIDO NA
      *ORDEM COMO O DE DEPENDENTE. PLANOS (50), CREDITOS DO DESCSOC
      *(200), MEMBROS DO CADFAM (500) E PAGADORES (500) FICAM EM
      *TABELA: ARQUIVO MAIOR QUE A TABELA PARA O PROGRAMA ANTES DA
      *REMESSA (CODIGO 8, NADA GRAVADO) E A OCUPACAO DAS TABELAS VAI
      *PARA O CADCAPAC (CAPTAB).

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          FILE-CONTROL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES.
          SELECT OPTIONAL CADPLAN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL DESCSOC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADFAM ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT REMDEB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          02 VALOR-DES                 PIC 9(09)V9(02).
          02 DATA-DES                  PIC 9(08).
          02 SITUACAO-DES              PIC X(01).
          02 SEQ-ABAT-DES              PIC 9(06).
          02 DATA-ABAT-DES             PIC 9(08).
          02 ORIGEM-DES                PIC X(01).

       FD  CADFAM
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADFAM.DAT".
          COPY REGFAM.

       FD  REMDEB
          LABEL RECORD ARE STANDARD
       77  FIM-DES            PIC X(03) VALUE "NAO".
       77  ACHOU-PLANO        PIC X(03) VALUE "NAO".
       77  QTD-PLANOS         PIC 9(02) VALUE ZEROES.
       77  TABELA-CHEIA-PLA   PIC X(03) VALUE "NAO".
       77  EXCEDENTE-PLA      PIC 9(07) VALUE ZEROES.
       77  EXCEDENTE-DES      PIC 9(07) VALUE ZEROES.
       77  EXCEDENTE-FAM      PIC 9(07) VALUE ZEROES.
       77  IX-PLA             PIC 9(02) VALUE ZEROES.
       77  QTD-DESCONTOS      PIC 9(03) VALUE ZEROES.
       77  IX-DES             PIC 9(03) VALUE ZEROES.
       77  TABELA-CHEIA-DES   PIC X(03) VALUE "NAO".
       77  TABELA-CHEIA-FAM   PIC X(03) VALUE "NAO".
       77  FIM-FAM            PIC X(03) VALUE "NAO".
       77  QTD-FAMILIAS       PIC 9(03) VALUE ZEROES.
       77  QTD-PAGADORES      PIC 9(03) VALUE ZEROES.
       77  IX-FAM             PIC 9(03) VALUE ZEROES.
       77  IX-PAG             PIC 9(03) VALUE ZEROES.
       77  IX-PAG-ACHADO      PIC 9(03) VALUE ZEROES.
       77  PAGADOR-PROCURADO  PIC 9(06) VALUE ZEROES.
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  CONTADOR-AGRUPADOS PIC 9(06) VALUE ZEROES.
       77  VALOR-DEBITO       PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-DEBITO-DIG   REDEFINES VALOR-DEBITO PIC 9(11).
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
             03 DES-VALOR              PIC 9(09)V9(02).
             03 DES-DATA               PIC 9(08).
             03 DES-SITUACAO           PIC X(01).
             03 DES-SEQ-ABAT           PIC 9(06).
             03 DES-DATA-ABAT          PIC 9(08).
             03 DES-ORIGEM             PIC X(01).

       01 TAB-FAMILIAS.
          02 FAM-OCORRENCIA OCCURS 500 TIMES.
             03 FAM-PAGADOR            PIC 9(06).
             03 FAM-SOCIO              PIC 9(06).

       01 TAB-PAGADORES.
          02 PAG-OCORRENCIA OCCURS 500 TIMES.
             03 PAG-NUMERO             PIC 9(06).
             03 PAG-DEBITO             PIC X(03).
             03 PAG-QTD                PIC 9(03).
             03 PAG-VALOR              PIC 9(09)V9(02).

       01 LINHA-HDR.
          02 FILLER                    PIC X(03) VALUE "HDR".
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ2-QTD              PIC 9(06).

       COPY REGCAP.

       PROCEDURE DIVISION.

       PGM-REMDEB.
          PERFORM CARGA-PLANOS.
          PERFORM CARGA-DESCONTOS.
          PERFORM CARGA-FAMILIAS.
          IF TABELA-CHEIA-PLA EQUAL "SIM"
              DISPLAY "CADPLAN MAIOR QUE A TABELA (50) - "
                  EXCEDENTE-PLA " PLANOS ALEM DELA.".
          IF TABELA-CHEIA-DES EQUAL "SIM"
              DISPLAY "DESCSOC MAIOR QUE A TABELA (200) - "
                  EXCEDENTE-DES " CREDITOS ALEM DELA.".
          IF TABELA-CHEIA-FAM EQUAL "SIM"
              DISPLAY "CADFAM MAIOR QUE A TABELA (500) - "
                  EXCEDENTE-FAM " MEMBROS ALEM DELA.".
          IF TABELA-CHEIA-PLA EQUAL "SIM"
             OR TABELA-CHEIA-DES EQUAL "SIM"
             OR TABELA-CHEIA-FAM EQUAL "SIM"
              DISPLAY "REMESSA NAO GERADA."
              PERFORM REGISTRA-CAPACIDADE
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM INICIO.

       GUARDA-PLANO.
          IF QTD-PLANOS NOT LESS 50
              MOVE "SIM" TO TABELA-CHEIA-PLA
              ADD 1 TO EXCEDENTE-PLA
          ELSE
              ADD 1 TO QTD-PLANOS
              MOVE CODIGO-PLANO TO PLA-CODIGO (QTD-PLANOS)
       GUARDA-DESCONTO.
          IF QTD-DESCONTOS NOT LESS 200
              MOVE "SIM" TO TABELA-CHEIA-DES
              ADD 1 TO EXCEDENTE-DES
          ELSE
              ADD 1 TO QTD-DESCONTOS
              MOVE SOCIO-DES TO DES-SOCIO (QTD-DESCONTOS)
              MOVE DIGI-DES TO DES-DIGI (QTD-DESCONTOS)
              MOVE VALOR-DES TO DES-VALOR (QTD-DESCONTOS)
              MOVE DATA-DES TO DES-DATA (QTD-DESCONTOS)
              MOVE SITUACAO-DES TO DES-SITUACAO (QTD-DESCONTOS)
              MOVE ORIGEM-DES TO DES-ORIGEM (QTD-DESCONTOS)
              IF SEQ-ABAT-DES NUMERIC AND DATA-ABAT-DES NUMERIC
                  MOVE SEQ-ABAT-DES TO DES-SEQ-ABAT (QTD-DESCONTOS)
                  MOVE DATA-ABAT-DES TO DES-DATA-ABAT (QTD-DESCONTOS)
              ELSE
                  MOVE ZEROES TO DES-SEQ-ABAT (QTD-DESCONTOS)
                  MOVE ZEROES TO DES-DATA-ABAT (QTD-DESCONTOS).
          PERFORM LE-DESCONTO.

       CARGA-FAMILIAS.
          OPEN INPUT CADFAM.
          PERFORM LE-FAMILIA.
          PERFORM GUARDA-FAMILIA UNTIL FIM-FAM EQUAL "SIM".
          CLOSE CADFAM.

       LE-FAMILIA.
          READ CADFAM AT END MOVE "SIM" TO FIM-FAM.

       GUARDA-FAMILIA.
          IF QTD-FAMILIAS NOT LESS 500
              MOVE "SIM" TO TABELA-CHEIA-FAM
              ADD 1 TO EXCEDENTE-FAM
          ELSE
              ADD 1 TO QTD-FAMILIAS
              MOVE PAGADOR-FAM TO FAM-PAGADOR (QTD-FAMILIAS)
              MOVE SOCIO-FAM TO FAM-SOCIO (QTD-FAMILIAS)
              MOVE PAGADOR-FAM TO PAGADOR-PROCURADO
              PERFORM PROCURA-PAGADOR
              IF IX-PAG-ACHADO EQUAL ZEROES
                  ADD 1 TO QTD-PAGADORES
                  MOVE PAGADOR-FAM TO PAG-NUMERO (QTD-PAGADORES)
                  MOVE "NAO" TO PAG-DEBITO (QTD-PAGADORES)
                  MOVE ZEROES TO PAG-QTD (QTD-PAGADORES)
                  MOVE ZEROES TO PAG-VALOR (QTD-PAGADORES).
          PERFORM LE-FAMILIA.

       PROCURA-PAGADOR.
          MOVE ZEROES TO IX-PAG-ACHADO.
          IF QTD-PAGADORES GREATER THAN ZEROES
              PERFORM TESTA-UM-PAGADOR
                  VARYING IX-PAG FROM 1 BY 1
                  UNTIL IX-PAG GREATER THAN QTD-PAGADORES
                     OR IX-PAG-ACHADO GREATER THAN ZEROES.

       TESTA-UM-PAGADOR.
          IF PAG-NUMERO (IX-PAG) EQUAL PAGADOR-PROCURADO
              MOVE IX-PAG TO IX-PAG-ACHADO.

       INICIO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN INPUT  CADSOC1
               OUTPUT REMDEB.
          IF QTD-PAGADORES GREATER THAN ZEROES
              PERFORM CONFERE-PAGADOR
                  VARYING IX-PAG FROM 1 BY 1
                  UNTIL IX-PAG GREATER THAN QTD-PAGADORES.
          MOVE DATA-SISTEMA TO HDR-DATA.
          WRITE REG-REM FROM LINHA-HDR.
          MOVE ZEROES TO NUMERO-SOCIO1.
          START CADSOC1 KEY NOT LESS NUMERO-SOCIO1
              INVALID KEY MOVE "SIM" TO FIM-ARQ.
          PERFORM LEITURA.

      *----------------------------------------------------------------
      *    SO O PAGADOR QUE PAGA POR DEBITO EM CONTA E NAO ESTA
      *    CANCELADO RECEBE A ORDEM DO GRUPO.
      *----------------------------------------------------------------
       CONFERE-PAGADOR.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE PAG-NUMERO (IX-PAG) TO NUMERO-SOCIO1.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "NAO"
             AND METODO-PAGAMENTO1 EQUAL 4
             AND CODIGO-PAGAMENTO1 NOT EQUAL 03
              MOVE "SIM" TO PAG-DEBITO (IX-PAG).

       LEITURA.
          IF FIM-ARQ NOT EQUAL "SIM"
              READ CADSOC1 NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
       GERA-ORDEM.
          PERFORM DEFINE-VALOR.
          PERFORM ABATE-CREDITOS.
          PERFORM LOCALIZA-GRUPO.
          IF IX-PAG-ACHADO GREATER THAN ZEROES
              IF PAG-DEBITO (IX-PAG-ACHADO) EQUAL "SIM"
                  ADD VALOR-DEBITO TO PAG-VALOR (IX-PAG-ACHADO)
                  ADD 1 TO PAG-QTD (IX-PAG-ACHADO)
                  ADD 1 TO CONTADOR-AGRUPADOS
                  MOVE ZEROES TO VALOR-DEBITO.
          IF VALOR-DEBITO GREATER THAN ZEROES
              ADD 1 TO CONTADOR-ORDENS
              ADD VALOR-DEBITO TO SOMA-ORDENS
              MOVE VALOR-DEBITO-DIG TO REM-VALOR
              WRITE REG-REM FROM LINHA-REM.

      *----------------------------------------------------------------
      *    IX-PAG-ACHADO APONTA O PAGADOR DO GRUPO DO SOCIO LIDO (ZERO
      *    QUANDO O SOCIO NAO ESTA EM GRUPO FAMILIAR).
      *----------------------------------------------------------------
       LOCALIZA-GRUPO.
          MOVE NUMERO-SOCIO1 TO PAGADOR-PROCURADO.
          IF QTD-FAMILIAS GREATER THAN ZEROES
              PERFORM TESTA-UM-MEMBRO
                  VARYING IX-FAM FROM 1 BY 1
                  UNTIL IX-FAM GREATER THAN QTD-FAMILIAS.
          PERFORM PROCURA-PAGADOR.

       TESTA-UM-MEMBRO.
          IF FAM-SOCIO (IX-FAM) EQUAL NUMERO-SOCIO1
              MOVE FAM-PAGADOR (IX-FAM) TO PAGADOR-PROCURADO.

       DEFINE-VALOR.
          MOVE VALOR-PAGAMENTO1 TO VALOR-DEBITO.
          MOVE "NAO" TO ACHOU-PLANO.
                  MOVE ZEROES TO VALOR-DEBITO
              END-IF
              MOVE "A" TO DES-SITUACAO (IX-DES)
              MOVE ZEROES TO DES-SEQ-ABAT (IX-DES)
              MOVE ZEROES TO DES-DATA-ABAT (IX-DES)
              ADD 1 TO CONTADOR-ABAT.

       TERMINO.
          IF QTD-PAGADORES GREATER THAN ZEROES
              PERFORM GRAVA-ORDEM-GRUPO
                  VARYING IX-PAG FROM 1 BY 1
                  UNTIL IX-PAG GREATER THAN QTD-PAGADORES.
          MOVE CONTADOR-ORDENS TO TRL-QTDE.
          MOVE SOMA-ORDENS-DIG TO TRL-SOMA.
          WRITE REG-REM FROM LINHA-TRL.
          CLOSE CADSOC1
                REMDEB.
          PERFORM REGRAVA-DESCONTOS.
          PERFORM REGISTRA-CAPACIDADE.
          PERFORM GRAVA-LOG.
          DISPLAY "REMESSA DE DEBITO AUTOMATICO GERADA.".
          DISPLAY "SOCIOS LIDOS.........: " CONTADOR-LIDOS.
          DISPLAY "ORDENS DE DEBITO.....: " CONTADOR-ORDENS.
          DISPLAY "CREDITOS ABATIDOS....: " CONTADOR-ABAT.
          DISPLAY "SOCIOS EM GRUPO......: " CONTADOR-AGRUPADOS.

       GRAVA-ORDEM-GRUPO.
          IF PAG-VALOR (IX-PAG) GREATER THAN ZEROES
              MOVE PAG-VALOR (IX-PAG) TO VALOR-DEBITO
              ADD 1 TO CONTADOR-ORDENS
              ADD VALOR-DEBITO TO SOMA-ORDENS
              MOVE PAG-NUMERO (IX-PAG) TO REM-SOCIO
              MOVE PAG-NUMERO (IX-PAG) TO REM-REFERENCIA
              MOVE VALOR-DEBITO-DIG TO REM-VALOR
              WRITE REG-REM FROM LINHA-REM.

       REGRAVA-DESCONTOS.
          IF QTD-DESCONTOS GREATER THAN ZEROES
          MOVE DES-VALOR (IX-DES) TO VALOR-DES.
          MOVE DES-DATA (IX-DES) TO DATA-DES.
          MOVE DES-SITUACAO (IX-DES) TO SITUACAO-DES.
          MOVE DES-SEQ-ABAT (IX-DES) TO SEQ-ABAT-DES.
          MOVE DES-DATA-ABAT (IX-DES) TO DATA-ABAT-DES.
          MOVE DES-ORIGEM (IX-DES) TO ORIGEM-DES.
          WRITE REG-DES.

       GRAVA-LOG.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.

      *----------------------------------------------------------------
      *    OCUPACAO DAS TABELAS NA RODADA (COM O QUE NAO COUBE) PARA O
      *    RELATORIO DE CAPACIDADE (CADCAPAC, PELA CAPTAB). PAGADORES
      *    NUNCA PASSAM DOS MEMBROS GUARDADOS.
      *----------------------------------------------------------------
       REGISTRA-CAPACIDADE.
          MOVE "REMDEB" TO PROGRAMA-CAPAC.
          MOVE "TAB-PLANOS" TO TABELA-CAPAC.
          ADD QTD-PLANOS EXCEDENTE-PLA GIVING USADO-CAPAC.
          MOVE 50 TO LIMITE-CAPAC.
          CALL "CAPTAB" USING PROGRAMA-CAPAC TABELA-CAPAC
              USADO-CAPAC LIMITE-CAPAC.
          MOVE "TAB-DESCONTO" TO TABELA-CAPAC.
          ADD QTD-DESCONTOS EXCEDENTE-DES GIVING USADO-CAPAC.
          MOVE 200 TO LIMITE-CAPAC.
          CALL "CAPTAB" USING PROGRAMA-CAPAC TABELA-CAPAC
              USADO-CAPAC LIMITE-CAPAC.
          MOVE "TAB-FAMILIAS" TO TABELA-CAPAC.
          ADD QTD-FAMILIAS EXCEDENTE-FAM GIVING USADO-CAPAC.
          MOVE 500 TO LIMITE-CAPAC.
          CALL "CAPTAB" USING PROGRAMA-CAPAC TABELA-CAPAC
              USADO-CAPAC LIMITE-CAPAC.
          MOVE "TAB-PAGADOR" TO TABELA-CAPAC.
          MOVE QTD-PAGADORES TO USADO-CAPAC.
          CALL "CAPTAB" USING PROGRAMA-CAPAC TABELA-CAPAC
              USADO-CAPAC LIMITE-CAPAC.
