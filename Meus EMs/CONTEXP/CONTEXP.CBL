      *CONTA PARA CONFERENCIA CONTRA OS CTRL ANTES DO ENVIO. A
      *COMPETENCIA (AAAAMM) VEM DA VARIAVEL DE AMBIENTE COMPETENCIA
      *E FILTRA RECIBOS, CREDITOS E CANCELAMENTOS; O CADSAI E
      *SEMPRE O DA FOLHA CORRENTE. A LINHA DE ESTORNO DE RECIBO DO
      *JORNRCB (TIPO E, GRAVADA PELO ESTORREC) SAI COMO LANCAMENTO
      *EST, COM AS CONTAS DO TIPO RCB INVERTIDAS, NA COMPETENCIA DO
      *ESTORNO; O RELCONT TRAZ OS ESTORNOS NUMA LINHA PROPRIA. DO
      *RECIBO DE GRUPO FAMILIAR SO A LINHA DO PAGADOR (TIPO F, VALOR
      *CHEIO) E LANCADA; AS LINHAS TIPO G DOS MEMBROS SAO A MESMA
      *ENTRADA DE DINHEIRO REPARTIDA E FICAM FORA DA INTERFACE.
      *O FGTS DA COMPETENCIA SAI EM DOIS LANCAMENTOS TOTAIS, LIDOS DO
      *SALDO DE FGTS DA FOLHA (ARQFGTS.DAT, EM EM01\EX06): FGT COM A
      *SOMA DOS DEPOSITOS DE 8% DO MES E MFG COM A SOMA DAS MULTAS
      *RESCISORIAS APURADAS PELO RESCISAO - OS MESMOS TOTAIS DO
      *TRAILER DA GUIA DO GUIAFGTS. DAS PROVISOES DA FOLHA
      *(ARQPROV.DAT, EM EM01\EX06, APURADAS PELO PROVFOL) SAEM OS
      *TOTAIS DA COMPETENCIA: PFE E P13 COM A CONSTITUICAO DE FERIAS
      *(COM O TERCO) E DE 13O, BFE E B13 COM AS BAIXAS POR PAGAMENTO
      *(FERIAPAG, DECIMO13, RESCISAO) MAIS OS ESTORNOS DE EXCESSO, E
      *ENC COM OS ENCARGOS PATRONAIS (INSS, RAT E TERCEIROS). O
      *LANCAMENTO FOL DE CADA FUNCIONARIO SOMA AO LIQUIDO DO CADSAI O
      *ADIANTAMENTO QUINZENAL ABATIDO NA FOLHA (ADIANT-SAI), QUE
      *TAMBEM FOI PAGO NO MES. DO CUSTO DA FOLHA DISTRIBUIDO PELO
      *CUSTFOL (ARQCUS.DAT, EM EM01\EX06) SAI A APROPRIACAO POR CENTRO
      *DE CUSTO DA COMPETENCIA: CSA COM A REMUNERACAO BRUTA, CEN COM
      *OS ENCARGOS (FGTS E PATRONAIS) E CBE COM A PARTE DA EMPRESA
      *NOS BENEFICIOS, UMA LINHA POR CENTRO E UNIDADE, COM O CENTRO
      *DE CUSTO NO FIM DA LINHA DO LANCAMENTO (0000 NOS DEMAIS TIPOS).
      *SAO LANCAMENTOS DE RECLASSIFICACAO - A CONTA CREDITO E A DA
      *FOLHA GERAL - E NAO DUPLICAM OS TOTAIS FOL, FGT E ENC.
      *OS LANCAMENTOS FOL SO SAEM COM A FOLHA LIBERADA NO LIBFOL SOBRE
      *ESTE MESMO CADSAI (CONFERIDO PELO CONFLIB); SEM A LIBERACAO A
      *FOLHA FICA FORA DA INTERFACE, O MOTIVO E AVISADO E O PROGRAMA
      *TERMINA COM CODIGO 4 - OS DEMAIS TIPOS SAEM NORMALMENTE.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL HISTCANC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQFGTS ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS MATRICULA-FGT
          FILE STATUS IS FS-FGTS.
          SELECT OPTIONAL ARQPROV ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS MATRICULA-PRV
          FILE STATUS IS FS-PROV.
          SELECT OPTIONAL ARQCUS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT LANCCONT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELCONT ASSIGN TO DISK.
          02 JRC-CODIGO-NOVO           PIC 9(02).
          02 FILLER                    PIC X(01).
          02 JRC-SEQ                   PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-TIPO                  PIC X(01).

       FD  DESCSOC
          LABEL RECORD ARE STANDARD
          02 VALOR-HCA                 PIC 9(09)V9(02).
          02 DEBITO-HCA                PIC 9(09)V9(02).

       FD  ARQFGTS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQFGTS.DAT".
          COPY REGFGT.

       FD  ARQPROV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQPROV.DAT".
          COPY REGPRV.

       FD  ARQCUS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQCUS.DAT".
          COPY REGCUS.

       FD  LANCCONT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LANCCONT.DAT".
       77  COMPETENCIA        PIC X(06) VALUE SPACES.
       77  CONTADOR-LANCES    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-SEMCTA    PIC 9(06) VALUE ZEROES.
       77  ESTORNO-MOV        PIC X(03) VALUE "NAO".
       77  CONTADOR-EST       PIC 9(06) VALUE ZEROES.
       77  SOMA-EST           PIC 9(13)V9(02) VALUE ZEROES.
       77  CONTA-DEB-EST      PIC 9(06) VALUE ZEROES.
       77  CONTA-CRED-EST     PIC 9(06) VALUE ZEROES.
       77  SOMA-LANCES        PIC 9(13)V9(02) VALUE ZEROES.
       77  SOMA-LANCES-DIG    REDEFINES SOMA-LANCES PIC 9(15).
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  FS-FGTS            PIC X(02) VALUE "00".
       77  FIM-FGT            PIC X(03) VALUE "NAO".
       77  TOTAL-DEP-FGTS     PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-MULTA-FGTS   PIC 9(09)V9(02) VALUE ZEROES.
       77  FS-PROV            PIC X(02) VALUE "00".
       77  FIM-PRV            PIC X(03) VALUE "NAO".
       77  TOTAL-PROV-FER     PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-PROV-13      PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-BAIXA-FER    PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-BAIXA-13     PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-ENCARGOS     PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-FOLHA        PIC 9(09)V9(02) VALUE ZEROES.
       77  FIM-CUS            PIC X(03) VALUE "NAO".
       77  CENTRO-MOV         PIC 9(04) VALUE ZEROES.
       77  COMPET-LIBERACAO   PIC 9(06) VALUE ZEROES.
       77  FOLHA-LIBERADA     PIC X(03) VALUE "NAO".
       77  MOTIVO-LIBERACAO   PIC X(60) VALUE SPACES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

          02 LAN-CONTA-CRED            PIC 9(06).
          02 FILLER                    PIC X(01) VALUE ";".
          02 LAN-VALOR                 PIC 9(11).
          02 FILLER                    PIC X(01) VALUE ";".
          02 LAN-CENTRO                PIC 9(04).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          PERFORM EXPORTA-CREDITOS.
          PERFORM EXPORTA-FOLHA.
          PERFORM EXPORTA-CANCELAMENTOS.
          PERFORM EXPORTA-FGTS.
          PERFORM EXPORTA-PROVISOES.
          PERFORM EXPORTA-CUSTOS.
          PERFORM TERMINO.
          STOP RUN.


       LANCA-RECIBO.
          IF JRC-DATA-MOV(1:6) EQUAL COMPETENCIA
             AND JRC-TIPO NOT EQUAL "G"
              MOVE "RCB" TO TIPO-MOV
              MOVE JRC-VALOR TO VALOR-MOV
              IF JRC-TIPO EQUAL "E"
                  MOVE "SIM" TO ESTORNO-MOV
              END-IF
              PERFORM GRAVA-LANCAMENTO
              MOVE "NAO" TO ESTORNO-MOV.
          PERFORM LE-RECIBO.

       EXPORTA-CREDITOS.
          PERFORM LE-CREDITO.

       EXPORTA-FOLHA.
          CALL "CONFLIB" USING COMPET-LIBERACAO FOLHA-LIBERADA
              MOTIVO-LIBERACAO.
          IF FOLHA-LIBERADA NOT EQUAL "SIM"
              DISPLAY MOTIVO-LIBERACAO
              DISPLAY "LANCAMENTOS FOL DA COMPETENCIA "
                  COMPET-LIBERACAO " FORA DA INTERFACE."
          ELSE
              MOVE "NAO" TO FIM-SAI
              OPEN INPUT CADSAI
              PERFORM LE-FOLHA
              PERFORM LANCA-FOLHA UNTIL FIM-SAI EQUAL "SIM"
              CLOSE CADSAI.

       LE-FOLHA.
          READ CADSAI AT END MOVE "SIM" TO FIM-SAI.

       LANCA-FOLHA.
          PERFORM APURA-VALOR-FOLHA.
          IF VALOR-FOLHA GREATER THAN ZEROES
              MOVE "FOL" TO TIPO-MOV
              MOVE VALOR-FOLHA TO VALOR-MOV
              PERFORM GRAVA-LANCAMENTO.
          PERFORM LE-FOLHA.

       APURA-VALOR-FOLHA.
          MOVE ZEROES TO VALOR-FOLHA.
          IF MATRICULA-SAI NUMERIC
             AND LIQUIDO-SAI NUMERIC
              MOVE LIQUIDO-SAI TO VALOR-FOLHA
              IF ADIANT-SAI NUMERIC
                  ADD ADIANT-SAI TO VALOR-FOLHA.

       EXPORTA-CANCELAMENTOS.
          MOVE "NAO" TO FIM-HCA.
          OPEN INPUT HISTCANC.
              PERFORM GRAVA-LANCAMENTO.
          PERFORM LE-CANCELAMENTO.

       EXPORTA-FGTS.
          MOVE "NAO" TO FIM-FGT.
          OPEN INPUT ARQFGTS.
          PERFORM LE-FGTS.
          PERFORM SOMA-FGTS UNTIL FIM-FGT EQUAL "SIM".
          CLOSE ARQFGTS.
          IF TOTAL-DEP-FGTS GREATER THAN ZEROES
              MOVE "FGT" TO TIPO-MOV
              MOVE TOTAL-DEP-FGTS TO VALOR-MOV
              PERFORM GRAVA-LANCAMENTO.
          IF TOTAL-MULTA-FGTS GREATER THAN ZEROES
              MOVE "MFG" TO TIPO-MOV
              MOVE TOTAL-MULTA-FGTS TO VALOR-MOV
              PERFORM GRAVA-LANCAMENTO.

       LE-FGTS.
          READ ARQFGTS NEXT RECORD AT END MOVE "SIM" TO FIM-FGT.

       SOMA-FGTS.
          IF COMPET-FGT EQUAL COMPETENCIA
              ADD DEPOSITO-FGT TO TOTAL-DEP-FGTS
              ADD MULTA-FGT TO TOTAL-MULTA-FGTS.
          PERFORM LE-FGTS.

       EXPORTA-PROVISOES.
          MOVE "NAO" TO FIM-PRV.
          OPEN INPUT ARQPROV.
          PERFORM LE-PROVISAO.
          PERFORM SOMA-PROVISAO UNTIL FIM-PRV EQUAL "SIM".
          CLOSE ARQPROV.
          IF TOTAL-PROV-FER GREATER THAN ZEROES
              MOVE "PFE" TO TIPO-MOV
              MOVE TOTAL-PROV-FER TO VALOR-MOV
              PERFORM GRAVA-LANCAMENTO.
          IF TOTAL-PROV-13 GREATER THAN ZEROES
              MOVE "P13" TO TIPO-MOV
              MOVE TOTAL-PROV-13 TO VALOR-MOV
              PERFORM GRAVA-LANCAMENTO.
          IF TOTAL-BAIXA-FER GREATER THAN ZEROES
              MOVE "BFE" TO TIPO-MOV
              MOVE TOTAL-BAIXA-FER TO VALOR-MOV
              PERFORM GRAVA-LANCAMENTO.
          IF TOTAL-BAIXA-13 GREATER THAN ZEROES
              MOVE "B13" TO TIPO-MOV
              MOVE TOTAL-BAIXA-13 TO VALOR-MOV
              PERFORM GRAVA-LANCAMENTO.
          IF TOTAL-ENCARGOS GREATER THAN ZEROES
              MOVE "ENC" TO TIPO-MOV
              MOVE TOTAL-ENCARGOS TO VALOR-MOV
              PERFORM GRAVA-LANCAMENTO.

       LE-PROVISAO.
          READ ARQPROV NEXT RECORD AT END MOVE "SIM" TO FIM-PRV.

       SOMA-PROVISAO.
          IF COMPET-PRV EQUAL COMPETENCIA
              ADD PROV-FER-PRV TO TOTAL-PROV-FER
              ADD PROV-13-PRV TO TOTAL-PROV-13
              ADD BAIXA-FER-PRV ESTORNO-FER-PRV TO TOTAL-BAIXA-FER
              ADD BAIXA-13-PRV ESTORNO-13-PRV TO TOTAL-BAIXA-13
              ADD ENCARGOS-PRV TO TOTAL-ENCARGOS.
          PERFORM LE-PROVISAO.

       EXPORTA-CUSTOS.
          MOVE "NAO" TO FIM-CUS.
          OPEN INPUT ARQCUS.
          PERFORM LE-CUSTO.
          PERFORM LANCA-CUSTO UNTIL FIM-CUS EQUAL "SIM".
          CLOSE ARQCUS.
          MOVE ZEROES TO CENTRO-MOV.

       LE-CUSTO.
          READ ARQCUS AT END MOVE "SIM" TO FIM-CUS.

       LANCA-CUSTO.
          IF COMPET-CUS EQUAL COMPETENCIA
              MOVE CENTRO-CUS TO CENTRO-MOV
              IF BRUTO-CUS GREATER THAN ZEROES
                  MOVE "CSA" TO TIPO-MOV
                  MOVE BRUTO-CUS TO VALOR-MOV
                  PERFORM GRAVA-LANCAMENTO
              END-IF
              IF ENCARGOS-CUS GREATER THAN ZEROES
                  MOVE "CEN" TO TIPO-MOV
                  MOVE ENCARGOS-CUS TO VALOR-MOV
                  PERFORM GRAVA-LANCAMENTO
              END-IF
              IF BENEF-CUS GREATER THAN ZEROES
                  MOVE "CBE" TO TIPO-MOV
                  MOVE BENEF-CUS TO VALOR-MOV
                  PERFORM GRAVA-LANCAMENTO.
          PERFORM LE-CUSTO.

       GRAVA-LANCAMENTO.
          MOVE "NAO" TO ACHOU-CONTA.
          PERFORM PROCURA-CONTA
              PERFORM GRAVA-NO-ARQUIVO.

       GRAVA-NO-ARQUIVO.
          IF ESTORNO-MOV EQUAL "SIM"
              MOVE "EST" TO LAN-TIPO
              MOVE CTA-CREDITO (IX-CTA) TO LAN-CONTA-DEB
              MOVE CTA-DEBITO (IX-CTA) TO LAN-CONTA-CRED
              MOVE CTA-CREDITO (IX-CTA) TO CONTA-DEB-EST
              MOVE CTA-DEBITO (IX-CTA) TO CONTA-CRED-EST
              ADD 1 TO CONTADOR-EST
              ADD VALOR-MOV TO SOMA-EST
          ELSE
              MOVE TIPO-MOV TO LAN-TIPO
              MOVE CTA-DEBITO (IX-CTA) TO LAN-CONTA-DEB
              MOVE CTA-CREDITO (IX-CTA) TO LAN-CONTA-CRED
              ADD 1 TO CTA-QTD (IX-CTA)
              ADD VALOR-MOV TO CTA-TOTAL (IX-CTA).
          MOVE VALOR-MOV-DIG TO LAN-VALOR.
          MOVE CENTRO-MOV TO LAN-CENTRO.
          WRITE REG-LAN FROM LINHA-LAN.
          ADD 1 TO CONTADOR-LANCES.
          ADD VALOR-MOV TO SOMA-LANCES.

       TERMINO.
          MOVE CONTADOR-LANCES TO TRL-QTDE.
          PERFORM IMPRIME-CONTA
              VARYING IX-CTA FROM 1 BY 1
              UNTIL IX-CTA GREATER THAN QTD-CONTAS.
          IF CONTADOR-EST GREATER THAN ZEROES
              PERFORM IMPRIME-ESTORNOS.
          PERFORM GRAVA-LOG.
          DISPLAY "INTERFACE CONTABIL DA COMPETENCIA " COMPETENCIA
              " GERADA.".
          DISPLAY "LANCAMENTOS GERADOS..: " CONTADOR-LANCES.
          DISPLAY "SEM CONTA NO DE-PARA.: " CONTADOR-SEMCTA.
          DISPLAY "ESTORNOS DE RECIBO...: " CONTADOR-EST.
          IF FOLHA-LIBERADA NOT EQUAL "SIM"
              DISPLAY "FOLHA NAO LIBERADA...: LANCAMENTOS FOL FORA"
              MOVE 4 TO RETURN-CODE.
          CLOSE LANCCONT
                RELCONT.

          MOVE CTA-TOTAL (IX-CTA) TO DET-TOT.
          WRITE REGCONT FROM DETALHE AFTER ADVANCING 1 LINE.

       IMPRIME-ESTORNOS.
          MOVE "EST" TO DET-TIPO.
          MOVE CONTA-DEB-EST TO DET-DEB.
          MOVE CONTA-CRED-EST TO DET-CRED.
          MOVE CONTADOR-EST TO DET-QTD.
          MOVE SOMA-EST TO DET-TOT.
          WRITE REGCONT FROM DETALHE AFTER ADVANCING 1 LINE.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
