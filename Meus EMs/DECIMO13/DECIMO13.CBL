      *(METADE), 2 = QUITACAO DE DEZEMBRO (13O INTEGRAL MENOS O
      *ADIANTAMENTO REALMENTE PAGO, LIDO DO CAD131.DAT DE NOVEMBRO).
      *FUNCIONARIO SEM REGISTRO NO ARQYTD SAI COM
      *ZERO MESES E NAO RECEBE PARCELA. CADA PARCELA PAGA DEPOSITA 8%
      *DE FGTS NO SALDO DO ARQFGTS DA FOLHA, NA COMPETENCIA DO
      *PAGAMENTO; O REPROCESSAMENTO NO MESMO MES TROCA O DEPOSITO DO
      *13O EM VEZ DE SOMAR OUTRO. A PARCELA PAGA BAIXA A PROVISAO DE
      *13O DO ARQPROV DA FOLHA (ATE O SALDO PROVISIONADO PELO PROVFOL)
      *E ENTRA NO PAGO NO ANO; O REPROCESSAMENTO NO MESMO MES TAMBEM
      *TROCA A BAIXA ANTERIOR.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-YTD.
          SELECT ARQFGTS ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-FGT
          FILE STATUS IS FS-FGTS.
          SELECT ARQPROV ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-PRV
          FILE STATUS IS FS-PROV.
          SELECT OPTIONAL CAD13ANT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT CAD13 ASSIGN TO DISK
          02 MATRICULA-YTD            PIC 9(05).
          02 TOTAL-YTD                PIC 9(09)V9(02).
          02 MESES-YTD                PIC 9(02).
          02 COMPET-YTD               PIC 9(06).
          02 LIQUIDO-MES-YTD          PIC 9(07)V9(02).

       FD  ARQFGTS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQFGTS.DAT".
          COPY REGFGT.

       FD  ARQPROV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQPROV.DAT".
          COPY REGPRV.

       FD  CAD13ANT
          LABEL RECORD ARE STANDARD
       77  IX-ADI             PIC 9(04) VALUE ZEROES.
       77  ADIANTADO-PAGO     PIC 9(05)V9(02) VALUE ZEROES.
       77  ACHOU-ADIANTADO    PIC X(03) VALUE "NAO".
       77  FS-FGTS            PIC X(02) VALUE "00".
       77  TAXA-FGTS          PIC 9V9(04) VALUE 0,08.
       77  DEPOSITO-FGTS-NOVO PIC 9(07)V9(02) VALUE ZEROES.
       77  DEPOSITO-FGTS-ANT  PIC 9(07)V9(02) VALUE ZEROES.
       77  TOTAL-FGTS         PIC 9(09)V9(02) VALUE ZEROES.
       77  TEM-FGTS           PIC X(03) VALUE "NAO".
       77  COMPET-ATUAL       PIC 9(06) VALUE ZEROES.
       77  ANO-ATUAL          PIC 9(04) VALUE ZEROES.
       77  FS-PROV            PIC X(02) VALUE "00".
       77  TEM-PROV           PIC X(03) VALUE "NAO".
       77  BAIXA-PROV         PIC 9(07)V9(02) VALUE ZEROES.
       77  TOTAL-BAIXA-PROV   PIC 9(09)V9(02) VALUE ZEROES.
       01 TAB-ADIANTADOS.
          02 ADI-OCORRENCIA OCCURS 1000 TIMES.
             03 ADI-MATRICULA          PIC 9(05).
                      ARQYTD
               OUTPUT CAD13
                      REL13.
          OPEN I-O ARQFGTS.
          IF FS-FGTS EQUAL "35"
              OPEN OUTPUT ARQFGTS
              CLOSE ARQFGTS
              OPEN I-O ARQFGTS.
          OPEN I-O ARQPROV.
          IF FS-PROV EQUAL "35"
              OPEN OUTPUT ARQPROV
              CLOSE ARQPROV
              OPEN I-O ARQPROV.
          ACCEPT DATA-SISTEMA-LOG FROM DATE YYYYMMDD.
          MOVE DATA-SISTEMA-LOG(1:6) TO COMPET-ATUAL.
          MOVE DATA-SISTEMA-LOG(1:4) TO ANO-ATUAL.
          MOVE PARCELA-ESCOLHIDA TO CAB-PARC.
          PERFORM LEITURA.

          IF MESES-TRAB GREATER THAN ZEROES
              PERFORM CALCULA-PARCELA
              PERFORM GRAVA-EXTRATO
              PERFORM DEPOSITA-FGTS
              PERFORM BAIXA-PROVISAO
              PERFORM IMPRESSAO.
          PERFORM LEITURA.

          MOVE PARCELA-ESCOLHIDA TO PARCELA-13.
          WRITE REG-13.

       DEPOSITA-FGTS.
          COMPUTE DEPOSITO-FGTS-NOVO ROUNDED =
              VALOR-PARCELA * TAXA-FGTS.
          MOVE "SIM" TO TEM-FGTS.
          MOVE MATRICULA-ENT TO MATRICULA-FGT.
          READ ARQFGTS KEY IS MATRICULA-FGT
              INVALID KEY MOVE "NAO" TO TEM-FGTS.
          IF TEM-FGTS EQUAL "NAO"
              MOVE ZEROES TO REG-FGT
              MOVE MATRICULA-ENT TO MATRICULA-FGT
              MOVE SPACES TO TIPO-DESLIG-FGT.
          IF COMPET-FGT NOT EQUAL COMPET-ATUAL
              PERFORM VIRA-COMPETENCIA-FGTS.
          COMPUTE DEPOSITO-FGTS-ANT ROUNDED =
              BASE-13-FGT * TAXA-FGTS.
          IF DEPOSITO-FGTS-ANT GREATER THAN DEPOSITO-FGT
              MOVE DEPOSITO-FGT TO DEPOSITO-FGTS-ANT.
          SUBTRACT DEPOSITO-FGTS-ANT FROM SALDO-FGT DEPOSITO-FGT.
          MOVE VALOR-PARCELA TO BASE-13-FGT.
          ADD DEPOSITO-FGTS-NOVO TO SALDO-FGT DEPOSITO-FGT.
          ADD DEPOSITO-FGTS-NOVO TO TOTAL-FGTS.
          IF TEM-FGTS EQUAL "NAO"
              WRITE REG-FGT
          ELSE
              REWRITE REG-FGT.

       VIRA-COMPETENCIA-FGTS.
          MOVE COMPET-ATUAL TO COMPET-FGT.
          MOVE ZEROES TO BASE-FOL-FGT.
          MOVE ZEROES TO BASE-FER-FGT.
          MOVE ZEROES TO BASE-13-FGT.
          MOVE ZEROES TO BASE-RES-FGT.
          MOVE ZEROES TO DEPOSITO-FGT.
          MOVE ZEROES TO MULTA-FGT.
          MOVE SPACES TO TIPO-DESLIG-FGT.

       BAIXA-PROVISAO.
          MOVE "SIM" TO TEM-PROV.
          MOVE MATRICULA-ENT TO MATRICULA-PRV.
          READ ARQPROV KEY IS MATRICULA-PRV
              INVALID KEY MOVE "NAO" TO TEM-PROV.
          IF TEM-PROV EQUAL "NAO"
              MOVE ZEROES TO REG-PRV
              MOVE MATRICULA-ENT TO MATRICULA-PRV
              MOVE ANO-ATUAL TO ANO-PRV.
          IF COMPET-PRV NOT EQUAL COMPET-ATUAL
              PERFORM VIRA-COMPETENCIA-PRV.
          IF ANO-PRV NOT EQUAL ANO-ATUAL
              MOVE ANO-ATUAL TO ANO-PRV
              MOVE ZEROES TO PAGO-13-PRV.
          ADD BAIXA-13-PRV TO SALDO-13-PRV.
          IF PAGO-13-MES-PRV GREATER THAN PAGO-13-PRV
              MOVE ZEROES TO PAGO-13-PRV
          ELSE
              SUBTRACT PAGO-13-MES-PRV FROM PAGO-13-PRV.
          IF VALOR-PARCELA GREATER THAN SALDO-13-PRV
              MOVE SALDO-13-PRV TO BAIXA-PROV
          ELSE
              MOVE VALOR-PARCELA TO BAIXA-PROV.
          SUBTRACT BAIXA-PROV FROM SALDO-13-PRV.
          MOVE BAIXA-PROV TO BAIXA-13-PRV.
          MOVE VALOR-PARCELA TO PAGO-13-MES-PRV.
          ADD VALOR-PARCELA TO PAGO-13-PRV.
          ADD BAIXA-PROV TO TOTAL-BAIXA-PROV.
          IF TEM-PROV EQUAL "NAO"
              WRITE REG-PRV
          ELSE
              REWRITE REG-PRV.

       VIRA-COMPETENCIA-PRV.
          MOVE COMPET-ATUAL TO COMPET-PRV.
          MOVE ZEROES TO PROV-FER-PRV.
          MOVE ZEROES TO PROV-13-PRV.
          MOVE ZEROES TO ESTORNO-FER-PRV.
          MOVE ZEROES TO ESTORNO-13-PRV.
          MOVE ZEROES TO BAIXA-FER-PRV.
          MOVE ZEROES TO BAIXA-13-PRV.
          MOVE ZEROES TO PAGO-13-MES-PRV.
          MOVE ZEROES TO ENCARGOS-PRV.

       IMPRESSAO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REG-CTRL13.
          CLOSE CTRL13.
          PERFORM GRAVA-LOG.
          DISPLAY "FGTS DO 13O SALARIO: " TOTAL-FGTS.
          DISPLAY "BAIXA DA PROVISAO..: " TOTAL-BAIXA-PROV.
          CLOSE CADENT
                ARQYTD
                ARQFGTS
                ARQPROV
                CAD13
                REL13.

