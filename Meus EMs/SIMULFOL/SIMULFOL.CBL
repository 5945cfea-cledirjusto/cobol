      *REAJUSTE APLICADO). GRAVA APENAS O COMPARATIVO RELSIMF:
      *LIQUIDO ATUAL E SIMULADO POR FUNCIONARIO, OS QUE MUDAM DE
      *FAIXA DE INSS, E O IMPACTO TOTAL NA FOLHA. NAO TOCA CADSAI,
      *ARQYTD NEM CTRL06. O SALARIO DE CADA FUNCIONARIO E O VIGENTE
      *NA DATA BASE (VARIAVEL DE AMBIENTE DATA_BASE, AAAAMMDD; SEM ELA
      *HOJE) PELO HISTORICO DE SALARIO (SALVIG), OU O DO CADENT QUANDO
      *NAO HA HISTORICO ATE A DATA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  DATA-BASE          PIC 9(08) VALUE ZEROES.
       77  ENTRADA-BASE       PIC X(08) VALUE SPACES.
       77  SALARIO-BASE       PIC 9(05)V9(02) VALUE ZEROES.
       77  CARGO-VIG          PIC 9(03) VALUE ZEROES.
       77  VIGENCIA-SAL       PIC 9(08) VALUE ZEROES.
       77  SALARIO-ANT-VIG    PIC 9(05)V9(02) VALUE ZEROES.
       77  ACHOU-VIGENTE      PIC X(03) VALUE "NAO".

       01 TAB-INSS-ATU.
          02 IAT-OCORRENCIA OCCURS 9 TIMES.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 FILLER    PIC X(13) VALUE "FAIXAS IRRF: ".
          02 LCE-QR    PIC 9(01).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(06) VALUE "BASE: ".
          02 LCE-DIA   PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 LCE-MES   PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 LCE-ANO   PIC 9(04).

       01 CAB-03.
          02 FILLER    PIC X(05)  VALUE SPACES.

       CARGA-TABELAS-ATUAIS.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT ENTRADA-BASE FROM ENVIRONMENT "DATA_BASE".
          IF ENTRADA-BASE NUMERIC
              MOVE ENTRADA-BASE TO DATA-BASE
          ELSE
              MOVE DATA-SISTEMA TO DATA-BASE.
          PERFORM ESCOLHE-VIG-INSS.
          PERFORM CARGA-FAIXAS-INSS.
          PERFORM ESCOLHE-VIG-IRRF.
          PERFORM LEITURA.

       SIMULA-FUNCIONARIO.
          PERFORM OBTEM-SALARIO-BASE.
          MOVE SALARIO-BASE TO SALARIO-CALC.
          PERFORM CALCULA-ATUAL.
          COMPUTE SALARIO-CALC ROUNDED = SALARIO-BASE
              + (SALARIO-BASE * PCT-REAJUSTE / 100).
          PERFORM CALCULA-SIMULADO.
          ADD LIQUIDO-ATUAL TO TOTAL-ATUAL.
          ADD LIQUIDO-SIMULADO TO TOTAL-SIMULADO.
              MOVE "   " TO DET-MUDA.
          PERFORM IMPRIME-FUNCIONARIO.

       OBTEM-SALARIO-BASE.
          MOVE SALARIOB-ENT TO SALARIO-BASE.
          CALL "SALVIG" USING MATRICULA-ENT DATA-BASE SALARIO-BASE
              CARGO-VIG VIGENCIA-SAL SALARIO-ANT-VIG ACHOU-VIGENTE.
          IF ACHOU-VIGENTE NOT EQUAL "SIM"
              MOVE SALARIOB-ENT TO SALARIO-BASE.

       CALCULA-ATUAL.
          PERFORM CALCULA-INSS-ATUAL.
          MOVE FAIXA-USADA TO FAIXA-ATUAL.
          MOVE PCT-REAJUSTE TO LCE-PCT.
          MOVE QTD-INSS-SIM TO LCE-QI.
          MOVE QTD-IRRF-SIM TO LCE-QR.
          MOVE DATA-BASE(7:2) TO LCE-DIA.
          MOVE DATA-BASE(5:2) TO LCE-MES.
          MOVE DATA-BASE(1:4) TO LCE-ANO.
          WRITE REGSIMF FROM LIN-CENARIO AFTER ADVANCING 2 LINES.
          WRITE REGSIMF FROM CAB-03 AFTER ADVANCING 2 LINES.
          WRITE REGSIMF FROM CAB-02 AFTER ADVANCING 1 LINE.
