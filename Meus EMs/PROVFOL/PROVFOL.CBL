       IDENTIFICATION DIVISION.
          PROGRAM-ID.      PROVFOL.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. PROVISOES MENSAIS DA FOLHA. PARA CADA FUNCIONARIO DO
      *CADENT (EM01) LEVA O SALDO DE PROVISAO DO ARQPROV.DAT AO VALOR
      *DEVIDO NA COMPETENCIA: FERIAS MAIS O TERCO PELOS AVOS DO
      *CADFER.DAT MENOS OS DIAS JA GOZADOS (SALARIO / 30 X DIAS X
      *4 / 3, A MESMA CONTA DO FERIAPAG) E 13O PELOS MESES DO
      *ARQYTD.DAT MENOS O JA PAGO NO ANO PELO DECIMO13. A DIFERENCA
      *PARA MAIS E A CONSTITUICAO DO MES (1/12 QUANDO NADA MUDOU) E A
      *DIFERENCA PARA MENOS E ESTORNO DO EXCESSO; FUNCIONARIO INATIVO
      *NAO PROVISIONA. OS ENCARGOS PATRONAIS DO MES (INSS, RAT E
      *TERCEIROS) SAO CALCULADOS SOBRE A REMUNERACAO DA COMPETENCIA
      *JA APURADA NO ARQFGTS (FOLHA, FERIAS, 13O E RESCISAO), COM AS
      *ALIQUOTAS DO PARMENC.DAT OU, SEM ELE, 20%, 2% E 5,8%. O FGTS
      *NAO ENTRA AQUI - JA E EXPORTADO A PARTE PELO CONTEXP. AS BAIXAS
      *POR PAGAMENTO SAO GRAVADAS PELO FERIAPAG, DECIMO13 E RESCISAO.
      *REPROCESSAR A MESMA COMPETENCIA DESFAZ A APURACAO ANTERIOR
      *ANTES DE REFAZER. RELPROV LISTA O SALDO POR FUNCIONARIO. A
      *COMPETENCIA (AAAAMM) VEM DA VARIAVEL DE AMBIENTE COMPETENCIA,
      *COMO NO CONTEXP; AUSENTE, E A DO MES CORRENTE.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADFER ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS MATRICULA-FER
          FILE STATUS IS FS-FER.
          SELECT OPTIONAL ARQYTD ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS MATRICULA-YTD
          FILE STATUS IS FS-YTD.
          SELECT OPTIONAL ARQFGTS ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS MATRICULA-FGT
          FILE STATUS IS FS-FGTS.
          SELECT ARQPROV ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-PRV
          FILE STATUS IS FS-PROV.
          SELECT OPTIONAL PARMENC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELPROV ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADENT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADENT.DAT".
          01 REG-ENT.
          02 MATRICULA-ENT             PIC 9(05).
          02 NOME-ENT                  PIC X(30).
          02 SALARIOB-ENT              PIC 9(05)V99.
          02 DEPENDENTES-ENT           PIC 9(02).
          02 DATA-ADMISSAO-ENT         PIC 9(08).
          02 DATA-DESLIG-ENT           PIC 9(08).
          02 SITUACAO-ENT              PIC X(01).
          02 UNIDADE-ENT               PIC 9(02).

       FD  CADFER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADFER.DAT".
          01 REG-FER.
          02 MATRICULA-FER             PIC 9(05).
          02 DATA-AQUIS-FER            PIC 9(08).
          02 AVOS-FER                  PIC 9(02).
          02 DIAS-GOZADOS-FER          PIC 9(02).

       FD  ARQYTD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQYTD.DAT".
          01 REG-YTD.
          02 MATRICULA-YTD             PIC 9(05).
          02 TOTAL-YTD                 PIC 9(09)V9(02).
          02 MESES-YTD                 PIC 9(02).
          02 COMPET-YTD                PIC 9(06).
          02 LIQUIDO-MES-YTD           PIC 9(07)V9(02).

       FD  ARQFGTS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQFGTS.DAT".
          COPY REGFGT.

       FD  ARQPROV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQPROV.DAT".
          COPY REGPRV.

       FD  PARMENC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMENC.DAT".
          01 REG-PARMENC.
          02 ALIQ-PATRONAL-PRM         PIC 9V9(04).
          02 ALIQ-RAT-PRM              PIC 9V9(04).
          02 ALIQ-TERCEIROS-PRM        PIC 9V9(04).

       FD  RELPROV
          LABEL RECORD IS OMITTED.
          01  REGPROV     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-FER             PIC X(02) VALUE "00".
       77  FS-YTD             PIC X(02) VALUE "00".
       77  FS-FGTS            PIC X(02) VALUE "00".
       77  FS-PROV            PIC X(02) VALUE "00".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  FIM-PRM            PIC X(03) VALUE "NAO".
       77  TEM-PROV           PIC X(03) VALUE "NAO".
       77  TEM-FER            PIC X(03) VALUE "NAO".
       77  TEM-YTD            PIC X(03) VALUE "NAO".
       77  TEM-FGTS           PIC X(03) VALUE "NAO".
       77  COMPETENCIA        PIC X(06) VALUE SPACES.
       77  COMPET-ALVO        PIC 9(06) VALUE ZEROES.
       77  ANO-ALVO           PIC 9(04) VALUE ZEROES.
       77  ALIQ-PATRONAL      PIC 9V9(04) VALUE 0,20.
       77  ALIQ-RAT           PIC 9V9(04) VALUE 0,02.
       77  ALIQ-TERCEIROS     PIC 9V9(04) VALUE 0,058.
       77  ALIQ-TOTAL         PIC 9V9(04) VALUE ZEROES.
       77  DIAS-SALDO         PIC S9(03)V9(02) VALUE ZEROES.
       77  ALVO-PROV          PIC S9(07)V9(02) VALUE ZEROES.
       77  SALDO-AUX          PIC S9(07)V9(02) VALUE ZEROES.
       77  BASE-ENCARGOS      PIC 9(09)V9(02) VALUE ZEROES.
       77  PROV-MES           PIC 9(07)V9(02) VALUE ZEROES.
       77  BAIXA-MES          PIC 9(07)V9(02) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-PROV      PIC 9(06) VALUE ZEROES.
       77  CONTADOR-INATIVOS  PIC 9(06) VALUE ZEROES.
       77  TOTAL-SALDO-FER    PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-SALDO-13     PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-PROV-MES     PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-BAIXA-MES    PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-ENCARGOS     PIC 9(09)V9(02) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 CAB-01.
          02 FILLER    PIC X(15) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "PROVISOES DA FOLHA".
          02 FILLER    PIC X(10) VALUE " - COMPET.".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CAB-COMPET PIC 9(06).
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "MATR.".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(18)  VALUE "NOME".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "SALDO FER.".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE " SALDO 13O".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE " PROV. MES".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "BAIXAS MES".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "  ENCARGOS".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "TOTAIS ".
          02 TOT-QTD   PIC ZZZZZ9.
          02 FILLER    PIC X(13)  VALUE " FUNCIONARIOS".
          02 TOT-SFE   PIC ZZZZZZ9,99.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-S13   PIC ZZZZZZ9,99.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-PRV   PIC ZZZZZZ9,99.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-BXA   PIC ZZZZZZ9,99.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-ENC   PIC ZZZZZZ9,99.

       01 DETALHE.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-MAT   PIC 9(05).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-NOME  PIC X(18).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-SFE   PIC ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-S13   PIC ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-PRV   PIC ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-BXA   PIC ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-ENC   PIC ZZZ.ZZ9,99.

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

       PGM-PROVFOL.
          PERFORM OBTEM-PARAMETROS.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ENT EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

      *----------------------------------------------------------------
      *    COMPETENCIA E ALIQUOTAS DOS ENCARGOS PATRONAIS
      *----------------------------------------------------------------
       OBTEM-PARAMETROS.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT COMPETENCIA FROM ENVIRONMENT "COMPETENCIA".
          IF COMPETENCIA NOT NUMERIC
              MOVE DATA-SISTEMA(1:6) TO COMPETENCIA.
          MOVE COMPETENCIA TO COMPET-ALVO.
          MOVE COMPETENCIA(1:4) TO ANO-ALVO.
          OPEN INPUT PARMENC.
          READ PARMENC AT END MOVE "SIM" TO FIM-PRM.
          IF FIM-PRM EQUAL "NAO"
             AND ALIQ-PATRONAL-PRM NUMERIC
             AND ALIQ-RAT-PRM NUMERIC
             AND ALIQ-TERCEIROS-PRM NUMERIC
              MOVE ALIQ-PATRONAL-PRM TO ALIQ-PATRONAL
              MOVE ALIQ-RAT-PRM TO ALIQ-RAT
              MOVE ALIQ-TERCEIROS-PRM TO ALIQ-TERCEIROS.
          CLOSE PARMENC.
          COMPUTE ALIQ-TOTAL = ALIQ-PATRONAL + ALIQ-RAT
              + ALIQ-TERCEIROS.

       INICIO.
          OPEN INPUT CADENT
                     CADFER
                     ARQYTD
                     ARQFGTS.
          OPEN I-O ARQPROV.
          IF FS-PROV EQUAL "35"
              OPEN OUTPUT ARQPROV
              CLOSE ARQPROV
              OPEN I-O ARQPROV.
          IF FS-PROV NOT EQUAL "00"
              DISPLAY "ARQPROV COM PROBLEMA - STATUS " FS-PROV
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN OUTPUT RELPROV.
          MOVE COMPET-ALVO TO CAB-COMPET.
          PERFORM LEITURA.

       LEITURA.
          READ CADENT AT END MOVE "SIM" TO FIM-ENT.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
          PERFORM OBTEM-PROVISAO.
          IF SITUACAO-ENT EQUAL "I"
              ADD 1 TO CONTADOR-INATIVOS
          ELSE
              PERFORM APURA-FERIAS
              PERFORM APURA-13.
          PERFORM APURA-ENCARGOS.
          IF TEM-PROV EQUAL "NAO"
              WRITE REG-PRV
          ELSE
              REWRITE REG-PRV.
          ADD 1 TO CONTADOR-PROV.
          PERFORM IMPRESSAO.
          PERFORM LEITURA.

      *----------------------------------------------------------------
      *    LE O SALDO DO FUNCIONARIO. NA VIRADA DE COMPETENCIA ZERA O
      *    MOVIMENTO DO MES; NA MESMA COMPETENCIA DESFAZ A APURACAO
      *    ANTERIOR DESTE PROGRAMA, MANTENDO AS BAIXAS POR PAGAMENTO.
      *----------------------------------------------------------------
       OBTEM-PROVISAO.
          MOVE "SIM" TO TEM-PROV.
          MOVE MATRICULA-ENT TO MATRICULA-PRV.
          READ ARQPROV KEY IS MATRICULA-PRV
              INVALID KEY MOVE "NAO" TO TEM-PROV.
          IF TEM-PROV EQUAL "NAO"
              MOVE ZEROES TO REG-PRV
              MOVE MATRICULA-ENT TO MATRICULA-PRV
              MOVE ANO-ALVO TO ANO-PRV.
          IF COMPET-PRV NOT EQUAL COMPET-ALVO
              PERFORM VIRA-COMPETENCIA-PRV
          ELSE
              PERFORM DESFAZ-APURACAO.
          IF ANO-PRV NOT EQUAL ANO-ALVO
              MOVE ANO-ALVO TO ANO-PRV
              MOVE ZEROES TO PAGO-13-PRV.

       VIRA-COMPETENCIA-PRV.
          MOVE COMPET-ALVO TO COMPET-PRV.
          MOVE ZEROES TO PROV-FER-PRV.
          MOVE ZEROES TO PROV-13-PRV.
          MOVE ZEROES TO ESTORNO-FER-PRV.
          MOVE ZEROES TO ESTORNO-13-PRV.
          MOVE ZEROES TO BAIXA-FER-PRV.
          MOVE ZEROES TO BAIXA-13-PRV.
          MOVE ZEROES TO PAGO-13-MES-PRV.
          MOVE ZEROES TO ENCARGOS-PRV.

       DESFAZ-APURACAO.
          COMPUTE SALDO-AUX = SALDO-FER-PRV - PROV-FER-PRV
              + ESTORNO-FER-PRV.
          IF SALDO-AUX LESS THAN ZEROES
              MOVE ZEROES TO SALDO-AUX.
          MOVE SALDO-AUX TO SALDO-FER-PRV.
          COMPUTE SALDO-AUX = SALDO-13-PRV - PROV-13-PRV
              + ESTORNO-13-PRV.
          IF SALDO-AUX LESS THAN ZEROES
              MOVE ZEROES TO SALDO-AUX.
          MOVE SALDO-AUX TO SALDO-13-PRV.
          MOVE ZEROES TO PROV-FER-PRV.
          MOVE ZEROES TO PROV-13-PRV.
          MOVE ZEROES TO ESTORNO-FER-PRV.
          MOVE ZEROES TO ESTORNO-13-PRV.
          MOVE ZEROES TO ENCARGOS-PRV.

      *----------------------------------------------------------------
      *    FERIAS: DIAS DE DIREITO PELOS AVOS MENOS OS GOZADOS, PELO
      *    SALARIO DO DIA, MAIS O TERCO CONSTITUCIONAL
      *----------------------------------------------------------------
       APURA-FERIAS.
          MOVE "SIM" TO TEM-FER.
          MOVE MATRICULA-ENT TO MATRICULA-FER.
          READ CADFER KEY IS MATRICULA-FER
              INVALID KEY MOVE "NAO" TO TEM-FER.
          MOVE ZEROES TO DIAS-SALDO.
          IF TEM-FER EQUAL "SIM"
             AND AVOS-FER NUMERIC
             AND DIAS-GOZADOS-FER NUMERIC
              COMPUTE DIAS-SALDO = AVOS-FER * 30 / 12
                  - DIAS-GOZADOS-FER.
          IF DIAS-SALDO LESS THAN ZEROES
              MOVE ZEROES TO DIAS-SALDO.
          COMPUTE ALVO-PROV ROUNDED =
              (SALARIOB-ENT / 30 * DIAS-SALDO) * 4 / 3.
          IF ALVO-PROV GREATER THAN SALDO-FER-PRV
              COMPUTE PROV-FER-PRV = ALVO-PROV - SALDO-FER-PRV
          ELSE
              COMPUTE ESTORNO-FER-PRV = SALDO-FER-PRV - ALVO-PROV.
          MOVE ALVO-PROV TO SALDO-FER-PRV.

      *----------------------------------------------------------------
      *    13O: SALARIO X MESES DO ANO / 12 MENOS O JA PAGO NO ANO
      *----------------------------------------------------------------
       APURA-13.
          MOVE "SIM" TO TEM-YTD.
          MOVE MATRICULA-ENT TO MATRICULA-YTD.
          READ ARQYTD KEY IS MATRICULA-YTD
              INVALID KEY MOVE "NAO" TO TEM-YTD.
          IF TEM-YTD EQUAL "NAO" OR MESES-YTD NOT NUMERIC
              MOVE ZEROES TO MESES-YTD.
          COMPUTE ALVO-PROV ROUNDED =
              SALARIOB-ENT * MESES-YTD / 12 - PAGO-13-PRV.
          IF ALVO-PROV LESS THAN ZEROES
              MOVE ZEROES TO ALVO-PROV.
          IF ALVO-PROV GREATER THAN SALDO-13-PRV
              COMPUTE PROV-13-PRV = ALVO-PROV - SALDO-13-PRV
          ELSE
              COMPUTE ESTORNO-13-PRV = SALDO-13-PRV - ALVO-PROV.
          MOVE ALVO-PROV TO SALDO-13-PRV.

      *----------------------------------------------------------------
      *    ENCARGOS PATRONAIS SOBRE A REMUNERACAO DA COMPETENCIA
      *----------------------------------------------------------------
       APURA-ENCARGOS.
          MOVE "SIM" TO TEM-FGTS.
          MOVE MATRICULA-ENT TO MATRICULA-FGT.
          READ ARQFGTS KEY IS MATRICULA-FGT
              INVALID KEY MOVE "NAO" TO TEM-FGTS.
          MOVE ZEROES TO BASE-ENCARGOS.
          IF TEM-FGTS EQUAL "SIM"
             AND COMPET-FGT EQUAL COMPET-ALVO
              COMPUTE BASE-ENCARGOS = BASE-FOL-FGT + BASE-FER-FGT
                  + BASE-13-FGT + BASE-RES-FGT.
          COMPUTE ENCARGOS-PRV ROUNDED = BASE-ENCARGOS * ALIQ-TOTAL.

       IMPRESSAO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          COMPUTE PROV-MES = PROV-FER-PRV + PROV-13-PRV.
          COMPUTE BAIXA-MES = BAIXA-FER-PRV + BAIXA-13-PRV
              + ESTORNO-FER-PRV + ESTORNO-13-PRV.
          MOVE MATRICULA-PRV TO DET-MAT.
          MOVE NOME-ENT TO DET-NOME.
          MOVE SALDO-FER-PRV TO DET-SFE.
          MOVE SALDO-13-PRV TO DET-S13.
          MOVE PROV-MES TO DET-PRV.
          MOVE BAIXA-MES TO DET-BXA.
          MOVE ENCARGOS-PRV TO DET-ENC.
          WRITE REGPROV FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          ADD SALDO-FER-PRV TO TOTAL-SALDO-FER.
          ADD SALDO-13-PRV TO TOTAL-SALDO-13.
          ADD PROV-MES TO TOTAL-PROV-MES.
          ADD BAIXA-MES TO TOTAL-BAIXA-MES.
          ADD ENCARGOS-PRV TO TOTAL-ENCARGOS.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGPROV.
          WRITE REGPROV AFTER ADVANCING PAGE.
          WRITE REGPROV FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGPROV FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGPROV FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          IF CT-PAG EQUAL ZEROES
              PERFORM CABECALHO.
          MOVE CONTADOR-PROV TO TOT-QTD.
          MOVE TOTAL-SALDO-FER TO TOT-SFE.
          MOVE TOTAL-SALDO-13 TO TOT-S13.
          MOVE TOTAL-PROV-MES TO TOT-PRV.
          MOVE TOTAL-BAIXA-MES TO TOT-BXA.
          MOVE TOTAL-ENCARGOS TO TOT-ENC.
          WRITE REGPROV FROM CAB-04 AFTER ADVANCING 2 LINES.
          PERFORM GRAVA-LOG.
          DISPLAY "PROVISOES DA COMPETENCIA " COMPET-ALVO
              " APURADAS.".
          DISPLAY "FUNCIONARIOS.........: " CONTADOR-PROV.
          DISPLAY "INATIVOS SEM PROVISAO: " CONTADOR-INATIVOS.
          DISPLAY "SALDO FERIAS + 1/3...: " TOTAL-SALDO-FER.
          DISPLAY "SALDO 13O............: " TOTAL-SALDO-13.
          DISPLAY "PROVISAO DO MES......: " TOTAL-PROV-MES.
          DISPLAY "BAIXAS E ESTORNOS....: " TOTAL-BAIXA-MES.
          DISPLAY "ENCARGOS PATRONAIS...: " TOTAL-ENCARGOS.
          CLOSE CADENT
                CADFER
                ARQYTD
                ARQFGTS
                ARQPROV
                RELPROV.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "PROVFOL"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "ARQPROV"              TO LOG-ARQ1-NOME.
          MOVE CONTADOR-PROV          TO LOG-ARQ1-QTD.
          MOVE "INATIVOS"             TO LOG-ARQ2-NOME.
          MOVE CONTADOR-INATIVOS      TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
