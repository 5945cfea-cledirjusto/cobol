      *CORRENTE EM HISTKPI.DAT. O RELTEND MOSTRA AS ULTIMAS DOZE
      *COMPETENCIAS LADO A LADO; O RESUMO CONTINUA SENDO A FOTO DE
      *UM DIA, ESTA SERIE E O FILME QUE A DIRETORIA PEDE.
      *A FREQUENCIA DO CLUBE (DIAS DE USO NO MES, TOTAL E POR
      *UNIDADE) VEM DO CTRLFREQ GRAVADO PELO IMPCATR E ENTRA NA
      *LINHA DA COMPETENCIA DO PROPRIO CONTROLE, QUE NA VIRADA DO
      *MES AINDA PODE SER A COMPETENCIA ANTERIOR.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLAGE ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLFREQ ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL HISTKPI ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
             03 QTD-AGE-CTL            PIC 9(05).
             03 VAL-AGE-CTL            PIC 9(12)V9(02).

       FD  CTRLFREQ
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLFREQ.DAT".
          01 REG-CFR.
          02 COMPET-CFR                PIC 9(06).
          02 DIAS-CFR                  PIC 9(07).
          02 CFR-UNIDADE OCCURS 2 TIMES.
             03 DIAS-UNI-CFR           PIC 9(07).
          02 SOCIOS-CFR                PIC 9(05).
          02 DATA-INI-CFR              PIC 9(08).
          02 DATA-ULT-CFR              PIC 9(08).

       FD  HISTKPI
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "HISTKPI.DAT".
          02 FOLHA-QTD-KPI             PIC 9(06).
          02 FOLHA-LIQ-KPI             PIC 9(09)V9(02).
          02 AGE-KPI OCCURS 4 TIMES    PIC 9(05).
          02 FREQ-KPI                  PIC 9(07).
          02 FREQ-UNI-KPI OCCURS 2 TIMES PIC 9(07).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
       77  FIM-CTL            PIC X(03) VALUE "NAO".
       77  FIM-KPI            PIC X(03) VALUE "NAO".
       77  COMPET-HOJE        PIC 9(06) VALUE ZEROES.
       77  COMPET-BUSCA       PIC 9(06) VALUE ZEROES.
       77  IX-UNI             PIC 9(01) VALUE ZEROES.
       77  QTD-SERIE          PIC 9(03) VALUE ZEROES.
       77  IX-KPI             PIC 9(03) VALUE ZEROES.
       77  IX-AGE             PIC 9(01) VALUE ZEROES.
             03 KPI-FOLHA-QTD          PIC 9(06).
             03 KPI-FOLHA-LIQ          PIC 9(09)V9(02).
             03 KPI-AGE OCCURS 4 TIMES PIC 9(05).
             03 KPI-FREQ               PIC 9(07).
             03 KPI-FREQ-UNI OCCURS 2 TIMES PIC 9(07).

       01 LINHA-LOG.
          02 LOG-PROGRAMA              PIC X(08).
          PERFORM CARGA-SERIE.
          PERFORM LOCALIZA-COMPETENCIA.
          PERFORM COLETA-CONTROLES.
          PERFORM COLETA-FREQUENCIA.
          PERFORM REGRAVA-SERIE.
          PERFORM GRAVA-LOG.
          DISPLAY "SERIE DE INDICADORES ATUALIZADA PARA A "
              MOVE FOLHA-LIQ-KPI TO KPI-FOLHA-LIQ (QTD-SERIE)
              PERFORM COPIA-AGE-ENTRADA
                  VARYING IX-AGE FROM 1 BY 1
                  UNTIL IX-AGE GREATER THAN 4
              PERFORM COPIA-FREQ-ENTRADA.
          PERFORM LE-SERIE.

       COPIA-AGE-ENTRADA.
          MOVE AGE-KPI (IX-AGE) TO KPI-AGE (QTD-SERIE IX-AGE).

      *----------------------------------------------------------------
      *    LINHAS GRAVADAS ANTES DA FREQUENCIA NAO TRAZEM ESSES CAMPOS.
      *----------------------------------------------------------------
       COPIA-FREQ-ENTRADA.
          MOVE ZEROES TO KPI-FREQ (QTD-SERIE).
          MOVE ZEROES TO KPI-FREQ-UNI (QTD-SERIE 1).
          MOVE ZEROES TO KPI-FREQ-UNI (QTD-SERIE 2).
          IF FREQ-KPI NUMERIC
              MOVE FREQ-KPI TO KPI-FREQ (QTD-SERIE).
          IF FREQ-UNI-KPI (1) NUMERIC
              MOVE FREQ-UNI-KPI (1) TO KPI-FREQ-UNI (QTD-SERIE 1).
          IF FREQ-UNI-KPI (2) NUMERIC
              MOVE FREQ-UNI-KPI (2) TO KPI-FREQ-UNI (QTD-SERIE 2).

       LOCALIZA-COMPETENCIA.
          MOVE COMPET-HOJE TO COMPET-BUSCA.
          MOVE "NAO" TO ACHOU-COMPET.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-SERIE GREATER THAN ZEROES
          IF ACHOU-COMPET EQUAL "NAO"
              ADD 1 TO QTD-SERIE
              MOVE COMPET-HOJE TO KPI-COMPET (QTD-SERIE)
              MOVE ZEROES TO KPI-FREQ (QTD-SERIE)
              MOVE ZEROES TO KPI-FREQ-UNI (QTD-SERIE 1)
              MOVE ZEROES TO KPI-FREQ-UNI (QTD-SERIE 2)
              MOVE QTD-SERIE TO IX-ACHADO.

       TESTA-COMPETENCIA.
          IF KPI-COMPET (IX-KPI) EQUAL COMPET-BUSCA
              MOVE "SIM" TO ACHOU-COMPET
              MOVE IX-KPI TO IX-ACHADO.

       COPIA-AGE-CONTROLE.
          MOVE QTD-AGE-CTL (IX-AGE) TO KPI-AGE (IX-ACHADO IX-AGE).

       COLETA-FREQUENCIA.
          MOVE "NAO" TO FIM-CTL.
          OPEN INPUT CTRLFREQ.
          READ CTRLFREQ AT END MOVE "SIM" TO FIM-CTL.
          IF FIM-CTL NOT EQUAL "SIM"
             AND COMPET-CFR NUMERIC
              MOVE COMPET-CFR TO COMPET-BUSCA
              MOVE "NAO" TO ACHOU-COMPET
              PERFORM TESTA-COMPETENCIA
                  VARYING IX-KPI FROM 1 BY 1
                  UNTIL IX-KPI GREATER THAN QTD-SERIE
                     OR ACHOU-COMPET EQUAL "SIM"
              IF ACHOU-COMPET EQUAL "SIM"
                  MOVE DIAS-CFR TO KPI-FREQ (IX-ACHADO)
                  PERFORM COPIA-FREQ-CONTROLE
                      VARYING IX-UNI FROM 1 BY 1
                      UNTIL IX-UNI GREATER THAN 2.
          CLOSE CTRLFREQ.

       COPIA-FREQ-CONTROLE.
          MOVE DIAS-UNI-CFR (IX-UNI) TO KPI-FREQ-UNI (IX-ACHADO IX-UNI).

       REGRAVA-SERIE.
          OPEN OUTPUT HISTKPI.
          PERFORM GRAVA-UMA-LINHA
          PERFORM COPIA-AGE-SAIDA
              VARYING IX-AGE FROM 1 BY 1
              UNTIL IX-AGE GREATER THAN 4.
          MOVE KPI-FREQ (IX-KPI) TO FREQ-KPI.
          MOVE KPI-FREQ-UNI (IX-KPI 1) TO FREQ-UNI-KPI (1).
          MOVE KPI-FREQ-UNI (IX-KPI 2) TO FREQ-UNI-KPI (2).
          WRITE REG-KPI.

       COPIA-AGE-SAIDA.
