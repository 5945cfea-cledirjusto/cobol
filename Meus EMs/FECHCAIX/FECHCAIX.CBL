      *RELCAIXA A FICHA DE FECHAMENTO COM A DIFERENCA (SOBRA OU
      *FALTA) DE CADA OPERADOR. AO FINAL GRAVA O F DO DIA NO
      *CONTROLE CTRLCXA.DAT - SEM ESTE F O CAIXAREC NAO ABRE O
      *DIA SEGUINTE E A GAVETA CURTA NAO PASSA DESPERCEBIDA. O
      *ESTORNO DE RECIBO EM DINHEIRO FEITO NO DIA PELO ESTORREC
      *(LINHA TIPO E DO JORNRCB.DAT) E DEVOLVIDO DA GAVETA DO
      *OPERADOR QUE RECEBEU O RECIBO ORIGINAL: SAI NA FICHA COMO
      *ESTORNOS E E DESCONTADO DO APURADO ANTES DA DIFERENCA. O
      *TOTAL CONTADO NAS GAVETAS E O DEPOSITO EM DINHEIRO ESPERADO
      *NO BANCO: VAI PARA DEPESP.DAT (CANAL 1) PARA A CONCILIACAO
      *DO EXTRATO NO CONCBANC.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADRCB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL JORNRCB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLCXA ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELCAIXA ASSIGN TO DISK.
          SELECT OPTIONAL DEPESP ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          02 TIPO-RCB                  PIC X(01).
          02 MATR-RCB                  PIC 9(07).

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
          02 FILLER                    PIC X(14).
          02 JRC-TIPO                  PIC X(01).
          02 FILLER                    PIC X(56).
          02 JRC-OPERADOR              PIC 9(04).
          02 FILLER                    PIC X(01).
          02 JRC-CANAL                 PIC 9(01).

       FD  CTRLCXA
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLCXA.DAT".
          LABEL RECORD IS OMITTED.
          01  REGCAIXA    PIC X(80).

       FD  DEPESP
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DEPESP.DAT".
          COPY REGDEP.

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-JRC            PIC X(03) VALUE "NAO".
       77  OPERADOR-MOV       PIC 9(04) VALUE ZEROES.
       77  APURADO-LIQUIDO    PIC S9(11)V9(02) VALUE ZEROES.
       77  CONTADOR-EST       PIC 9(04) VALUE ZEROES.
       77  QTD-OPERADORES     PIC 9(02) VALUE ZEROES.
       77  IX-OPE             PIC 9(02) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(02) VALUE ZEROES.
       77  ENTRADA-VAL        PIC X(11) VALUE SPACES.
       77  VALOR-CONTADO      PIC 9(09)V9(02) VALUE ZEROES.
       77  DIFERENCA          PIC S9(09)V9(02) VALUE ZEROES.
       77  SOMA-CONTADA       PIC 9(11)V9(02) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
             03 OPE-ID                 PIC 9(04).
             03 OPE-QTD                PIC 9(04).
             03 OPE-TOTAL              PIC 9(11)V9(02).
             03 OPE-QTD-EST            PIC 9(04).
             03 OPE-TOTAL-EST          PIC 9(11)V9(02).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(11) VALUE "  APURADO: ".
          02 LOP-TOT   PIC ZZZ.ZZZ.ZZ9,99.

       01 LIN-EST.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(10) VALUE "ESTORNOS: ".
          02 LES-QTD   PIC ZZZ9.
          02 FILLER    PIC X(09) VALUE SPACES.
          02 FILLER    PIC X(11) VALUE "  LIQUIDO: ".
          02 LES-LIQ   PIC -ZZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 LES-TOT   PIC ZZZ.ZZZ.ZZ9,99.

       01 LIN-CONT.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(10) VALUE "CONTADO.: ".
              STOP RUN.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM CARGA-ESTORNOS.
          PERFORM FECHA-OPERADORES.
          PERFORM TERMINO.
          STOP RUN.
          ADD 1 TO CONTADOR-LIDOS.
          IF CANAL-RCB EQUAL 1
             AND DATA-RCB EQUAL DATA-SISTEMA
              MOVE OPERADOR-RCB TO OPERADOR-MOV
              PERFORM ACUMULA-OPERADOR
              ADD 1 TO OPE-QTD (IX-ACHADO)
              ADD VALOR-RCB TO OPE-TOTAL (IX-ACHADO).
          PERFORM LEITURA.

       CARGA-ESTORNOS.
          OPEN INPUT JORNRCB.
          PERFORM LE-JORNAL.
          PERFORM TRATA-JORNAL UNTIL FIM-JRC EQUAL "SIM".
          CLOSE JORNRCB.

       LE-JORNAL.
          READ JORNRCB AT END MOVE "SIM" TO FIM-JRC.

       TRATA-JORNAL.
          IF JRC-TIPO EQUAL "E"
             AND JRC-DATA-MOV EQUAL DATA-SISTEMA
             AND JRC-CANAL EQUAL 1
             AND JRC-OPERADOR NUMERIC
              MOVE JRC-OPERADOR TO OPERADOR-MOV
              PERFORM ACUMULA-OPERADOR
              ADD 1 TO OPE-QTD-EST (IX-ACHADO)
              ADD JRC-VALOR TO OPE-TOTAL-EST (IX-ACHADO)
              ADD 1 TO CONTADOR-EST.
          PERFORM LE-JORNAL.

       ACUMULA-OPERADOR.
          MOVE "NAO" TO ACHOU-OPERADOR.
          MOVE ZEROES TO IX-ACHADO.
                  MOVE QTD-OPERADORES TO IX-ACHADO
              ELSE
                  ADD 1 TO QTD-OPERADORES
                  MOVE OPERADOR-MOV TO OPE-ID (QTD-OPERADORES)
                  MOVE ZEROES TO OPE-QTD (QTD-OPERADORES)
                  MOVE ZEROES TO OPE-TOTAL (QTD-OPERADORES)
                  MOVE ZEROES TO OPE-QTD-EST (QTD-OPERADORES)
                  MOVE ZEROES TO OPE-TOTAL-EST (QTD-OPERADORES)
                  MOVE QTD-OPERADORES TO IX-ACHADO.

       TESTA-OPERADOR.
          IF OPE-ID (IX-OPE) EQUAL OPERADOR-MOV
              MOVE "SIM" TO ACHOU-OPERADOR
              MOVE IX-OPE TO IX-ACHADO.

          DISPLAY "OPERADOR " OPE-ID (IX-OPE) " APUROU "
              OPE-TOTAL (IX-OPE) " EM " OPE-QTD (IX-OPE)
              " RECIBOS.".
          COMPUTE APURADO-LIQUIDO =
              OPE-TOTAL (IX-OPE) - OPE-TOTAL-EST (IX-OPE).
          IF OPE-QTD-EST (IX-OPE) GREATER THAN ZEROES
              MOVE OPE-QTD-EST (IX-OPE) TO LES-QTD
              MOVE OPE-TOTAL-EST (IX-OPE) TO LES-TOT
              MOVE APURADO-LIQUIDO TO LES-LIQ
              WRITE REGCAIXA FROM LIN-EST AFTER ADVANCING 1 LINE
              DISPLAY "ESTORNOS DEVOLVIDOS DA GAVETA: "
                  OPE-TOTAL-EST (IX-OPE) " EM " OPE-QTD-EST (IX-OPE)
                  " RECIBOS - LIQUIDO " APURADO-LIQUIDO ".".
          DISPLAY "VALOR CONTADO DA GAVETA (SEM VIRGULA, 2 CASAS): ".
          ACCEPT ENTRADA-VAL.
          IF ENTRADA-VAL NUMERIC
              MOVE ENTRADA-VAL TO VALOR-CONTADO
          ELSE
              MOVE ZEROES TO VALOR-CONTADO.
          ADD VALOR-CONTADO TO SOMA-CONTADA.
          COMPUTE DIFERENCA = VALOR-CONTADO - APURADO-LIQUIDO.
          MOVE VALOR-CONTADO TO LCO-VAL.
          MOVE DIFERENCA TO LCO-DIF.
          WRITE REGCAIXA FROM LIN-CONT AFTER ADVANCING 1 LINE.
          MOVE "F" TO SITUACAO-CXA.
          WRITE REG-CXA.
          CLOSE CTRLCXA.
          IF SOMA-CONTADA GREATER THAN ZEROES
              PERFORM GRAVA-DEPOSITO.
          PERFORM GRAVA-LOG.
          DISPLAY "FECHAMENTO DO CAIXA GRAVADO (F NO CTRLCXA).".
          DISPLAY "RECIBOS LIDOS........: " CONTADOR-LIDOS.
          CLOSE CADRCB
                RELCAIXA.

       GRAVA-DEPOSITO.
          MOVE SPACES TO REG-DEP.
          MOVE DATA-SISTEMA TO DATA-DEP.
          MOVE 1 TO CANAL-DEP.
          MOVE "FECHCAIX" TO ORIGEM-DEP.
          MOVE ZEROES TO REFER-DEP.
          MOVE QTD-OPERADORES TO QTD-DEP.
          MOVE SOMA-CONTADA TO VALOR-DEP.
          MOVE "P" TO SITUACAO-DEP.
          MOVE ZEROES TO DATA-EXT-DEP.
          MOVE ZEROES TO SEQ-EXT-DEP.
          MOVE ZEROES TO DIFERENCA-DEP.
          OPEN EXTEND DEPESP.
          WRITE REG-DEP.
          CLOSE DEPESP.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "RELCAIXA"             TO LOG-ARQ1-NOME.
          MOVE QTD-OPERADORES         TO LOG-ARQ1-QTD.
          MOVE "ESTORNOS"             TO LOG-ARQ2-NOME.
          MOVE CONTADOR-EST           TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
