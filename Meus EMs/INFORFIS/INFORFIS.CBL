      *PADRAO DO VERIFARQ, E GRAVA EM RELDIVE AS MATRICULAS CUJO
      *LIQUIDO SOMADO DOS CADSAI DIVERGE DO ACUMULADO DO FECHOANO -
      *NADA SEGUE PARA TRANSMISSAO COM DIVERGENCIA (CODIGO 8).
      *O DETALHE LEVA TAMBEM O CPF DO FUNCIONARIO, LIDO DO CADENT
      *DA FOLHA (EM01\EX06) PELA MATRICULA; MATRICULA SEM CPF NO
      *CADENT E AVISADA E TAMBEM SEGURA A TRANSMISSAO (CODIGO 8).
      *O ADIANTAMENTO QUINZENAL ABATIDO NA FOLHA (ADIANT-SAI) ENTRA
      *NO LIQUIDO SOMADO DOS CADSAI, COMO ENTRA NO ACUMULADO DO ANO.
      *SEM LIMITE DE QUANTIDADE DE FUNCIONARIOS: A BASE DO INFORME, O
      *CADSAIAN E O CADENT VAO POR SORT PARA A ORDEM DE MATRICULA
      *(RNDINF, SAIINF E ENTINF.DAT) E SAO CASADOS EM PARALELO; O
      *INFORFIS.DAT E O RELDIVE SAEM EM ORDEM DE MATRICULA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          FILE STATUS IS FS-YTD.
          SELECT OPTIONAL CADSAIAN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT INFORFIS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT INFORVER ASSIGN TO DISK
          SELECT RELDIVE ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTRND ASSIGN TO DISK.
          SELECT RNDORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTSAI ASSIGN TO DISK.
          SELECT SAIORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTENT ASSIGN TO DISK.
          SELECT ENTORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          02 MATRICULA-YTD             PIC 9(05).
          02 TOTAL-YTD                 PIC 9(09)V9(02).
          02 MESES-YTD                 PIC 9(02).
          02 COMPET-YTD                PIC 9(06).
          02 LIQUIDO-MES-YTD           PIC 9(07)V9(02).

       FD  CADSAIAN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADSAIAN.DAT".
          01 REG-SAI-ARQ               PIC X(106).

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
          02 CARGO-ENT                 PIC 9(03).
          02 CPF-ENT                   PIC X(11).

       SD  SORTRND.
          01 REG-SRN.
          02 MATRICULA-SRN             PIC 9(05).
          02 TOTAL-SRN                 PIC 9(09)V9(02).

       FD  RNDORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RNDINF.DAT".
          01 REG-RNO.
          02 MATRICULA-RNO             PIC 9(05).
          02 TOTAL-RNO                 PIC 9(09)V9(02).

       SD  SORTSAI.
          01 REG-SSA.
          02 MATRICULA-SSA             PIC X(05).
          02 FILLER                    PIC X(101).

       FD  SAIORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SAIINF.DAT".
          01 REG-SAI-ORD               PIC X(106).

       SD  SORTENT.
          01 REG-SEN.
          02 MATRICULA-SEN             PIC 9(05).
          02 FILLER                    PIC X(72).

       FD  ENTORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ENTINF.DAT".
          01 REG-ENO.
          02 MATRICULA-ENO             PIC 9(05).
          02 FILLER                    PIC X(61).
          02 CPF-ENO                   PIC X(11).

       FD  INFORFIS
          LABEL RECORD ARE STANDARD
       77  FIM-YTD            PIC X(03) VALUE "NAO".
       77  FIM-SAI            PIC X(03) VALUE "NAO".
       77  FIM-VER            PIC X(03) VALUE "NAO".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  FIM-RND            PIC X(03) VALUE "NAO".
       77  CONTADOR-SEM-CPF   PIC 9(06) VALUE ZEROES.
       77  ANO-INFORME        PIC X(04) VALUE SPACES.
       77  ANO-ALVO           PIC 9(04) VALUE ZEROES.
       77  ANO-CORRENTE       PIC 9(04) VALUE ZEROES.
       77  QTD-FUNC           PIC 9(06) VALUE ZEROES.
       77  IRRF-FUNC          PIC 9(07)V9(02) VALUE ZEROES.
       77  LIQ-FUNC           PIC 9(09)V9(02) VALUE ZEROES.
       77  CPF-FUNC           PIC 9(11) VALUE ZEROES.
       77  CONTADOR-DETALHES  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-DIVERG    PIC 9(06) VALUE ZEROES.
       77  SOMA-RENDIMENTOS   PIC 9(13)V9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       COPY REGSAI.

       01 LINHA-HDR.
          02 FILLER                    PIC X(03) VALUE "HDR".
          02 INF-MATRICULA             PIC 9(05).
          02 INF-RENDIMENTO            PIC 9(11).
          02 INF-IRRF                  PIC 9(09).
          02 INF-CPF                   PIC 9(11).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.

       PGM-INFORFIS.
          PERFORM OBTEM-PARAMETROS.
          PERFORM ORDENA-ARQUIVOS.
          PERFORM GERA-ARQUIVO.
          PERFORM CONFERE-ARQUIVO.
          PERFORM TERMINO.
          STOP RUN.

          ELSE
              COMPUTE ANO-ALVO = ANO-CORRENTE - 1.

      *----------------------------------------------------------------
      *    BASE DO INFORME (RETRATO DO ANO OU ARQYTD), CADSAI DO ANO E
      *    CADENT EM ORDEM DE MATRICULA, PARA A CASADA EM PARALELO.
      *----------------------------------------------------------------
       ORDENA-ARQUIVOS.
          SORT SORTRND ON ASCENDING KEY MATRICULA-SRN
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS SELECIONA-RENDIMENTOS
              GIVING RNDORD.
          SORT SORTSAI ON ASCENDING KEY MATRICULA-SSA
              USING CADSAIAN
              GIVING SAIORD.
          SORT SORTENT ON ASCENDING KEY MATRICULA-SEN
              WITH DUPLICATES IN ORDER
              USING CADENT
              GIVING ENTORD.

       SELECIONA-RENDIMENTOS.
          OPEN INPUT HISTYTD.
          PERFORM LE-HISTYTD.
          PERFORM LIBERA-HISTYTD UNTIL FIM-HYT EQUAL "SIM".
          CLOSE HISTYTD.
          IF QTD-FUNC EQUAL ZEROES
              DISPLAY "SEM RETRATO DO ANO " ANO-ALVO " NO HISTYTD "
       LE-HISTYTD.
          READ HISTYTD AT END MOVE "SIM" TO FIM-HYT.

       LIBERA-HISTYTD.
          IF ANO-HYT EQUAL ANO-ALVO
              ADD 1 TO QTD-FUNC
              MOVE MATRICULA-HYT TO MATRICULA-SRN
              MOVE TOTAL-HYT TO TOTAL-SRN
              RELEASE REG-SRN.
          PERFORM LE-HISTYTD.

       CARGA-ARQYTD.
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM LE-ARQYTD.
          PERFORM LIBERA-ARQYTD UNTIL FIM-YTD EQUAL "SIM".
          CLOSE ARQYTD.

       LE-ARQYTD.
          READ ARQYTD NEXT RECORD AT END MOVE "SIM" TO FIM-YTD.

       LIBERA-ARQYTD.
          ADD 1 TO QTD-FUNC.
          MOVE MATRICULA-YTD TO MATRICULA-SRN.
          MOVE TOTAL-YTD TO TOTAL-SRN.
          RELEASE REG-SRN.
          PERFORM LE-ARQYTD.

       LE-RENDIMENTO.
          READ RNDORD AT END MOVE "SIM" TO FIM-RND.

      *----------------------------------------------------------------
      *    HEADER, TRAILER E MATRICULA NAO NUMERICA DO CADSAI: PULADOS.
      *----------------------------------------------------------------
       LE-CADSAIAN.
          PERFORM LE-UM-CADSAIAN.
          PERFORM LE-UM-CADSAIAN
              UNTIL FIM-SAI EQUAL "SIM"
                 OR MATRICULA-SAI NUMERIC.

       LE-UM-CADSAIAN.
          READ SAIORD INTO REG-SAI AT END MOVE "SIM" TO FIM-SAI.

       LE-CADENT.
          READ ENTORD AT END MOVE "SIM" TO FIM-ENT.

      *----------------------------------------------------------------
      *    MATRICULA REPETIDA NA BASE: O CADSAI E O CPF FICAM COM A
      *    PRIMEIRA OCORRENCIA, COMO NA CARGA EM TABELA DE ANTES.
      *----------------------------------------------------------------
       GERA-ARQUIVO.
          OPEN INPUT  RNDORD
                      SAIORD
                      ENTORD
               OUTPUT INFORFIS
                      RELDIVE.
          MOVE ANO-ALVO TO HDR-ANO.
          MOVE DATA-SISTEMA TO HDR-DATA.
          WRITE REG-INF FROM LINHA-HDR.
          PERFORM LE-CADSAIAN.
          PERFORM LE-CADENT.
          PERFORM LE-RENDIMENTO.
          PERFORM GERA-UM-DETALHE UNTIL FIM-RND EQUAL "SIM".
          MOVE CONTADOR-DETALHES TO TRL-QTDE.
          MOVE SOMA-REND-DIG TO TRL-SOMA.
          WRITE REG-INF FROM LINHA-TRL.
          IF CT-PAG EQUAL ZEROES
              PERFORM CABECALHO.
          CLOSE RNDORD
                SAIORD
                ENTORD
                INFORFIS
                RELDIVE.

       GERA-UM-DETALHE.
          MOVE ZEROES TO IRRF-FUNC.
          MOVE ZEROES TO LIQ-FUNC.
          MOVE ZEROES TO CPF-FUNC.
          PERFORM LE-CADSAIAN
              UNTIL FIM-SAI EQUAL "SIM"
                 OR MATRICULA-SAI NOT LESS MATRICULA-RNO.
          PERFORM ACUMULA-CADSAIAN
              UNTIL FIM-SAI EQUAL "SIM"
                 OR MATRICULA-SAI NOT EQUAL MATRICULA-RNO.
          PERFORM LE-CADENT
              UNTIL FIM-ENT EQUAL "SIM"
                 OR MATRICULA-ENO NOT LESS MATRICULA-RNO.
          PERFORM ANOTA-CPF
              UNTIL FIM-ENT EQUAL "SIM"
                 OR MATRICULA-ENO NOT EQUAL MATRICULA-RNO.
          ADD 1 TO CONTADOR-DETALHES.
          MOVE MATRICULA-RNO TO INF-MATRICULA.
          MOVE TOTAL-RNO TO VALOR-AUX.
          MOVE VALOR-AUX-DIG TO INF-RENDIMENTO.
          MOVE IRRF-FUNC TO IRRF-AUX.
          MOVE IRRF-AUX-DIG TO INF-IRRF.
          MOVE CPF-FUNC TO INF-CPF.
          IF CPF-FUNC EQUAL ZEROES
              ADD 1 TO CONTADOR-SEM-CPF
              MOVE "SIM" TO DIVERGENTE
              DISPLAY "MATRICULA " MATRICULA-RNO
                  " SEM CPF NO CADENT.".
          WRITE REG-INF FROM LINHA-INF.
          ADD TOTAL-RNO TO SOMA-RENDIMENTOS.
          PERFORM CONFERE-UM-FUNC.
          PERFORM LE-RENDIMENTO.

       ACUMULA-CADSAIAN.
          ADD IRRF-SAI TO IRRF-FUNC.
          ADD LIQUIDO-SAI TO LIQ-FUNC.
          IF ADIANT-SAI NUMERIC
              ADD ADIANT-SAI TO LIQ-FUNC.
          PERFORM LE-CADSAIAN.

       ANOTA-CPF.
          IF CPF-ENO NUMERIC
              MOVE CPF-ENO TO CPF-FUNC.
          PERFORM LE-CADENT.

       CONFERE-ARQUIVO.
          OPEN INPUT INFORVER.
              ADD VALOR-CAMPO TO SOMA-CONFERIDA.
          PERFORM LE-VERIFICACAO.

       CONFERE-UM-FUNC.
          IF LIQ-FUNC GREATER THAN ZEROES
             AND LIQ-FUNC NOT EQUAL TOTAL-RNO
              ADD 1 TO CONTADOR-DIVERG
              MOVE "SIM" TO DIVERGENTE
              PERFORM IMPRIME-DIVERGENCIA.
       IMPRIME-DIVERGENCIA.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE MATRICULA-RNO TO DET-MAT.
          MOVE TOTAL-RNO TO DET-ACUM.
          MOVE LIQ-FUNC TO DET-SOMA.
          WRITE REGDIVE FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

          DISPLAY "INFORME ANUAL DO ANO " ANO-ALVO " GERADO.".
          DISPLAY "DETALHES GERADOS.....: " CONTADOR-DETALHES.
          DISPLAY "DIVERGENCIAS.........: " CONTADOR-DIVERG.
          DISPLAY "MATRICULAS SEM CPF...: " CONTADOR-SEM-CPF.
          IF DIVERGENTE EQUAL "SIM"
              DISPLAY "DIVERGENCIA APURADA - NAO TRANSMITIR O "
                  "INFORFIS.DAT."
