       IDENTIFICATION DIVISION.
          PROGRAM-ID.      RELIND.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. RELATORIO MENSAL DO PROGRAMA DE INDICACAO DE NOVOS
      *SOCIOS. LE O ARQIND.DAT PELA CHAVE DO SOCIO QUE INDICOU E
      *IMPRIME EM RELIND, UMA LINHA POR SOCIO INDICADOR: INDICACOES
      *FEITAS, AGUARDANDO QUALIFICACAO (P), COM CREDITO CONCEDIDO
      *PELO QUALIND (C), ENCERRADAS SEM CREDITO (X), VALOR CONCEDIDO
      *E O VALOR AINDA A APLICAR - CREDITOS DE INDICACAO (DESCSOC COM
      *ORIGEM I) QUE O BAIXAREC OU O REMDEB AINDA NAO ABATERAM. NO
      *FIM, O RESUMO POR UNIDADE DO SOCIO QUE INDICOU E OS TOTAIS
      *GERAIS. SEM O ARQIND O RELATORIO SAI SO COM O CABECALHO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT ARQIND ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SOCIO-IND
          ALTERNATE RECORD KEY IS INDICADOR-IND WITH DUPLICATES
          FILE STATUS IS FS-IND.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES
          FILE STATUS IS FS-SOC.
          SELECT OPTIONAL DESCSOC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELIND ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  ARQIND
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQIND.DAT".
          COPY REGIND.

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       FD  DESCSOC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DESCSOC.DAT".
          01 REG-DES.
          02 SOCIO-DES                 PIC 9(06).
          02 MATR-DES                  PIC 9(06).
          02 DIGI-DES                  PIC 9(01).
          02 VALOR-DES                 PIC 9(09)V9(02).
          02 DATA-DES                  PIC 9(08).
          02 SITUACAO-DES              PIC X(01).
          02 SEQ-ABAT-DES              PIC 9(06).
          02 DATA-ABAT-DES             PIC 9(08).
          02 ORIGEM-DES                PIC X(01).

       FD  RELIND
          LABEL RECORD IS OMITTED.
          01  REGIND      PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-IND             PIC X(02) VALUE "00".
       77  FS-SOC             PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-DES            PIC X(03) VALUE "NAO".
       77  TEM-CADSOC1        PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  INDICADOR-ATUAL    PIC 9(06) VALUE ZEROES.
       77  UNIDADE-ATUAL      PIC 9(02) VALUE ZEROES.
       77  QTD-DES            PIC 9(03) VALUE ZEROES.
       77  IX-DES             PIC 9(03) VALUE ZEROES.
       77  IX-UNI             PIC 9(02) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-INDIC     PIC 9(06) VALUE ZEROES.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 99.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  DATA-SISTEMA-LOG   PIC 9(08).
       77  HORA-SISTEMA-LOG   PIC 9(08).
       01 TAB-DES.
          02 DES-OCORRENCIA OCCURS 500 TIMES.
             03 DES-SOCIO              PIC 9(06).
             03 DES-VALOR              PIC 9(09)V9(02).
       01 ACM-INDICADOR.
          02 ACM-QTD                   PIC 9(05).
          02 ACM-AGUARD                PIC 9(05).
          02 ACM-CONC                  PIC 9(05).
          02 ACM-ENCERR                PIC 9(05).
          02 ACM-VALOR                 PIC 9(09)V9(02).
          02 ACM-APLICAR               PIC 9(09)V9(02).
       01 TAB-UNIDADES.
          02 UNI-OCORRENCIA OCCURS 2 TIMES.
             03 UNI-QTD                PIC 9(05).
             03 UNI-AGUARD             PIC 9(05).
             03 UNI-CONC               PIC 9(05).
             03 UNI-ENCERR             PIC 9(05).
             03 UNI-VALOR              PIC 9(11)V9(02).
             03 UNI-APLICAR            PIC 9(11)V9(02).
       01 TOT-GERAL.
          02 GER-QTD                   PIC 9(05) VALUE ZEROES.
          02 GER-AGUARD                PIC 9(05) VALUE ZEROES.
          02 GER-CONC                  PIC 9(05) VALUE ZEROES.
          02 GER-ENCERR                PIC 9(05) VALUE ZEROES.
          02 GER-VALOR                 PIC 9(11)V9(02) VALUE ZEROES.
          02 GER-APLICAR               PIC 9(11)V9(02) VALUE ZEROES.

       01 CAB-01.
          02 FILLER    PIC X(19) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "INDICACOES DE NOVO".
          02 FILLER    PIC X(08) VALUE "S SOCIOS".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(06)  VALUE "SOCIO ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(22)  VALUE "NOME DO SOCIO".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(16)  VALUE "IND AGU CON ENC ".
          02 FILLER    PIC X(10)  VALUE "CONCEDIDO ".
          02 FILLER    PIC X(10)  VALUE "A APLICAR ".
          02 FILLER    PIC X(03)  VALUE "UN.".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(29)  VALUE "RESUMO POR UNIDADE DO SOCIO Q".
          02 FILLER    PIC X(10)  VALUE "UE INDICOU".

       01 DET-IND.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DIN-SOCIO PIC 9(06).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DIN-NOME  PIC X(22).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DIN-QTD   PIC ZZ9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DIN-AGU   PIC ZZ9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DIN-CON   PIC ZZ9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DIN-ENC   PIC ZZ9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DIN-VALOR PIC ZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DIN-APLIC PIC ZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DIN-UNI   PIC 9(02).

       01 DET-UNI.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(08) VALUE "UNIDADE ".
          02 DUN-UNI   PIC 9(02).
          02 FILLER    PIC X(19) VALUE SPACES.
          02 DUN-QTD   PIC ZZZ9.
          02 DUN-AGU   PIC ZZZ9.
          02 DUN-CON   PIC ZZZ9.
          02 DUN-ENC   PIC ZZZ9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DUN-VALOR PIC ZZZ.ZZ9,99.
          02 DUN-APLIC PIC ZZZ.ZZ9,99.

       01 LIN-TOTAL.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(08) VALUE "TOTAL   ".
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(19) VALUE SPACES.
          02 TOT-QTD   PIC ZZZ9.
          02 TOT-AGU   PIC ZZZ9.
          02 TOT-CON   PIC ZZZ9.
          02 TOT-ENC   PIC ZZZ9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 TOT-VALOR PIC ZZZ.ZZ9,99.
          02 TOT-APLIC PIC ZZZ.ZZ9,99.

       01 LIN-VAZIO.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(30) VALUE "NENHUMA INDICACAO REGISTRADA.".

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

       PGM-RELIND.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT DATA-SISTEMA-LOG FROM DATE YYYYMMDD.
          MOVE ZEROES TO TAB-UNIDADES.
          PERFORM CARGA-CREDITOS.
          OPEN OUTPUT RELIND.
          OPEN INPUT CADSOC1.
          IF FS-SOC EQUAL "00"
              MOVE "SIM" TO TEM-CADSOC1.
          OPEN INPUT ARQIND.
          IF FS-IND NOT EQUAL "00"
              MOVE "SIM" TO FIM-ARQ
          ELSE
              MOVE ZEROES TO INDICADOR-IND
              START ARQIND KEY NOT LESS INDICADOR-IND
                  INVALID KEY MOVE "SIM" TO FIM-ARQ
              END-START
              PERFORM LEITURA.

      *----------------------------------------------------------------
      *    CREDITOS DE INDICACAO AINDA NAO ABATIDOS (ORIGEM I,
      *    SITUACAO P) DO DESCSOC, PARA A COLUNA A APLICAR.
      *----------------------------------------------------------------
       CARGA-CREDITOS.
          OPEN INPUT DESCSOC.
          PERFORM LE-CREDITO.
          PERFORM GUARDA-CREDITO UNTIL FIM-DES EQUAL "SIM".
          CLOSE DESCSOC.

       LE-CREDITO.
          READ DESCSOC AT END MOVE "SIM" TO FIM-DES.

       GUARDA-CREDITO.
          IF ORIGEM-DES EQUAL "I" AND SITUACAO-DES EQUAL "P"
              IF QTD-DES NOT LESS 500
                  DISPLAY "TABELA DE CREDITOS A APLICAR LOTADA"
              ELSE
                  ADD 1 TO QTD-DES
                  MOVE SOCIO-DES TO DES-SOCIO (QTD-DES)
                  MOVE VALOR-DES TO DES-VALOR (QTD-DES).
          PERFORM LE-CREDITO.

       LEITURA.
          IF FIM-ARQ NOT EQUAL "SIM"
              READ ARQIND NEXT RECORD
                  AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          MOVE INDICADOR-IND TO INDICADOR-ATUAL.
          MOVE ZEROES TO ACM-INDICADOR.
          PERFORM ACUMULA-INDICACAO
              UNTIL FIM-ARQ EQUAL "SIM"
                 OR INDICADOR-IND NOT EQUAL INDICADOR-ATUAL.
          PERFORM SOMA-A-APLICAR
              VARYING IX-DES FROM 1 BY 1
              UNTIL IX-DES GREATER THAN QTD-DES.
          PERFORM IMPRIME-INDICADOR.

       ACUMULA-INDICACAO.
          ADD 1 TO CONTADOR-LIDOS.
          MOVE UNIDADE-IND TO UNIDADE-ATUAL.
          MOVE UNIDADE-IND TO IX-UNI.
          IF IX-UNI LESS THAN 1 OR IX-UNI GREATER THAN 2
              MOVE 1 TO IX-UNI.
          ADD 1 TO ACM-QTD.
          ADD 1 TO UNI-QTD (IX-UNI).
          IF SITUACAO-IND EQUAL "C"
              ADD 1 TO ACM-CONC
              ADD 1 TO UNI-CONC (IX-UNI)
              ADD VALOR-CRED-IND TO ACM-VALOR
              ADD VALOR-CRED-IND TO UNI-VALOR (IX-UNI)
          ELSE
          IF SITUACAO-IND EQUAL "X"
              ADD 1 TO ACM-ENCERR
              ADD 1 TO UNI-ENCERR (IX-UNI)
          ELSE
              ADD 1 TO ACM-AGUARD
              ADD 1 TO UNI-AGUARD (IX-UNI).
          PERFORM LEITURA.

       SOMA-A-APLICAR.
          IF DES-SOCIO (IX-DES) EQUAL INDICADOR-ATUAL
              ADD DES-VALOR (IX-DES) TO ACM-APLICAR.

       IMPRIME-INDICADOR.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          ADD 1 TO CONTADOR-INDIC.
          MOVE UNIDADE-ATUAL TO IX-UNI.
          IF IX-UNI LESS THAN 1 OR IX-UNI GREATER THAN 2
              MOVE 1 TO IX-UNI.
          ADD ACM-APLICAR TO UNI-APLICAR (IX-UNI).
          ADD ACM-QTD TO GER-QTD.
          ADD ACM-AGUARD TO GER-AGUARD.
          ADD ACM-CONC TO GER-CONC.
          ADD ACM-ENCERR TO GER-ENCERR.
          ADD ACM-VALOR TO GER-VALOR.
          ADD ACM-APLICAR TO GER-APLICAR.
          MOVE INDICADOR-ATUAL TO DIN-SOCIO.
          PERFORM BUSCA-NOME.
          MOVE ACM-QTD TO DIN-QTD.
          MOVE ACM-AGUARD TO DIN-AGU.
          MOVE ACM-CONC TO DIN-CON.
          MOVE ACM-ENCERR TO DIN-ENC.
          MOVE ACM-VALOR TO DIN-VALOR.
          MOVE ACM-APLICAR TO DIN-APLIC.
          MOVE UNIDADE-ATUAL TO DIN-UNI.
          WRITE REGIND FROM DET-IND AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       BUSCA-NOME.
          MOVE "SIM" TO NAO-ACHOU.
          IF TEM-CADSOC1 EQUAL "SIM"
              MOVE "NAO" TO NAO-ACHOU
              MOVE INDICADOR-ATUAL TO NUMERO-SOCIO1
              READ CADSOC1 KEY IS NUMERO-SOCIO1
                  INVALID KEY MOVE "SIM" TO NAO-ACHOU
              END-READ.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE "NAO CADASTRADO" TO DIN-NOME
          ELSE
              MOVE NOME-SOCIO1 TO DIN-NOME.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA-LOG(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA-LOG(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA-LOG(1:4) TO CAB-ANO.
          MOVE SPACES TO REGIND.
          WRITE REGIND AFTER ADVANCING PAGE.
          WRITE REGIND FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGIND FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGIND FROM CAB-03 AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO CT-LIN.

       IMPRIME-UNIDADE.
          MOVE IX-UNI TO DUN-UNI.
          MOVE UNI-QTD (IX-UNI) TO DUN-QTD.
          MOVE UNI-AGUARD (IX-UNI) TO DUN-AGU.
          MOVE UNI-CONC (IX-UNI) TO DUN-CON.
          MOVE UNI-ENCERR (IX-UNI) TO DUN-ENC.
          MOVE UNI-VALOR (IX-UNI) TO DUN-VALOR.
          MOVE UNI-APLICAR (IX-UNI) TO DUN-APLIC.
          WRITE REGIND FROM DET-UNI AFTER ADVANCING 1 LINE.

       TERMINO.
          IF CONTADOR-INDIC EQUAL ZEROES
              PERFORM CABECALHO
              WRITE REGIND FROM LIN-VAZIO AFTER ADVANCING 1 LINE.
          IF CT-LIN GREATER THAN LIMITE-LIN - 6
              PERFORM CABECALHO.
          WRITE REGIND FROM CAB-03 AFTER ADVANCING 1 LINE.
          WRITE REGIND FROM CAB-04 AFTER ADVANCING 1 LINE.
          PERFORM IMPRIME-UNIDADE
              VARYING IX-UNI FROM 1 BY 1
              UNTIL IX-UNI GREATER THAN 2.
          MOVE GER-QTD TO TOT-QTD.
          MOVE GER-AGUARD TO TOT-AGU.
          MOVE GER-CONC TO TOT-CON.
          MOVE GER-ENCERR TO TOT-ENC.
          MOVE GER-VALOR TO TOT-VALOR.
          MOVE GER-APLICAR TO TOT-APLIC.
          WRITE REGIND FROM LIN-TOTAL AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-LOG.
          IF FS-IND EQUAL "00"
              CLOSE ARQIND.
          IF TEM-CADSOC1 EQUAL "SIM"
              CLOSE CADSOC1.
          CLOSE RELIND.
          DISPLAY "INDICACOES LIDAS......: " CONTADOR-LIDOS.
          DISPLAY "SOCIOS INDICADORES....: " CONTADOR-INDIC.
          DISPLAY "CREDITOS CONCEDIDOS...: " GER-CONC.
          DISPLAY "VALOR A APLICAR.......: " GER-APLICAR.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA-LOG FROM TIME.
          MOVE "RELIND"               TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA-LOG(1:4)  TO LOG-ANO.
          MOVE DATA-SISTEMA-LOG(5:2)  TO LOG-MES.
          MOVE DATA-SISTEMA-LOG(7:2)  TO LOG-DIA.
          MOVE HORA-SISTEMA-LOG(1:2)  TO LOG-HH.
          MOVE HORA-SISTEMA-LOG(3:2)  TO LOG-MI.
          MOVE HORA-SISTEMA-LOG(5:2)  TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "RELIND"               TO LOG-ARQ1-NOME.
          MOVE CONTADOR-INDIC         TO LOG-ARQ1-QTD.
          MOVE "DESCSOC"              TO LOG-ARQ2-NOME.
          MOVE QTD-DES                TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
