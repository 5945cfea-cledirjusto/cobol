       IDENTIFICATION DIVISION.
          PROGRAM-ID.      QUALIND.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. QUALIFICACAO NOTURNA DAS INDICACOES DE NOVO SOCIO.
      *PARA CADA INDICACAO AGUARDANDO (SITUACAO P NO ARQIND.DAT,
      *GRAVADO PELO EX02 NA INCLUSAO) SOMA NO DIARIO JORNRCB.DAT AS
      *MENSALIDADES QUE O SOCIO INDICADO QUITOU POR RECIBO DESDE A
      *DATA DA INDICACAO - LINHAS DE SOCIO (S OU ESPACO), DE PAGADOR
      *(F) E DE MEMBRO DE GRUPO (G), DESCONTADOS OS ESTORNOS (E).
      *QUITADOS OS N PRIMEIROS MESES (PARMIND.DAT, AUSENTE ASSUME 3)
      *COM O INDICADO EM DIA (CODIGO 01), O SOCIO QUE INDICOU GANHA
      *UM CREDITO PENDENTE NO DESCSOC.DAT (SITUACAO P, ORIGEM I, COM
      *O SOCIO INDICADO EM MATR-DES) NO PERCENTUAL DO PARMIND SOBRE
      *A MENSALIDADE DELE (AUSENTE ASSUME 100,00 - UM MES), QUE O
      *BAIXAREC E O REMDEB ABATEM COMO O CREDITO DE DEPENDENTE, E A
      *INDICACAO VIRA C. INDICADO OU INDICADOR CANCELADO (CODIGO 03)
      *OU FORA DO CADSOC1 ENCERRA A INDICACAO SEM CREDITO (X). SEM O
      *ARQIND NAO HA O QUE QUALIFICAR E O PROGRAMA TERMINA LIMPO.
      *AS INDICACOES AGUARDANDO FICAM EM TABELA (500): MAIS DO QUE
      *ISSO PARA O PROGRAMA ANTES DE QUALIFICAR (CODIGO 8, NADA
      *GRAVADO) E A OCUPACAO DA TABELA VAI PARA O CADCAPAC (CAPTAB).

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
          SELECT OPTIONAL JORNRCB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMIND ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL DESCSOC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
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
          02 FILLER                    PIC X(01).
          02 JRC-MESES-ABAT            PIC 9(02).
          02 FILLER                    PIC X(01).
          02 JRC-CODIGO-NOVO           PIC 9(02).
          02 FILLER                    PIC X(01).
          02 JRC-SEQ                   PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-TIPO                  PIC X(01).

       FD  PARMIND
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMIND.DAT".
          01 REG-PARMIND.
          02 MESES-PARM                PIC 9(02).
          02 PERCENTUAL-PARM           PIC 9(03)V9(02).

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

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-IND             PIC X(02) VALUE "00".
       77  FS-SOC             PIC X(02) VALUE "00".
       77  FIM-IND            PIC X(03) VALUE "NAO".
       77  FIM-JRC            PIC X(03) VALUE "NAO".
       77  FIM-PARM           PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  ACHOU-PEND         PIC X(03) VALUE "NAO".
       77  MESES-EXIGIDOS     PIC 9(02) VALUE 3.
       77  PERCENTUAL         PIC 9(03)V9(02) VALUE 100,00.
       77  VALOR-CREDITO      PIC 9(09)V9(02) VALUE ZEROES.
       77  QTD-PEND           PIC 9(03) VALUE ZEROES.
       77  EXCEDENTE-PEND     PIC 9(07) VALUE ZEROES.
       77  TABELA-CHEIA-PEND  PIC X(03) VALUE "NAO".
       77  IX-PEND            PIC 9(03) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CONC      PIC 9(06) VALUE ZEROES.
       77  CONTADOR-PERD      PIC 9(06) VALUE ZEROES.
       77  CONTADOR-AGUARD    PIC 9(06) VALUE ZEROES.
       77  SOMA-CREDITOS      PIC 9(11)V9(02) VALUE ZEROES.
       77  DATA-SISTEMA-LOG   PIC 9(08).
       77  HORA-SISTEMA-LOG   PIC 9(08).
       01 TAB-PEND.
          02 PEND-OCORRENCIA OCCURS 500 TIMES.
             03 PEND-SOCIO             PIC 9(06).
             03 PEND-INDICADOR         PIC 9(06).
             03 PEND-DATA              PIC 9(08).
             03 PEND-MESES             PIC S9(05).

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

       COPY REGCAP.

       PROCEDURE DIVISION.

       PGM-QUALIND.
          PERFORM LE-PARAMETRO.
          PERFORM INICIO.
          PERFORM SOMA-JORNAL.
          IF QTD-PEND GREATER THAN ZEROES
              PERFORM QUALIFICA-INDICACAO
                  VARYING IX-PEND FROM 1 BY 1
                  UNTIL IX-PEND GREATER THAN QTD-PEND.
          PERFORM TERMINO.
          STOP RUN.

       LE-PARAMETRO.
          OPEN INPUT PARMIND.
          READ PARMIND AT END MOVE "SIM" TO FIM-PARM.
          IF FIM-PARM EQUAL "NAO"
             AND MESES-PARM NUMERIC
             AND MESES-PARM GREATER THAN ZEROES
              MOVE MESES-PARM TO MESES-EXIGIDOS.
          IF FIM-PARM EQUAL "NAO"
             AND PERCENTUAL-PARM NUMERIC
             AND PERCENTUAL-PARM GREATER THAN ZEROES
              MOVE PERCENTUAL-PARM TO PERCENTUAL.
          CLOSE PARMIND.

       INICIO.
          ACCEPT DATA-SISTEMA-LOG FROM DATE YYYYMMDD.
          OPEN I-O ARQIND.
          IF FS-IND EQUAL "35"
              DISPLAY "SEM ARQIND - NENHUMA INDICACAO A QUALIFICAR."
              PERFORM GRAVA-LOG
              STOP RUN.
          OPEN INPUT CADSOC1.
          IF FS-SOC NOT EQUAL "00"
              DISPLAY "CADSOC1 NAO ABRIU - STATUS " FS-SOC
              CLOSE ARQIND
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM CARGA-PENDENTES.
          IF TABELA-CHEIA-PEND EQUAL "SIM"
              DISPLAY "TAB-PEND COM 500 POSICOES, ARQIND COM "
                  EXCEDENTE-PEND " INDICACOES AGUARDANDO ALEM DELAS."
              DISPLAY "QUALIFICACAO NAO EXECUTADA - NADA FOI GRAVADO."
              PERFORM REGISTRA-CAPACIDADE
              CLOSE ARQIND
                    CADSOC1
              MOVE 8 TO RETURN-CODE
              STOP RUN.

      *----------------------------------------------------------------
      *    SO AS INDICACOES AGUARDANDO (P) ENTRAM NA TABELA; AS QUE
      *    PASSAM DO LIMITE SO SAO CONTADAS, PARA O AVISO.
      *----------------------------------------------------------------
       CARGA-PENDENTES.
          MOVE ZEROES TO SOCIO-IND.
          START ARQIND KEY NOT LESS SOCIO-IND
              INVALID KEY MOVE "SIM" TO FIM-IND.
          PERFORM LE-INDICACAO.
          PERFORM GUARDA-PENDENTE UNTIL FIM-IND EQUAL "SIM".

       LE-INDICACAO.
          IF FIM-IND NOT EQUAL "SIM"
              READ ARQIND NEXT RECORD
                  AT END MOVE "SIM" TO FIM-IND.

       GUARDA-PENDENTE.
          IF SITUACAO-IND EQUAL "P"
              ADD 1 TO CONTADOR-LIDOS
              IF QTD-PEND NOT LESS 500
                  MOVE "SIM" TO TABELA-CHEIA-PEND
                  ADD 1 TO EXCEDENTE-PEND
              ELSE
                  ADD 1 TO QTD-PEND
                  MOVE SOCIO-IND TO PEND-SOCIO (QTD-PEND)
                  MOVE INDICADOR-IND TO PEND-INDICADOR (QTD-PEND)
                  MOVE DATA-IND TO PEND-DATA (QTD-PEND)
                  MOVE ZEROES TO PEND-MESES (QTD-PEND).
          PERFORM LE-INDICACAO.

      *----------------------------------------------------------------
      *    UMA PASSADA NO JORNRCB: CADA LINHA DO SOCIO INDICADO COM
      *    MOVIMENTO A PARTIR DA INDICACAO SOMA (OU, NO ESTORNO,
      *    SUBTRAI) OS MESES QUITADOS PELO RECIBO.
      *----------------------------------------------------------------
       SOMA-JORNAL.
          IF QTD-PEND GREATER THAN ZEROES
              OPEN INPUT JORNRCB
              PERFORM LE-JORNAL
              PERFORM CONFERE-JORNAL UNTIL FIM-JRC EQUAL "SIM"
              CLOSE JORNRCB.

       LE-JORNAL.
          READ JORNRCB AT END MOVE "SIM" TO FIM-JRC.

       CONFERE-JORNAL.
          IF JRC-SOCIO NUMERIC AND JRC-MESES-ABAT NUMERIC
             AND JRC-DATA-MOV NUMERIC
             AND JRC-SOCIO GREATER THAN ZEROES
             AND JRC-MESES-ABAT GREATER THAN ZEROES
              MOVE "NAO" TO ACHOU-PEND
              PERFORM TESTA-PENDENTE
                  VARYING IX-PEND FROM 1 BY 1
                  UNTIL IX-PEND GREATER THAN QTD-PEND
                     OR ACHOU-PEND EQUAL "SIM".
          PERFORM LE-JORNAL.

       TESTA-PENDENTE.
          IF PEND-SOCIO (IX-PEND) EQUAL JRC-SOCIO
              MOVE "SIM" TO ACHOU-PEND
              IF JRC-DATA-MOV NOT LESS PEND-DATA (IX-PEND)
                  IF JRC-TIPO EQUAL "E"
                      SUBTRACT JRC-MESES-ABAT
                          FROM PEND-MESES (IX-PEND)
                  ELSE
                  IF JRC-TIPO EQUAL "S" OR JRC-TIPO EQUAL SPACE
                     OR JRC-TIPO EQUAL "F" OR JRC-TIPO EQUAL "G"
                      ADD JRC-MESES-ABAT TO PEND-MESES (IX-PEND).

       QUALIFICA-INDICACAO.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE PEND-SOCIO (IX-PEND) TO NUMERO-SOCIO1.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "SIM" OR CODIGO-PAGAMENTO1 EQUAL 03
              PERFORM ENCERRA-INDICACAO
          ELSE
          IF PEND-MESES (IX-PEND) NOT LESS MESES-EXIGIDOS
             AND CODIGO-PAGAMENTO1 EQUAL 01
              PERFORM BUSCA-INDICADOR
          ELSE
              ADD 1 TO CONTADOR-AGUARD.

       BUSCA-INDICADOR.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE PEND-INDICADOR (IX-PEND) TO NUMERO-SOCIO1.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "SIM" OR CODIGO-PAGAMENTO1 EQUAL 03
              PERFORM ENCERRA-INDICACAO
          ELSE
              PERFORM CONCEDE-CREDITO.

       CONCEDE-CREDITO.
          COMPUTE VALOR-CREDITO ROUNDED =
              VALOR-PAGAMENTO1 * PERCENTUAL / 100.
          MOVE PEND-SOCIO (IX-PEND) TO SOCIO-IND.
          READ ARQIND KEY IS SOCIO-IND
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "NAO"
              MOVE "C" TO SITUACAO-IND
              MOVE VALOR-CREDITO TO VALOR-CRED-IND
              MOVE DATA-SISTEMA-LOG TO DATA-CRED-IND
              REWRITE REG-IND
              PERFORM GRAVA-CREDITO.

       GRAVA-CREDITO.
          OPEN EXTEND DESCSOC.
          MOVE SPACES TO REG-DES.
          MOVE PEND-INDICADOR (IX-PEND) TO SOCIO-DES.
          MOVE PEND-SOCIO (IX-PEND) TO MATR-DES.
          MOVE ZEROES TO DIGI-DES.
          MOVE VALOR-CREDITO TO VALOR-DES.
          MOVE DATA-SISTEMA-LOG TO DATA-DES.
          MOVE "P" TO SITUACAO-DES.
          MOVE ZEROES TO SEQ-ABAT-DES.
          MOVE ZEROES TO DATA-ABAT-DES.
          MOVE "I" TO ORIGEM-DES.
          WRITE REG-DES.
          CLOSE DESCSOC.
          ADD 1 TO CONTADOR-CONC.
          ADD VALOR-CREDITO TO SOMA-CREDITOS.
          DISPLAY "CREDITO DE INDICACAO: SOCIO "
              PEND-INDICADOR (IX-PEND) " INDICOU "
              PEND-SOCIO (IX-PEND) " VALOR " VALOR-CREDITO.

       ENCERRA-INDICACAO.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE PEND-SOCIO (IX-PEND) TO SOCIO-IND.
          READ ARQIND KEY IS SOCIO-IND
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "NAO"
              MOVE "X" TO SITUACAO-IND
              MOVE ZEROES TO VALOR-CRED-IND
              MOVE DATA-SISTEMA-LOG TO DATA-CRED-IND
              REWRITE REG-IND
              ADD 1 TO CONTADOR-PERD.

       TERMINO.
          CLOSE ARQIND
                CADSOC1.
          PERFORM REGISTRA-CAPACIDADE.
          PERFORM GRAVA-LOG.
          DISPLAY "INDICACOES AGUARDANDO LIDAS: " CONTADOR-LIDOS.
          DISPLAY "CREDITOS CONCEDIDOS........: " CONTADOR-CONC.
          DISPLAY "VALOR DOS CREDITOS.........: " SOMA-CREDITOS.
          DISPLAY "ENCERRADAS SEM CREDITO.....: " CONTADOR-PERD.
          DISPLAY "CONTINUAM AGUARDANDO.......: " CONTADOR-AGUARD.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA-LOG FROM TIME.
          MOVE "QUALIND"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA-LOG(1:4)  TO LOG-ANO.
          MOVE DATA-SISTEMA-LOG(5:2)  TO LOG-MES.
          MOVE DATA-SISTEMA-LOG(7:2)  TO LOG-DIA.
          MOVE HORA-SISTEMA-LOG(1:2)  TO LOG-HH.
          MOVE HORA-SISTEMA-LOG(3:2)  TO LOG-MI.
          MOVE HORA-SISTEMA-LOG(5:2)  TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "DESCSOC"              TO LOG-ARQ1-NOME.
          MOVE CONTADOR-CONC          TO LOG-ARQ1-QTD.
          MOVE "ARQIND"               TO LOG-ARQ2-NOME.
          MOVE CONTADOR-PERD          TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.

      *----------------------------------------------------------------
      *    OCUPACAO DA TAB-PEND NA RODADA (INDICACOES AGUARDANDO, COM
      *    AS QUE NAO COUBERAM) PARA O RELATORIO DE CAPACIDADE
      *    (CADCAPAC, PELA CAPTAB).
      *----------------------------------------------------------------
       REGISTRA-CAPACIDADE.
          MOVE "QUALIND" TO PROGRAMA-CAPAC.
          MOVE "TAB-PEND" TO TABELA-CAPAC.
          ADD QTD-PEND EXCEDENTE-PEND GIVING USADO-CAPAC.
          MOVE 500 TO LIMITE-CAPAC.
          CALL "CAPTAB" USING PROGRAMA-CAPAC TABELA-CAPAC
              USADO-CAPAC LIMITE-CAPAC.
