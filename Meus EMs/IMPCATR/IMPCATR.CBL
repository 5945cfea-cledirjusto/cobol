       IDENTIFICATION DIVISION.
          PROGRAM-ID.      IMPCATR.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CARGA NOTURNA DAS PASSAGENS PELA CATRACA. LE O
      *ARQUIVO EXPORTADO PELA CATRACA (ARQCATR.DAT - NUMERO DO
      *CARTAO, DATA, HORA HHMM E PORTAO, EM ORDEM DE DATA E HORA) E
      *CONFERE CADA ENTRADA CONTRA O CADSOC1 PELA MESMA REGRA DE
      *VALIDADE DO CARTEIRA: CANCELADO (03) NAO TEM CARTEIRINHA,
      *DEBITO ENTREGUE A AGENCIA (SITUACAO-COBR1 G) NAO ENTRA, E O
      *ATRASADO (02) OU NEGOCIADO (04) SO TEM A VALIDADE CURTA - COM
      *MAIS DE DOIS MESES EM ATRASO A CARTEIRINHA JA VENCEU. ESSAS
      *ENTRADAS E OS NUMEROS DESCONHECIDOS SAEM NO RELATORIO RELCATR
      *PARA A PORTARIA. TODA ENTRADA DE SOCIO CADASTRADO SOMA NA
      *FREQUENCIA DO MES (FREQSOC.DAT, POR SOCIO E COMPETENCIA); OS
      *TOTAIS DA COMPETENCIA POR UNIDADE VAO PARA CTRLFREQ.DAT, QUE O
      *KPIHIST LEVA PARA A SERIE DE INDICADORES. DATAS JA CARREGADAS
      *(ATE A ULTIMA DATA DO CTRLFREQ) SAO IGNORADAS, DE MODO QUE
      *RODAR DE NOVO O MESMO ARQUIVO NAO DOBRA A FREQUENCIA. NO FIM,
      *GRAVA EM AUSENTES.DAT OS SOCIOS EM DIA QUE NAO PASSAM PELA
      *CATRACA HA N MESES (PARMAUSE.DAT, AUSENTE = 3) PARA O
      *RELRETEN; SO MARCA DEPOIS QUE A CARGA JA RODA HA N MESES E
      *NUNCA MARCA SOCIO ADMITIDO DENTRO DO PRAZO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL ARQCATR ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES
          FILE STATUS IS FS-SOC.
          SELECT FREQSOC ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-FRQ
          FILE STATUS IS FS-FRQ.
          SELECT OPTIONAL CTRLFREQ ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMAUSE ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT AUSENTES ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELCATR ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  ARQCATR
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQCATR.DAT".
          01 REG-CAT.
          02 CARTAO-CAT                PIC X(06).
          02 DATA-CAT                  PIC 9(08).
          02 HORA-CAT                  PIC 9(04).
          02 PORTAO-CAT                PIC X(02).

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       FD  FREQSOC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "FREQSOC.DAT".
          COPY REGFRQ.

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

       FD  PARMAUSE
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMAUSE.DAT".
          01 REG-PARMAUSE.
          02 MESES-AUS-PARM            PIC 9(02).

       FD  AUSENTES
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "AUSENTES.DAT".
          01 REG-AUS.
          02 NUMERO-AUS                PIC 9(06).
          02 NOME-AUS                  PIC X(30).
          02 UNIDADE-AUS               PIC 9(02).
          02 ULTIMA-AUS                PIC 9(08).
          02 MESES-AUS                 PIC 9(03).
          02 VALOR-AUS                 PIC 9(09)V9(02).

       FD  RELCATR
          LABEL RECORD IS OMITTED.
          01  REGCATR     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-PARM           PIC X(03) VALUE "NAO".
       77  FIM-CTL            PIC X(03) VALUE "NAO".
       77  FIM-FRQ            PIC X(03) VALUE "NAO".
       77  FIM-SOC            PIC X(03) VALUE "NAO".
       77  FS-SOC             PIC X(02) VALUE "00".
       77  FS-FRQ             PIC X(02) VALUE "00".
       77  NAO-ACHOU-SOC      PIC X(03) VALUE "NAO".
       77  NAO-ACHOU-FRQ      PIC X(03) VALUE "NAO".
       77  LIMITE-ATRASO      PIC 9(02) VALUE 2.
       77  MESES-AUSENCIA     PIC 9(02) VALUE 3.
       77  DATA-CARGA-ANT     PIC 9(08) VALUE ZEROES.
       77  DATA-INICIO-CARGA  PIC 9(08) VALUE ZEROES.
       77  MENOR-DATA         PIC 9(08) VALUE ZEROES.
       77  MAIOR-DATA         PIC 9(08) VALUE ZEROES.
       77  COMPET-APURADA     PIC 9(06) VALUE ZEROES.
       77  DATA-CORTE-AUS     PIC 9(08) VALUE ZEROES.
       77  ANO-CORTE          PIC 9(04) VALUE ZEROES.
       77  MES-TRABALHO       PIC S9(04) VALUE ZEROES.
       77  SOCIO-ATUAL        PIC 9(06) VALUE ZEROES.
       77  ULTIMA-ACHADA      PIC 9(08) VALUE ZEROES.
       77  MESES-SEM-ENTRADA  PIC S9(05) VALUE ZEROES.
       77  DIAS-MES           PIC 9(07) VALUE ZEROES.
       77  SOCIOS-MES         PIC 9(05) VALUE ZEROES.
       77  IX-UNI             PIC 9(01) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-VALIDAS   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-REPETIDAS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-DESCONH   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CANCEL    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-AGENCIA   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-ATRASO    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-FREQ      PIC 9(06) VALUE ZEROES.
       77  CONTADOR-AUSENTES  PIC 9(06) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 DATA-HOJE-W.
          02 ANO-HOJE                  PIC 9(04).
          02 MES-HOJE                  PIC 9(02).
          02 DIA-HOJE                  PIC 9(02).

       01 DATA-REF-W.
          02 ANO-REF                   PIC 9(04).
          02 MES-REF                   PIC 9(02).
          02 DIA-REF                   PIC 9(02).

       01 TAB-UNIDADES.
          02 UNI-OCORRENCIA OCCURS 2 TIMES.
             03 DIAS-UNI-MES           PIC 9(07).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "ENTRADAS NA CATRAC".
          02 FILLER    PIC X(12) VALUE "A RECUSAVEIS".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "DATA    ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(04)  VALUE "HORA".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(02)  VALUE "PT".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(06)  VALUE "CARTAO".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(20)  VALUE "NOME".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(20)  VALUE "OCORRENCIA".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 TOT-ROTULO PIC X(26).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-QTD   PIC ZZZZZ9.

       01 CAB-05.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "FREQUENCIA DA COMPETENCIA:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-COMPET PIC 9(06).

       01 CAB-06.
          02 FILLER    PIC X(07)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "UNIDADE ".
          02 TOT-UNI   PIC 9(01).
          02 FILLER    PIC X(15)  VALUE " - DIAS DE USO:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-DIAS-UNI PIC ZZZZZZ9.

       01 DETALHE.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 DET-DATA  PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-HORA  PIC 9(04).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-PORTAO PIC X(02).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-CARTAO PIC X(06).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-NOME  PIC X(20).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-OCO   PIC X(20).

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

       PGM-IMPCATR.
          PERFORM LE-PARAMETRO.
          PERFORM LE-CONTROLE.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM APURA-COMPETENCIA.
          PERFORM GRAVA-CONTROLE.
          PERFORM APURA-AUSENTES.
          PERFORM TERMINO.
          STOP RUN.

       LE-PARAMETRO.
          OPEN INPUT PARMAUSE.
          READ PARMAUSE AT END MOVE "SIM" TO FIM-PARM.
          IF FIM-PARM NOT EQUAL "SIM"
             AND MESES-AUS-PARM NUMERIC
             AND MESES-AUS-PARM GREATER THAN ZEROES
              MOVE MESES-AUS-PARM TO MESES-AUSENCIA.
          CLOSE PARMAUSE.

      *----------------------------------------------------------------
      *    O CTRLFREQ DA NOITE ANTERIOR DIZ ATE QUE DATA A CATRACA JA
      *    FOI CARREGADA E DESDE QUANDO A CARGA EXISTE.
      *----------------------------------------------------------------
       LE-CONTROLE.
          OPEN INPUT CTRLFREQ.
          READ CTRLFREQ AT END MOVE "SIM" TO FIM-CTL.
          IF FIM-CTL NOT EQUAL "SIM"
             AND DATA-ULT-CFR NUMERIC
              MOVE DATA-ULT-CFR TO DATA-CARGA-ANT
              MOVE DATA-INI-CFR TO DATA-INICIO-CARGA
              MOVE COMPET-CFR TO COMPET-APURADA.
          CLOSE CTRLFREQ.

       INICIO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          MOVE DATA-SISTEMA TO DATA-HOJE-W.
          OPEN INPUT CADSOC1.
          IF FS-SOC NOT EQUAL "00"
              DISPLAY "CADSOC1 INDISPONIVEL - CARGA DA CATRACA "
                  "NAO EXECUTADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN I-O FREQSOC.
          IF FS-FRQ EQUAL "35"
              OPEN OUTPUT FREQSOC
              CLOSE FREQSOC
              OPEN I-O FREQSOC.
          OPEN INPUT  ARQCATR
               OUTPUT RELCATR.
          PERFORM LEITURA.

       LEITURA.
          READ ARQCATR AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
          IF DATA-CAT NOT NUMERIC
             OR DATA-CAT NOT GREATER DATA-CARGA-ANT
              ADD 1 TO CONTADOR-REPETIDAS
          ELSE
              PERFORM CONFERE-ENTRADA.
          PERFORM LEITURA.

       CONFERE-ENTRADA.
          IF MENOR-DATA EQUAL ZEROES
             OR DATA-CAT LESS MENOR-DATA
              MOVE DATA-CAT TO MENOR-DATA.
          IF DATA-CAT GREATER MAIOR-DATA
              MOVE DATA-CAT TO MAIOR-DATA.
          MOVE "NAO" TO NAO-ACHOU-SOC.
          IF CARTAO-CAT NOT NUMERIC
              MOVE "SIM" TO NAO-ACHOU-SOC
          ELSE
              MOVE CARTAO-CAT TO NUMERO-SOCIO1
              READ CADSOC1 KEY IS NUMERO-SOCIO1
                  INVALID KEY MOVE "SIM" TO NAO-ACHOU-SOC
              END-READ.
          IF NAO-ACHOU-SOC EQUAL "SIM"
              MOVE SPACES TO DET-NOME
              MOVE "NUMERO DESCONHECIDO" TO DET-OCO
              PERFORM IMPRIME-OCORRENCIA
              ADD 1 TO CONTADOR-DESCONH
          ELSE
              PERFORM CONFERE-VALIDADE
              PERFORM ACUMULA-FREQUENCIA.

      *----------------------------------------------------------------
      *    MESMA REGRA DO CARTEIRA: EM DIA VALE O ANO TODO; ATRASADO
      *    E NEGOCIADO TEM A VALIDADE CURTA (MES DA EMISSAO E O
      *    SEGUINTE), QUE NAO COBRE QUEM ESTA HA MAIS DE DOIS MESES
      *    EM ATRASO; CANCELADO NAO TEM CARTEIRINHA.
      *----------------------------------------------------------------
       CONFERE-VALIDADE.
          MOVE NOME-SOCIO1 TO DET-NOME.
          IF CODIGO-PAGAMENTO1 EQUAL 03
              MOVE "SOCIO CANCELADO" TO DET-OCO
              PERFORM IMPRIME-OCORRENCIA
              ADD 1 TO CONTADOR-CANCEL
          ELSE
          IF SITUACAO-COBR1 EQUAL "G"
              MOVE "DEBITO NA AGENCIA" TO DET-OCO
              PERFORM IMPRIME-OCORRENCIA
              ADD 1 TO CONTADOR-AGENCIA
          ELSE
          IF (CODIGO-PAGAMENTO1 EQUAL 02
              OR CODIGO-PAGAMENTO1 EQUAL 04)
             AND MESES-ATRASO1 GREATER LIMITE-ATRASO
              MOVE "CARTEIRINHA VENCIDA" TO DET-OCO
              PERFORM IMPRIME-OCORRENCIA
              ADD 1 TO CONTADOR-ATRASO
          ELSE
              ADD 1 TO CONTADOR-VALIDAS.

       ACUMULA-FREQUENCIA.
          ADD 1 TO CONTADOR-FREQ.
          MOVE "NAO" TO NAO-ACHOU-FRQ.
          MOVE NUMERO-SOCIO1 TO SOCIO-FRQ.
          MOVE DATA-CAT(1:6) TO COMPET-FRQ.
          READ FREQSOC KEY IS CHAVE-FRQ
              INVALID KEY MOVE "SIM" TO NAO-ACHOU-FRQ.
          IF NAO-ACHOU-FRQ EQUAL "SIM"
              MOVE NUMERO-SOCIO1 TO SOCIO-FRQ
              MOVE DATA-CAT(1:6) TO COMPET-FRQ
              MOVE UNIDADE-SOCIO1 TO UNIDADE-FRQ
              MOVE 1 TO ENTRADAS-FRQ
              MOVE 1 TO DIAS-FRQ
              MOVE DATA-CAT TO ULTIMA-FRQ
              WRITE REG-FRQ
          ELSE
              ADD 1 TO ENTRADAS-FRQ
              IF DATA-CAT GREATER ULTIMA-FRQ
                  ADD 1 TO DIAS-FRQ
                  MOVE DATA-CAT TO ULTIMA-FRQ
              END-IF
              REWRITE REG-FRQ.

       IMPRIME-OCORRENCIA.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE DATA-CAT TO DET-DATA.
          MOVE HORA-CAT TO DET-HORA.
          MOVE PORTAO-CAT TO DET-PORTAO.
          MOVE CARTAO-CAT TO DET-CARTAO.
          WRITE REGCATR FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

      *----------------------------------------------------------------
      *    TOTAIS DA COMPETENCIA DA ULTIMA ENTRADA CARREGADA: DIAS DE
      *    USO POR UNIDADE E QUANTIDADE DE SOCIOS QUE VIERAM.
      *----------------------------------------------------------------
       APURA-COMPETENCIA.
          IF MAIOR-DATA GREATER THAN ZEROES
              MOVE MAIOR-DATA(1:6) TO COMPET-APURADA.
          IF COMPET-APURADA EQUAL ZEROES
              MOVE DATA-SISTEMA(1:6) TO COMPET-APURADA.
          MOVE ZEROES TO TAB-UNIDADES.
          MOVE "NAO" TO FIM-FRQ.
          MOVE ZEROES TO CHAVE-FRQ.
          START FREQSOC KEY NOT LESS CHAVE-FRQ
              INVALID KEY MOVE "SIM" TO FIM-FRQ.
          PERFORM LE-FREQUENCIA.
          PERFORM SOMA-FREQUENCIA UNTIL FIM-FRQ EQUAL "SIM".

       LE-FREQUENCIA.
          IF FIM-FRQ NOT EQUAL "SIM"
              READ FREQSOC NEXT RECORD
                  AT END MOVE "SIM" TO FIM-FRQ.

       SOMA-FREQUENCIA.
          IF COMPET-FRQ EQUAL COMPET-APURADA
              ADD DIAS-FRQ TO DIAS-MES
              ADD 1 TO SOCIOS-MES
              IF UNIDADE-FRQ EQUAL 1 OR UNIDADE-FRQ EQUAL 2
                  ADD DIAS-FRQ TO DIAS-UNI-MES (UNIDADE-FRQ).
          PERFORM LE-FREQUENCIA.

       GRAVA-CONTROLE.
          IF DATA-INICIO-CARGA EQUAL ZEROES
              MOVE MENOR-DATA TO DATA-INICIO-CARGA.
          IF MAIOR-DATA GREATER DATA-CARGA-ANT
              MOVE MAIOR-DATA TO DATA-CARGA-ANT.
          MOVE COMPET-APURADA TO COMPET-CFR.
          MOVE DIAS-MES TO DIAS-CFR.
          MOVE DIAS-UNI-MES (1) TO DIAS-UNI-CFR (1).
          MOVE DIAS-UNI-MES (2) TO DIAS-UNI-CFR (2).
          MOVE SOCIOS-MES TO SOCIOS-CFR.
          MOVE DATA-INICIO-CARGA TO DATA-INI-CFR.
          MOVE DATA-CARGA-ANT TO DATA-ULT-CFR.
          OPEN OUTPUT CTRLFREQ.
          WRITE REG-CFR.
          CLOSE CTRLFREQ.

      *----------------------------------------------------------------
      *    SOCIO EM DIA (01), SEM AGENCIA, SEM ENTRADA DESDE A DATA DE
      *    CORTE (HOJE MENOS N MESES). SO APURA QUANDO A CARGA DA
      *    CATRACA EXISTE DESDE ANTES DO CORTE; ADMITIDO DEPOIS DO
      *    CORTE AINDA NAO CONTA.
      *----------------------------------------------------------------
       APURA-AUSENTES.
          MOVE ANO-HOJE TO ANO-CORTE.
          COMPUTE MES-TRABALHO = MES-HOJE - MESES-AUSENCIA.
          PERFORM AJUSTA-ANO UNTIL MES-TRABALHO GREATER THAN ZEROES.
          COMPUTE DATA-CORTE-AUS = (ANO-CORTE * 10000)
              + (MES-TRABALHO * 100) + DIA-HOJE.
          OPEN OUTPUT AUSENTES.
          IF DATA-INICIO-CARGA GREATER THAN ZEROES
             AND DATA-INICIO-CARGA NOT GREATER DATA-CORTE-AUS
              MOVE "NAO" TO FIM-SOC
              MOVE ZEROES TO NUMERO-SOCIO1
              START CADSOC1 KEY NOT LESS NUMERO-SOCIO1
                  INVALID KEY MOVE "SIM" TO FIM-SOC
              END-START
              PERFORM LE-SOCIO
              PERFORM CONFERE-AUSENCIA UNTIL FIM-SOC EQUAL "SIM".
          CLOSE AUSENTES.

       AJUSTA-ANO.
          ADD 12 TO MES-TRABALHO.
          SUBTRACT 1 FROM ANO-CORTE.

       LE-SOCIO.
          IF FIM-SOC NOT EQUAL "SIM"
              READ CADSOC1 NEXT RECORD
                  AT END MOVE "SIM" TO FIM-SOC.

       CONFERE-AUSENCIA.
          IF CODIGO-PAGAMENTO1 EQUAL 01
             AND SITUACAO-COBR1 NOT EQUAL "G"
              IF DATA-ADMISSAO1 NOT NUMERIC
                 OR DATA-ADMISSAO1 NOT GREATER DATA-CORTE-AUS
                  PERFORM BUSCA-ULTIMA-ENTRADA
                  IF ULTIMA-ACHADA LESS DATA-CORTE-AUS
                      PERFORM GRAVA-AUSENTE
                  END-IF
              END-IF.
          PERFORM LE-SOCIO.

       BUSCA-ULTIMA-ENTRADA.
          MOVE ZEROES TO ULTIMA-ACHADA.
          MOVE NUMERO-SOCIO1 TO SOCIO-ATUAL.
          MOVE "NAO" TO FIM-FRQ.
          MOVE NUMERO-SOCIO1 TO SOCIO-FRQ.
          MOVE ZEROES TO COMPET-FRQ.
          START FREQSOC KEY NOT LESS CHAVE-FRQ
              INVALID KEY MOVE "SIM" TO FIM-FRQ.
          PERFORM LE-FREQUENCIA-SOCIO.
          PERFORM GUARDA-ULTIMA UNTIL FIM-FRQ EQUAL "SIM".

       LE-FREQUENCIA-SOCIO.
          PERFORM LE-FREQUENCIA.
          IF FIM-FRQ NOT EQUAL "SIM"
             AND SOCIO-FRQ NOT EQUAL SOCIO-ATUAL
              MOVE "SIM" TO FIM-FRQ.

       GUARDA-ULTIMA.
          IF ULTIMA-FRQ GREATER ULTIMA-ACHADA
              MOVE ULTIMA-FRQ TO ULTIMA-ACHADA.
          PERFORM LE-FREQUENCIA-SOCIO.

       GRAVA-AUSENTE.
          IF ULTIMA-ACHADA GREATER THAN ZEROES
              MOVE ULTIMA-ACHADA TO DATA-REF-W
          ELSE
              MOVE DATA-INICIO-CARGA TO DATA-REF-W.
          COMPUTE MESES-SEM-ENTRADA =
              (ANO-HOJE - ANO-REF) * 12 + MES-HOJE - MES-REF.
          IF MESES-SEM-ENTRADA LESS THAN ZEROES
              MOVE ZEROES TO MESES-SEM-ENTRADA.
          MOVE NUMERO-SOCIO1 TO NUMERO-AUS.
          MOVE NOME-SOCIO1 TO NOME-AUS.
          MOVE UNIDADE-SOCIO1 TO UNIDADE-AUS.
          MOVE ULTIMA-ACHADA TO ULTIMA-AUS.
          MOVE MESES-SEM-ENTRADA TO MESES-AUS.
          MOVE VALOR-PAGAMENTO1 TO VALOR-AUS.
          WRITE REG-AUS.
          ADD 1 TO CONTADOR-AUSENTES.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGCATR.
          WRITE REGCATR AFTER ADVANCING PAGE.
          WRITE REGCATR FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGCATR FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGCATR FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          IF CT-PAG EQUAL ZEROES
              PERFORM CABECALHO.
          MOVE "ENTRADAS LIDAS...........:" TO TOT-ROTULO.
          MOVE CONTADOR-LIDOS TO TOT-QTD.
          WRITE REGCATR FROM CAB-04 AFTER ADVANCING 2 LINES.
          MOVE "JA CARREGADAS (IGNORADAS):" TO TOT-ROTULO.
          MOVE CONTADOR-REPETIDAS TO TOT-QTD.
          WRITE REGCATR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "ENTRADAS VALIDAS.........:" TO TOT-ROTULO.
          MOVE CONTADOR-VALIDAS TO TOT-QTD.
          WRITE REGCATR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "NUMERO DESCONHECIDO......:" TO TOT-ROTULO.
          MOVE CONTADOR-DESCONH TO TOT-QTD.
          WRITE REGCATR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "SOCIO CANCELADO..........:" TO TOT-ROTULO.
          MOVE CONTADOR-CANCEL TO TOT-QTD.
          WRITE REGCATR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "DEBITO NA AGENCIA........:" TO TOT-ROTULO.
          MOVE CONTADOR-AGENCIA TO TOT-QTD.
          WRITE REGCATR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "CARTEIRINHA VENCIDA......:" TO TOT-ROTULO.
          MOVE CONTADOR-ATRASO TO TOT-QTD.
          WRITE REGCATR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE COMPET-APURADA TO TOT-COMPET.
          WRITE REGCATR FROM CAB-05 AFTER ADVANCING 2 LINES.
          MOVE "DIAS DE USO NO MES.......:" TO TOT-ROTULO.
          MOVE DIAS-MES TO TOT-QTD.
          WRITE REGCATR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "SOCIOS QUE VIERAM NO MES.:" TO TOT-ROTULO.
          MOVE SOCIOS-MES TO TOT-QTD.
          WRITE REGCATR FROM CAB-04 AFTER ADVANCING 1 LINE.
          PERFORM IMPRIME-UNIDADE
              VARYING IX-UNI FROM 1 BY 1
              UNTIL IX-UNI GREATER THAN 2.
          MOVE "EM DIA SEM VIR (AUSENTES):" TO TOT-ROTULO.
          MOVE CONTADOR-AUSENTES TO TOT-QTD.
          WRITE REGCATR FROM CAB-04 AFTER ADVANCING 2 LINES.
          PERFORM GRAVA-LOG.
          DISPLAY "CARGA DA CATRACA ENCERRADA.".
          DISPLAY "ENTRADAS LIDAS.......: " CONTADOR-LIDOS.
          DISPLAY "JA CARREGADAS........: " CONTADOR-REPETIDAS.
          DISPLAY "ENTRADAS VALIDAS.....: " CONTADOR-VALIDAS.
          DISPLAY "NUMERO DESCONHECIDO..: " CONTADOR-DESCONH.
          DISPLAY "SOCIO CANCELADO......: " CONTADOR-CANCEL.
          DISPLAY "DEBITO NA AGENCIA....: " CONTADOR-AGENCIA.
          DISPLAY "CARTEIRINHA VENCIDA..: " CONTADOR-ATRASO.
          DISPLAY "SOCIOS AUSENTES......: " CONTADOR-AUSENTES.
          CLOSE ARQCATR
                CADSOC1
                FREQSOC
                RELCATR.
          IF CONTADOR-LIDOS EQUAL ZEROES
              DISPLAY "ARQCATR VAZIO - SEM PASSAGENS PARA CARREGAR."
              MOVE 4 TO RETURN-CODE.

       IMPRIME-UNIDADE.
          MOVE IX-UNI TO TOT-UNI.
          MOVE DIAS-UNI-MES (IX-UNI) TO TOT-DIAS-UNI.
          WRITE REGCATR FROM CAB-06 AFTER ADVANCING 1 LINE.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "IMPCATR"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "FREQSOC"              TO LOG-ARQ1-NOME.
          MOVE CONTADOR-FREQ          TO LOG-ARQ1-QTD.
          MOVE "AUSENTES"             TO LOG-ARQ2-NOME.
          MOVE CONTADOR-AUSENTES      TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
