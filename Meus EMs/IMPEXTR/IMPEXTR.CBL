       IDENTIFICATION DIVISION.
          PROGRAM-ID.      IMPEXTR.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CARGA DO EXTRATO DIARIO DA CONTA BANCARIA. LE O
      *ARQUIVO DO BANCO (EXTRATO.DAT - HEADER E TRAILER NO PADRAO DO
      *VERIFARQ E UMA LINHA POR LANCAMENTO: DATA, CODIGO DE
      *HISTORICO DO BANCO, DOCUMENTO, VALOR E NATUREZA C-CREDITO
      *D-DEBITO). ANTES DE CARREGAR CONFERE HEADER, QUANTIDADE E
      *SOMA CONTRA O TRAILER E, SE DIVERGIR, NAO CARREGA NADA E SAI
      *COM CODIGO 8. CADA CREDITO VAI PARA ARQEXTR.DAT PENDENTE DE
      *CONCILIACAO, COM O CANAL DE ENTRADA DO DINHEIRO TIRADO DO
      *CODIGO DE HISTORICO (PARMHIST.DAT; SEM O PARAMETRO VALE A
      *TABELA PADRAO DO BANCO). HISTORICO NAO RECONHECIDO ENTRA COM
      *CANAL 0 E SAI NO RELATORIO RELEXTR. DEBITOS (TARIFAS,
      *PAGAMENTOS) SO SAO CONTADOS NO RELATORIO. DATAS JA
      *CARREGADAS (ATE A MAIOR DATA DO ARQEXTR) SAO IGNORADAS, DE
      *MODO QUE RODAR DE NOVO O MESMO EXTRATO NAO DOBRA OS CREDITOS.
      *A CONCILIACAO E FEITA DEPOIS PELO CONCBANC.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT EXTRATO ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMHIST ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQEXTR ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELEXTR ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  EXTRATO
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EXTRATO.DAT".
          01 REG-LIN.
          02 DATA-LIN                  PIC 9(08).
          02 HISTORICO-LIN             PIC 9(04).
          02 DOCUMENTO-LIN             PIC X(10).
          02 VALOR-LIN                 PIC 9(11)V9(02).
          02 NATUREZA-LIN              PIC X(01).
          01 REG-LIN-HDR.
          02 TIPO-HDR                  PIC X(03).
          02 ID-HDR                    PIC X(08).
          02 DATA-HDR                  PIC 9(08).
          01 REG-LIN-TRL.
          02 TIPO-TRL                  PIC X(03).
          02 QTDE-TRL                  PIC 9(06).
          02 SOMA-TRL                  PIC 9(15).

       FD  PARMHIST
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMHIST.DAT".
          01 REG-PARMHIST.
          02 HISTORICO-PARM            PIC 9(04).
          02 CANAL-PARM                PIC 9(01).

       FD  ARQEXTR
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQEXTR.DAT".
          COPY REGEXT.

       FD  RELEXTR
          LABEL RECORD IS OMITTED.
          01  REGEXTR     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-PARM           PIC X(03) VALUE "NAO".
       77  FIM-EXT            PIC X(03) VALUE "NAO".
       77  TEM-HEADER         PIC X(03) VALUE "NAO".
       77  TEM-TRAILER        PIC X(03) VALUE "NAO".
       77  REG-APOS-TRL       PIC X(03) VALUE "NAO".
       77  DIVERGENTE         PIC X(03) VALUE "NAO".
       77  ACHOU-HISTORICO    PIC X(03) VALUE "NAO".
       77  QTD-HISTORICOS     PIC 9(02) VALUE 06.
       77  IX-HIS             PIC 9(02) VALUE ZEROES.
       77  IX-CAN             PIC 9(01) VALUE ZEROES.
       77  CANAL-ACHADO       PIC 9(01) VALUE ZEROES.
       77  QTDE-CONTADA       PIC 9(06) VALUE ZEROES.
       77  SOMA-CONTADA       PIC 9(15) VALUE ZEROES.
       77  VALOR-AUX          PIC 9(11)V9(02) VALUE ZEROES.
       77  VALOR-AUX-DIG      REDEFINES VALOR-AUX PIC 9(13).
       77  DATA-CARGA-ANT     PIC 9(08) VALUE ZEROES.
       77  DATA-SEQ           PIC 9(08) VALUE ZEROES.
       77  SEQ-DIA            PIC 9(06) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CREDITOS  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-DEBITOS   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-REPETIDAS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-DESCONH   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-INVALIDAS PIC 9(06) VALUE ZEROES.
       77  SOMA-CREDITOS      PIC 9(13)V9(02) VALUE ZEROES.
       77  SOMA-DEBITOS       PIC 9(13)V9(02) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

      *----------------------------------------------------------------
      *    TABELA PADRAO DE HISTORICOS DO BANCO (CODIGO + CANAL), USADA
      *    QUANDO NAO HA PARMHIST.DAT: 0101 DEPOSITO EM DINHEIRO,
      *    0201 TED, 0202 PIX, 0301 CREDITO DA ADQUIRENTE, 0401
      *    DEBITO AUTOMATICO E 0501 REPASSE DE COBRANCA DE TERCEIROS.
      *----------------------------------------------------------------
       01 TAB-HISTORICOS.
          02 FILLER PIC X(05) VALUE "01011".
          02 FILLER PIC X(05) VALUE "02012".
          02 FILLER PIC X(05) VALUE "02022".
          02 FILLER PIC X(05) VALUE "03013".
          02 FILLER PIC X(05) VALUE "04014".
          02 FILLER PIC X(05) VALUE "05015".
          02 FILLER PIC X(220) VALUE ZEROES.
       01 TAB-HISTORICOS-R REDEFINES TAB-HISTORICOS.
          02 HIS-OCORRENCIA OCCURS 50 TIMES.
             03 HIS-CODIGO             PIC 9(04).
             03 HIS-CANAL              PIC 9(01).

       01 TAB-CANAIS.
          02 CAN-OCORRENCIA OCCURS 6 TIMES.
             03 CAN-QTD                PIC 9(06).
             03 CAN-VALOR              PIC 9(13)V9(02).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "CARGA DO EXTRATO B".
          02 FILLER    PIC X(12) VALUE "ANCARIO     ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "DATA    ".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(04)  VALUE "HIST".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "DOCUMENTO ".
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "VALOR".
          02 FILLER    PIC X(04)  VALUE SPACES.
          02 FILLER    PIC X(20)  VALUE "OCORRENCIA".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 TOT-ROTULO PIC X(26).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-QTD   PIC ZZZZZ9.
          02 FILLER    PIC X(03)  VALUE SPACES.
          02 TOT-VALOR PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 CAB-05.
          02 FILLER    PIC X(07)  VALUE SPACES.
          02 FILLER    PIC X(06)  VALUE "CANAL ".
          02 TOT-CANAL PIC 9(01).
          02 FILLER    PIC X(03)  VALUE " - ".
          02 TOT-NOME  PIC X(14).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-QTD-CAN PIC ZZZZZ9.
          02 FILLER    PIC X(03)  VALUE SPACES.
          02 TOT-VAL-CAN PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 DETALHE.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 DET-DATA  PIC 9(08).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-HIST  PIC 9(04).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-DOC   PIC X(10).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-VALOR PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
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

       PGM-IMPEXTR.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM LE-PARAMETRO.
          PERFORM CONFERE-ARQUIVO.
          PERFORM LE-CONTROLE.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

      *----------------------------------------------------------------
      *    O PARMHIST, QUANDO EXISTE, SUBSTITUI A TABELA PADRAO INTEIRA
      *    (UMA LINHA POR CODIGO DE HISTORICO DE CREDITO DO BANCO).
      *----------------------------------------------------------------
       LE-PARAMETRO.
          OPEN INPUT PARMHIST.
          READ PARMHIST AT END MOVE "SIM" TO FIM-PARM.
          IF FIM-PARM NOT EQUAL "SIM"
              MOVE ZEROES TO TAB-HISTORICOS
              MOVE ZEROES TO QTD-HISTORICOS
              PERFORM GUARDA-HISTORICO UNTIL FIM-PARM EQUAL "SIM".
          CLOSE PARMHIST.

       GUARDA-HISTORICO.
          IF HISTORICO-PARM NUMERIC
             AND CANAL-PARM NUMERIC
             AND CANAL-PARM NOT GREATER 5
              IF QTD-HISTORICOS NOT LESS 50
                  DISPLAY "TABELA DE HISTORICOS LOTADA"
              ELSE
                  ADD 1 TO QTD-HISTORICOS
                  MOVE HISTORICO-PARM TO HIS-CODIGO (QTD-HISTORICOS)
                  MOVE CANAL-PARM TO HIS-CANAL (QTD-HISTORICOS).
          READ PARMHIST AT END MOVE "SIM" TO FIM-PARM.

      *----------------------------------------------------------------
      *    PRIMEIRA PASSADA: MESMA CONFERENCIA DO VERIFARQ. EXTRATO
      *    TRUNCADO OU SEM HEADER NAO E CARREGADO.
      *----------------------------------------------------------------
       CONFERE-ARQUIVO.
          OPEN INPUT EXTRATO.
          PERFORM LEITURA.
          PERFORM CONFERE-LINHA UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE EXTRATO.
          IF TEM-HEADER EQUAL "NAO"
              DISPLAY "EXTRATO SEM HEADER - ARQUIVO SUSPEITO."
              MOVE "SIM" TO DIVERGENTE.
          IF TEM-TRAILER EQUAL "NAO"
              DISPLAY "EXTRATO SEM TRAILER - TRANSFERENCIA TRUNCADA."
              MOVE "SIM" TO DIVERGENTE.
          IF REG-APOS-TRL EQUAL "SIM"
              DISPLAY "REGISTROS APOS O TRAILER - ARQUIVO SUSPEITO."
              MOVE "SIM" TO DIVERGENTE.
          IF TEM-TRAILER EQUAL "SIM"
             AND QTDE-CONTADA NOT EQUAL QTDE-TRL
              DISPLAY "QUANTIDADE DIVERGE - TRAILER: " QTDE-TRL
                  " CONTADO: " QTDE-CONTADA
              MOVE "SIM" TO DIVERGENTE.
          IF TEM-TRAILER EQUAL "SIM"
             AND SOMA-CONTADA NOT EQUAL SOMA-TRL
              DISPLAY "SOMA DIVERGE - TRAILER: " SOMA-TRL
                  " CONTADO: " SOMA-CONTADA
              MOVE "SIM" TO DIVERGENTE.
          IF DIVERGENTE EQUAL "SIM"
              DISPLAY "EXTRATO NAO CARREGADO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       CONFERE-LINHA.
          IF TIPO-HDR EQUAL "HDR"
              MOVE "SIM" TO TEM-HEADER
              IF ID-HDR NOT EQUAL "EXTRATO "
                  DISPLAY "HEADER COM IDENTIFICACAO ESTRANHA: " ID-HDR
                  MOVE "SIM" TO DIVERGENTE
              END-IF
          ELSE
          IF TIPO-TRL EQUAL "TRL"
              MOVE "SIM" TO TEM-TRAILER
          ELSE
              IF TEM-TRAILER EQUAL "SIM"
                  MOVE "SIM" TO REG-APOS-TRL
              END-IF
              ADD 1 TO QTDE-CONTADA
              IF VALOR-LIN NUMERIC
                  MOVE VALOR-LIN TO VALOR-AUX
                  ADD VALOR-AUX-DIG TO SOMA-CONTADA.
          PERFORM LEITURA.

      *----------------------------------------------------------------
      *    A MAIOR DATA JA GRAVADA NO ARQEXTR DIZ ATE ONDE O EXTRATO
      *    JA FOI CARREGADO.
      *----------------------------------------------------------------
       LE-CONTROLE.
          OPEN INPUT ARQEXTR.
          PERFORM LE-EXTRATO-CARREGADO.
          PERFORM GUARDA-DATA-CARGA UNTIL FIM-EXT EQUAL "SIM".
          CLOSE ARQEXTR.

       LE-EXTRATO-CARREGADO.
          READ ARQEXTR AT END MOVE "SIM" TO FIM-EXT.

       GUARDA-DATA-CARGA.
          IF DATA-EXT NUMERIC
             AND DATA-EXT GREATER DATA-CARGA-ANT
              MOVE DATA-EXT TO DATA-CARGA-ANT.
          PERFORM LE-EXTRATO-CARREGADO.

       INICIO.
          MOVE "NAO" TO FIM-ARQ.
          MOVE ZEROES TO TAB-CANAIS.
          OPEN INPUT  EXTRATO
               EXTEND ARQEXTR
               OUTPUT RELEXTR.
          PERFORM LEITURA.

       LEITURA.
          READ EXTRATO AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          IF TIPO-HDR NOT EQUAL "HDR"
             AND TIPO-TRL NOT EQUAL "TRL"
              ADD 1 TO CONTADOR-LIDOS
              PERFORM TRATA-LANCAMENTO.
          PERFORM LEITURA.

       TRATA-LANCAMENTO.
          IF DATA-LIN NOT NUMERIC
             OR HISTORICO-LIN NOT NUMERIC
             OR VALOR-LIN NOT NUMERIC
              ADD 1 TO CONTADOR-INVALIDAS
              MOVE "LINHA INVALIDA" TO DET-OCO
              PERFORM IMPRIME-OCORRENCIA
          ELSE
          IF DATA-LIN NOT GREATER DATA-CARGA-ANT
              ADD 1 TO CONTADOR-REPETIDAS
          ELSE
          IF NATUREZA-LIN EQUAL "D"
              ADD 1 TO CONTADOR-DEBITOS
              ADD VALOR-LIN TO SOMA-DEBITOS
          ELSE
          IF NATUREZA-LIN EQUAL "C"
              PERFORM GRAVA-CREDITO
          ELSE
              ADD 1 TO CONTADOR-INVALIDAS
              MOVE "NATUREZA INVALIDA" TO DET-OCO
              PERFORM IMPRIME-OCORRENCIA.

       GRAVA-CREDITO.
          PERFORM CLASSIFICA-HISTORICO.
          IF DATA-LIN NOT EQUAL DATA-SEQ
              MOVE DATA-LIN TO DATA-SEQ
              MOVE ZEROES TO SEQ-DIA.
          ADD 1 TO SEQ-DIA.
          MOVE SPACES TO REG-EXT.
          MOVE DATA-LIN TO DATA-EXT.
          MOVE SEQ-DIA TO SEQ-EXT.
          MOVE HISTORICO-LIN TO HISTORICO-EXT.
          MOVE CANAL-ACHADO TO CANAL-EXT.
          MOVE DOCUMENTO-LIN TO DOCUMENTO-EXT.
          MOVE VALOR-LIN TO VALOR-EXT.
          MOVE "P" TO SITUACAO-EXT.
          MOVE ZEROES TO DATA-DEP-EXT.
          MOVE ZEROES TO DIFERENCA-EXT.
          WRITE REG-EXT.
          ADD 1 TO CONTADOR-CREDITOS.
          ADD VALOR-LIN TO SOMA-CREDITOS.
          COMPUTE IX-CAN = CANAL-ACHADO + 1.
          ADD 1 TO CAN-QTD (IX-CAN).
          ADD VALOR-LIN TO CAN-VALOR (IX-CAN).
          IF CANAL-ACHADO EQUAL ZEROES
              ADD 1 TO CONTADOR-DESCONH
              MOVE "HISTORICO DESCONHEC." TO DET-OCO
              PERFORM IMPRIME-OCORRENCIA.

       CLASSIFICA-HISTORICO.
          MOVE "NAO" TO ACHOU-HISTORICO.
          MOVE ZEROES TO CANAL-ACHADO.
          IF QTD-HISTORICOS GREATER THAN ZEROES
              PERFORM TESTA-HISTORICO
                  VARYING IX-HIS FROM 1 BY 1
                  UNTIL IX-HIS GREATER THAN QTD-HISTORICOS
                     OR ACHOU-HISTORICO EQUAL "SIM".

       TESTA-HISTORICO.
          IF HIS-CODIGO (IX-HIS) EQUAL HISTORICO-LIN
              MOVE "SIM" TO ACHOU-HISTORICO
              MOVE HIS-CANAL (IX-HIS) TO CANAL-ACHADO.

       IMPRIME-OCORRENCIA.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE DATA-LIN TO DET-DATA.
          MOVE HISTORICO-LIN TO DET-HIST.
          MOVE DOCUMENTO-LIN TO DET-DOC.
          MOVE VALOR-LIN TO DET-VALOR.
          WRITE REGEXTR FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGEXTR.
          WRITE REGEXTR AFTER ADVANCING PAGE.
          WRITE REGEXTR FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGEXTR FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGEXTR FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          IF CT-PAG EQUAL ZEROES
              PERFORM CABECALHO.
          MOVE "LANCAMENTOS LIDOS........:" TO TOT-ROTULO.
          MOVE CONTADOR-LIDOS TO TOT-QTD.
          MOVE ZEROES TO TOT-VALOR.
          WRITE REGEXTR FROM CAB-04 AFTER ADVANCING 2 LINES.
          MOVE "JA CARREGADOS (IGNORADOS):" TO TOT-ROTULO.
          MOVE CONTADOR-REPETIDAS TO TOT-QTD.
          WRITE REGEXTR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "LINHAS INVALIDAS.........:" TO TOT-ROTULO.
          MOVE CONTADOR-INVALIDAS TO TOT-QTD.
          WRITE REGEXTR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "DEBITOS (SO CONTADOS)....:" TO TOT-ROTULO.
          MOVE CONTADOR-DEBITOS TO TOT-QTD.
          MOVE SOMA-DEBITOS TO TOT-VALOR.
          WRITE REGEXTR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "CREDITOS CARREGADOS......:" TO TOT-ROTULO.
          MOVE CONTADOR-CREDITOS TO TOT-QTD.
          MOVE SOMA-CREDITOS TO TOT-VALOR.
          WRITE REGEXTR FROM CAB-04 AFTER ADVANCING 1 LINE.
          PERFORM IMPRIME-CANAL
              VARYING IX-CAN FROM 1 BY 1
              UNTIL IX-CAN GREATER THAN 6.
          PERFORM GRAVA-LOG.
          DISPLAY "CARGA DO EXTRATO BANCARIO ENCERRADA.".
          DISPLAY "LANCAMENTOS LIDOS....: " CONTADOR-LIDOS.
          DISPLAY "JA CARREGADOS........: " CONTADOR-REPETIDAS.
          DISPLAY "LINHAS INVALIDAS.....: " CONTADOR-INVALIDAS.
          DISPLAY "DEBITOS..............: " CONTADOR-DEBITOS.
          DISPLAY "CREDITOS CARREGADOS..: " CONTADOR-CREDITOS.
          DISPLAY "HISTORICO DESCONHEC..: " CONTADOR-DESCONH.
          CLOSE EXTRATO
                ARQEXTR
                RELEXTR.
          IF CONTADOR-LIDOS EQUAL ZEROES
              DISPLAY "EXTRATO VAZIO - SEM LANCAMENTOS PARA CARREGAR."
              MOVE 4 TO RETURN-CODE.

       IMPRIME-CANAL.
          COMPUTE TOT-CANAL = IX-CAN - 1.
          IF IX-CAN EQUAL 1
              MOVE "NAO RECONHEC." TO TOT-NOME
          ELSE
          IF IX-CAN EQUAL 2
              MOVE "DINHEIRO" TO TOT-NOME
          ELSE
          IF IX-CAN EQUAL 3
              MOVE "TRANSFERENCIA" TO TOT-NOME
          ELSE
          IF IX-CAN EQUAL 4
              MOVE "CARTAO" TO TOT-NOME
          ELSE
          IF IX-CAN EQUAL 5
              MOVE "DEBITO AUTOM." TO TOT-NOME
          ELSE
              MOVE "AGENCIA" TO TOT-NOME.
          MOVE CAN-QTD (IX-CAN) TO TOT-QTD-CAN.
          MOVE CAN-VALOR (IX-CAN) TO TOT-VAL-CAN.
          WRITE REGEXTR FROM CAB-05 AFTER ADVANCING 1 LINE.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "IMPEXTR"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "ARQEXTR"              TO LOG-ARQ1-NOME.
          MOVE CONTADOR-CREDITOS      TO LOG-ARQ1-QTD.
          MOVE "RELEXTR"              TO LOG-ARQ2-NOME.
          ADD CONTADOR-DESCONH CONTADOR-INVALIDAS
              GIVING LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
