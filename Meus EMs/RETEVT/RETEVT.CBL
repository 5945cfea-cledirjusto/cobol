       IDENTIFICATION DIVISION.
          PROGRAM-ID.      RETEVT.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CARGA DO RETORNO DO GOVERNO PARA OS EVENTOS DA FOLHA
      *GERADOS PELO GEREVT. LE O EVTRET.DAT (UMA LINHA POR EVENTO: O
      *NUMERO DO EVENTO, A SITUACAO A-ACEITO OU R-RECUSADO, O NUMERO
      *DO RECIBO, A DATA DO PROCESSAMENTO E O MOTIVO DA RECUSA; HEADER
      *E TRAILER, QUANDO VEM, SAO PULADOS) E ATUALIZA O ARQEVT.DAT
      *PELO NUMERO DO EVENTO. ACEITO GUARDA O RECIBO (SITUACAO A).
      *RECUSADO FICA COM SITUACAO R E O MOTIVO, E VAI PARA O
      *ARQEVT.REJ, QUE O CONSEXC LEVA AO CADASTRO DE PENDENCIAS
      *ARQPEND; CORRIGIDO O CADASTRO E BAIXADA A PENDENCIA NO MANPEND,
      *O GEREVT REENVIA O FATO. EVENTO DESCONHECIDO OU JA PROCESSADO
      *SO SAI NO RELREVT.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT EVTRET ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQEVT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-EVT
          ALTERNATE RECORD KEY IS FATO-EVT WITH DUPLICATES
          FILE STATUS IS FS-EVT.
          SELECT EXCEVT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELREVT ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  EVTRET
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EVTRET.DAT".
          01 REG-RET.
          02 EVENTO-RET                PIC 9(08).
          02 SITUACAO-RET              PIC X(01).
          02 RECIBO-RET                PIC X(20).
          02 DATA-RET                  PIC 9(08).
          02 MOTIVO-RET                PIC X(40).
          01 REG-RET-HDR.
          02 TIPO-HDR                  PIC X(03).
          02 FILLER                    PIC X(74).

       FD  ARQEVT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQEVT.DAT".
          COPY REGEVT.

       FD  EXCEVT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQEVT.REJ".
          01 REG-EXCEVT                PIC X(80).

       FD  RELREVT
          LABEL RECORD IS OMITTED.
          01  REGREVT     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-EVT             PIC X(02).
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  ACHOU-EVT          PIC X(03) VALUE "NAO".
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-ACEITOS   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-RECUSADOS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-DESCONH   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-REPETIDOS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-INVALIDAS PIC 9(06) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

      *----------------------------------------------------------------
      *    LINHA DO ARQEVT.REJ: A CHAVE (EVENTO) NAS DEZ PRIMEIRAS
      *    POSICOES E O MOTIVO NA POSICAO 41, COMO O CONSEXC ESPERA.
      *----------------------------------------------------------------
       01 LINHA-REJ.
          02 REJ-EVT                   PIC 9(08).
          02 FILLER                    PIC X(02) VALUE SPACES.
          02 REJ-TIPO                  PIC X(04).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 REJ-MATR                  PIC 9(05).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 REJ-REFER                 PIC 9(08).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 REJ-VALOR                 PIC ZZZ.ZZ9,99.
          02 REJ-MOTIVO                PIC X(40).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "RETORNO DOS EVENTO".
          02 FILLER    PIC X(12) VALUE "S DA FOLHA  ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "EVENTO  ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(04)  VALUE "TIPO".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "MATR.".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(20)  VALUE "RECIBO              ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "     VALOR".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "OCORRENCIA".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 TOT-ROTULO PIC X(26).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-QTD   PIC ZZZZZ9.

       01 DETALHE.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-EVT   PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-TIPO  PIC X(04).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-MATR  PIC 9(05).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-RECIBO PIC X(20).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-VALOR PIC ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-OCO   PIC X(26).

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

       PGM-RETEVT.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          OPEN I-O ARQEVT.
          IF FS-EVT NOT EQUAL "00"
              DISPLAY "ARQEVT INDISPONIVEL - FS " FS-EVT
                  " - RETORNO NAO CARREGADO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN INPUT  EVTRET
               OUTPUT EXCEVT
                      RELREVT.
          PERFORM CABECALHO.
          PERFORM LEITURA.

       LEITURA.
          READ EVTRET AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          IF TIPO-HDR NOT EQUAL "HDR"
             AND TIPO-HDR NOT EQUAL "TRL"
              ADD 1 TO CONTADOR-LIDOS
              PERFORM TRATA-RETORNO.
          PERFORM LEITURA.

       TRATA-RETORNO.
          MOVE SPACES TO DET-TIPO DET-RECIBO.
          MOVE ZEROES TO DET-MATR DET-VALOR.
          IF EVENTO-RET NOT NUMERIC
             OR (SITUACAO-RET NOT EQUAL "A"
                 AND SITUACAO-RET NOT EQUAL "R")
              ADD 1 TO CONTADOR-INVALIDAS
              MOVE ZEROES TO DET-EVT
              MOVE "LINHA INVALIDA" TO DET-OCO
              PERFORM IMPRIME-DETALHE
          ELSE
              PERFORM PROCURA-EVENTO.

       PROCURA-EVENTO.
          MOVE EVENTO-RET TO NUMERO-EVT.
          MOVE "SIM" TO ACHOU-EVT.
          READ ARQEVT KEY IS NUMERO-EVT
              INVALID KEY MOVE "NAO" TO ACHOU-EVT.
          MOVE EVENTO-RET TO DET-EVT.
          IF ACHOU-EVT EQUAL "NAO"
              ADD 1 TO CONTADOR-DESCONH
              MOVE "EVENTO NAO ENCONTRADO" TO DET-OCO
              PERFORM IMPRIME-DETALHE
          ELSE
              MOVE TIPO-EVT TO DET-TIPO
              MOVE MATRICULA-EVT TO DET-MATR
              MOVE VALOR-EVT TO DET-VALOR
              IF SITUACAO-EVT NOT EQUAL "P"
                  ADD 1 TO CONTADOR-REPETIDOS
                  MOVE RECIBO-EVT TO DET-RECIBO
                  MOVE "RETORNO JA PROCESSADO" TO DET-OCO
                  PERFORM IMPRIME-DETALHE
              ELSE
              IF SITUACAO-RET EQUAL "A"
                  PERFORM EVENTO-ACEITO
              ELSE
                  PERFORM EVENTO-RECUSADO.

       EVENTO-ACEITO.
          MOVE "A" TO SITUACAO-EVT.
          MOVE RECIBO-RET TO RECIBO-EVT.
          MOVE DATA-RET TO DATA-RET-EVT.
          MOVE SPACES TO MOTIVO-EVT.
          ADD 1 TO CONTADOR-ACEITOS.
          REWRITE REG-EVT.

       EVENTO-RECUSADO.
          MOVE "R" TO SITUACAO-EVT.
          MOVE DATA-RET TO DATA-RET-EVT.
          MOVE MOTIVO-RET TO MOTIVO-EVT.
          ADD 1 TO CONTADOR-RECUSADOS.
          MOVE NUMERO-EVT TO REJ-EVT.
          MOVE TIPO-EVT TO REJ-TIPO.
          MOVE MATRICULA-EVT TO REJ-MATR.
          MOVE REFERENCIA-EVT TO REJ-REFER.
          MOVE VALOR-EVT TO REJ-VALOR.
          MOVE MOTIVO-RET TO REJ-MOTIVO.
          WRITE REG-EXCEVT FROM LINHA-REJ.
          REWRITE REG-EVT.
          MOVE MOTIVO-RET TO DET-OCO.
          PERFORM IMPRIME-DETALHE.

       IMPRIME-DETALHE.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGREVT FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGREVT.
          WRITE REGREVT AFTER ADVANCING PAGE.
          WRITE REGREVT FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGREVT FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGREVT FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          MOVE "RETORNOS LIDOS...........:" TO TOT-ROTULO.
          MOVE CONTADOR-LIDOS TO TOT-QTD.
          WRITE REGREVT FROM CAB-04 AFTER ADVANCING 2 LINES.
          MOVE "EVENTOS ACEITOS..........:" TO TOT-ROTULO.
          MOVE CONTADOR-ACEITOS TO TOT-QTD.
          WRITE REGREVT FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "RECUSADOS (PARA O ARQPEND)" TO TOT-ROTULO.
          MOVE CONTADOR-RECUSADOS TO TOT-QTD.
          WRITE REGREVT FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "EVENTOS NAO ENCONTRADOS..:" TO TOT-ROTULO.
          MOVE CONTADOR-DESCONH TO TOT-QTD.
          WRITE REGREVT FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "JA PROCESSADOS...........:" TO TOT-ROTULO.
          MOVE CONTADOR-REPETIDOS TO TOT-QTD.
          WRITE REGREVT FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "LINHAS INVALIDAS.........:" TO TOT-ROTULO.
          MOVE CONTADOR-INVALIDAS TO TOT-QTD.
          WRITE REGREVT FROM CAB-04 AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-LOG.
          CLOSE EVTRET
                ARQEVT
                EXCEVT
                RELREVT.
          DISPLAY "CARGA DO RETORNO DOS EVENTOS ENCERRADA.".
          DISPLAY "RETORNOS LIDOS.......: " CONTADOR-LIDOS.
          DISPLAY "EVENTOS ACEITOS......: " CONTADOR-ACEITOS.
          DISPLAY "RECUSADOS............: " CONTADOR-RECUSADOS.
          DISPLAY "NAO ENCONTRADOS......: " CONTADOR-DESCONH.
          IF CONTADOR-LIDOS EQUAL ZEROES
              DISPLAY "RETORNO VAZIO - NADA A CARREGAR."
              MOVE 4 TO RETURN-CODE
          ELSE
          IF CONTADOR-RECUSADOS GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "RETEVT"               TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "ARQEVT"               TO LOG-ARQ1-NOME.
          MOVE CONTADOR-ACEITOS       TO LOG-ARQ1-QTD.
          MOVE "RELREVT"              TO LOG-ARQ2-NOME.
          MOVE CONTADOR-RECUSADOS     TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
