       IDENTIFICATION DIVISION.
          PROGRAM-ID.      CHEGARQ.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. PORTAO DE CHEGADA DOS ARQUIVOS DE ENTRADA, PRIMEIRO
      *PASSO DO EXECDIA. A TABELA CADCHEG.DAT INFORMA, PARA CADA
      *ARQUIVO RECEBIDO DE FORA (NOTASWEB, RETBANCO, CARTLIQ, RETDEB,
      *ARQPONTO, RETAJUS...), OS DIAS DA SEMANA EM QUE E ESPERADO,
      *SE E OBRIGATORIO, A HORA LIMITE DE CHEGADA E A IDENTIFICACAO
      *DO HEADER. CADA ARQUIVO PRESENTE PRECISA TRAZER NA PRIMEIRA
      *LINHA O HEADER NO PADRAO DO VERIFARQ (HDR, IDENTIFICACAO E
      *DATA) COM A DATA DE HOJE E NAO PODE SER O MESMO HEADER JA
      *ACEITO NUM DIA ANTERIOR (CTRLCHEG.DAT GUARDA O ULTIMO HEADER
      *ACEITO DE CADA ARQUIVO). ARQUIVO ESPERADO AUSENTE, SEM HEADER,
      *COM DATA VELHA OU JA PROCESSADO ANTES DA HORA LIMITE SEGURA A
      *ROTINA (CODIGO 4 - O DRIVER ESPERA E CHAMA DE NOVO); VENCIDA A
      *HORA, OBRIGATORIO COM PROBLEMA RECUSA A ROTINA (CODIGO 8) E
      *OPCIONAL COM PROBLEMA E POSTO DE LADO COM O SUFIXO .VEL PARA A
      *CARGA NAO PROCESSAR O ARQUIVO ERRADO. ARQUIVO NAO ESPERADO NO
      *DIA SO E CONFERIDO SE ESTIVER PRESENTE. EM FERIADO DO
      *CALEXEC.DAT NENHUM ARQUIVO E ESPERADO. A LISTA DO QUE FALTA
      *OU ESTA VELHO SAI NO CONSOLE E NO RELATORIO RELCHEG, QUE O
      *DRIVER COPIA PARA O ROTINA.LOG. SO QUANDO A ROTINA E LIBERADA
      *OS HEADERS ACEITOS SAO GRAVADOS NO CTRLCHEG; O MESMO HEADER
      *ACEITO HOJE PASSA DE NOVO NUM REINICIO DA ROTINA NO MESMO DIA.
      *SEM O CADCHEG O PORTAO NAO CONFERE NADA E AVISA NO CONSOLE.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADCHEG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLCHEG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CALEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FS-ENT.
          SELECT RELCHEG ASSIGN TO DISK.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADCHEG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADCHEG.DAT".
          01 REG-CHE.
          02 NOME-CHE                  PIC X(30).
          02 FILLER                    PIC X(01).
          02 DIAS-CHE                  PIC X(07).
          02 FILLER                    PIC X(01).
          02 OBRIG-CHE                 PIC X(01).
          02 FILLER                    PIC X(01).
          02 HORA-LIM-CHE              PIC 9(04).
          02 FILLER                    PIC X(01).
          02 ID-CHE                    PIC X(08).

       FD  CTRLCHEG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLCHEG.DAT".
          01 REG-CTC.
          02 NOME-CTC                  PIC X(30).
          02 FILLER                    PIC X(01).
          02 DATA-ACEITE-CTC           PIC 9(08).
          02 FILLER                    PIC X(01).
          02 HEADER-CTC                PIC X(40).

       FD  CALEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CALEXEC.DAT".
          01 REG-CAL.
          02 DATA-CAL                  PIC 9(08).
          02 TIPO-CAL                  PIC X(01).

       FD  ARQENT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS NOME-ARQENT.
          01 REG-ENT.
          02 TIPO-HDR-ENT              PIC X(03).
          02 ID-HDR-ENT                PIC X(08).
          02 DATA-HDR-ENT              PIC X(08).
          02 FILLER                    PIC X(101).

       FD  RELCHEG
          LABEL RECORD IS OMITTED.
          01  REGCHEG     PIC X(80).

       WORKING-STORAGE SECTION.
       77  FS-ENT             PIC X(02) VALUE "00".
       77  NOME-ARQENT        PIC X(30) VALUE SPACES.
       77  NOME-VELHO         PIC X(30) VALUE SPACES.
       77  FIM-CHE            PIC X(03) VALUE "NAO".
       77  FIM-CTC            PIC X(03) VALUE "NAO".
       77  FIM-CAL            PIC X(03) VALUE "NAO".
       77  FERIADO            PIC X(03) VALUE "NAO".
       77  ESPERADO           PIC X(03) VALUE "NAO".
       77  PRESENTE           PIC X(03) VALUE "NAO".
       77  PROBLEMA           PIC X(03) VALUE "NAO".
       77  ACHOU-CTC          PIC X(03) VALUE "NAO".
       77  SITUACAO-ARQ       PIC X(34) VALUE SPACES.
       77  HEADER-LIDO        PIC X(40) VALUE SPACES.
       77  DATA-HOJE          PIC 9(08) VALUE ZEROES.
       77  HORA-AGORA         PIC 9(08) VALUE ZEROES.
       77  HHMM-AGORA         PIC 9(04) VALUE ZEROES.
       77  DIA-SEMANA         PIC 9(01) VALUE ZEROES.
       77  QTD-CHEGADAS       PIC 9(03) VALUE ZEROES.
       77  QTD-CONTROLES      PIC 9(03) VALUE ZEROES.
       77  IX-CHE             PIC 9(03) VALUE ZEROES.
       77  IX-CTC             PIC 9(03) VALUE ZEROES.
       77  CONTADOR-OK        PIC 9(03) VALUE ZEROES.
       77  CONTADOR-ESPERA    PIC 9(03) VALUE ZEROES.
       77  CONTADOR-RECUSA    PIC 9(03) VALUE ZEROES.
       77  CONTADOR-LADO      PIC 9(03) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  ANO-Z              PIC 9(04) VALUE ZEROES.
       77  MES-Z              PIC 9(02) VALUE ZEROES.
       77  DIA-Z              PIC 9(02) VALUE ZEROES.
       77  DOW-Z              PIC 9(07) VALUE ZEROES.
       77  RESTO-Z            PIC 9(02) VALUE ZEROES.
       77  QUOC-Z             PIC 9(07) VALUE ZEROES.
       77  TERMO-MES-Z        PIC 9(04) VALUE ZEROES.
       77  TERMO-SEC4-Z       PIC 9(04) VALUE ZEROES.
       77  TERMO-SEC100-Z     PIC 9(04) VALUE ZEROES.
       77  TERMO-SEC400-Z     PIC 9(04) VALUE ZEROES.

       01 TAB-CHEGADAS.
          02 CHE-OCORRENCIA OCCURS 50 TIMES.
             03 CHE-NOME               PIC X(30).
             03 CHE-DIAS               PIC X(07).
             03 CHE-OBRIG              PIC X(01).
             03 CHE-HORA-LIM           PIC 9(04).
             03 CHE-ID                 PIC X(08).
             03 CHE-HEADER             PIC X(40).
             03 CHE-ACEITO             PIC X(03).

       01 TAB-CONTROLES.
          02 CTC-OCORRENCIA OCCURS 50 TIMES.
             03 CTC-NOME               PIC X(30).
             03 CTC-DATA-ACEITE        PIC 9(08).
             03 CTC-HEADER             PIC X(40).

       01 CAB-01.
          02 FILLER    PIC X(20) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "CHEGADA DOS ARQUIV".
          02 FILLER    PIC X(13) VALUE "OS DE ENTRADA".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(10) VALUE "ARQUIVO".
          02 FILLER    PIC X(22) VALUE SPACES.
          02 FILLER    PIC X(05) VALUE "OBRIG".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(06) VALUE "LIMITE".
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(08) VALUE "SITUACAO".

       01 DETALHE.
          02 DET-NOME  PIC X(30).
          02 FILLER    PIC X(04) VALUE SPACES.
          02 DET-OBRIG PIC X(01).
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DET-HORA  PIC 99B99.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DET-SIT   PIC X(34).

       01 CAB-04.
          02 FILLER    PIC X(26) VALUE "ARQUIVOS EM ORDEM.......:".
          02 TOT-OK    PIC ZZ9.
       01 CAB-05.
          02 FILLER    PIC X(26) VALUE "AGUARDANDO CHEGADA......:".
          02 TOT-ESP   PIC ZZ9.
       01 CAB-06.
          02 FILLER    PIC X(26) VALUE "RECUSANDO A ROTINA......:".
          02 TOT-REC   PIC ZZ9.
       01 CAB-07.
          02 FILLER    PIC X(26) VALUE "POSTOS DE LADO (.VEL)...:".
          02 TOT-LAD   PIC ZZ9.
       01 CAB-08.
          02 FILLER    PIC X(26) VALUE "RESULTADO...............:".
          02 RESULTADO PIC X(30).

       PROCEDURE DIVISION.

       PGM-CHEGARQ.
          PERFORM INICIO.
          IF QTD-CHEGADAS EQUAL ZEROES
              DISPLAY "CADCHEG.DAT AUSENTE OU VAZIO - CHEGADA DOS "
                  "ARQUIVOS NAO CONFERIDA."
              MOVE ZEROES TO RETURN-CODE
              STOP RUN.
          OPEN OUTPUT RELCHEG.
          PERFORM CONFERE-ARQUIVO
              VARYING IX-CHE FROM 1 BY 1
              UNTIL IX-CHE GREATER THAN QTD-CHEGADAS.
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
          ACCEPT HORA-AGORA FROM TIME.
          MOVE HORA-AGORA(1:4) TO HHMM-AGORA.
          PERFORM CALCULA-DIA-SEMANA.
          PERFORM CONSULTA-CALENDARIO.
          OPEN INPUT CADCHEG.
          PERFORM LE-CHEGADA.
          PERFORM GUARDA-CHEGADA UNTIL FIM-CHE EQUAL "SIM".
          CLOSE CADCHEG.
          OPEN INPUT CTRLCHEG.
          PERFORM LE-CONTROLE.
          PERFORM GUARDA-CONTROLE UNTIL FIM-CTC EQUAL "SIM".
          CLOSE CTRLCHEG.

       LE-CHEGADA.
          READ CADCHEG AT END MOVE "SIM" TO FIM-CHE.

       GUARDA-CHEGADA.
          IF NOME-CHE EQUAL SPACES
              PERFORM LE-CHEGADA
          ELSE
          IF QTD-CHEGADAS NOT LESS 50
              DISPLAY "TABELA DE CHEGADAS LOTADA"
              MOVE "SIM" TO FIM-CHE
          ELSE
              ADD 1 TO QTD-CHEGADAS
              MOVE NOME-CHE TO CHE-NOME (QTD-CHEGADAS)
              MOVE DIAS-CHE TO CHE-DIAS (QTD-CHEGADAS)
              MOVE OBRIG-CHE TO CHE-OBRIG (QTD-CHEGADAS)
              MOVE ZEROES TO CHE-HORA-LIM (QTD-CHEGADAS)
              IF HORA-LIM-CHE NUMERIC
                  MOVE HORA-LIM-CHE TO CHE-HORA-LIM (QTD-CHEGADAS)
              END-IF
              MOVE ID-CHE TO CHE-ID (QTD-CHEGADAS)
              MOVE SPACES TO CHE-HEADER (QTD-CHEGADAS)
              MOVE "NAO" TO CHE-ACEITO (QTD-CHEGADAS)
              PERFORM LE-CHEGADA.

       LE-CONTROLE.
          READ CTRLCHEG AT END MOVE "SIM" TO FIM-CTC.

       GUARDA-CONTROLE.
          IF QTD-CONTROLES NOT LESS 50
              DISPLAY "TABELA DE CONTROLE DE CHEGADA LOTADA"
              MOVE "SIM" TO FIM-CTC
          ELSE
              ADD 1 TO QTD-CONTROLES
              MOVE NOME-CTC TO CTC-NOME (QTD-CONTROLES)
              MOVE DATA-ACEITE-CTC TO CTC-DATA-ACEITE (QTD-CONTROLES)
              MOVE HEADER-CTC TO CTC-HEADER (QTD-CONTROLES)
              PERFORM LE-CONTROLE.

      *----------------------------------------------------------------
      *    DIA DA SEMANA PELA CONGRUENCIA DE ZELLER (COMO NO CTRLEXEC):
      *    RESTO 0 SABADO, 1 DOMINGO, 2 SEGUNDA ... 6 SEXTA. DIAS-CHE
      *    TRAZ UMA POSICAO POR DIA, DE DOMINGO (1) A SABADO (7).
      *----------------------------------------------------------------
       CALCULA-DIA-SEMANA.
          MOVE DATA-HOJE(1:4) TO ANO-Z.
          MOVE DATA-HOJE(5:2) TO MES-Z.
          MOVE DATA-HOJE(7:2) TO DIA-Z.
          IF MES-Z LESS THAN 3
              ADD 12 TO MES-Z
              SUBTRACT 1 FROM ANO-Z.
          COMPUTE TERMO-MES-Z = 13 * (MES-Z + 1).
          DIVIDE TERMO-MES-Z BY 5 GIVING TERMO-MES-Z.
          DIVIDE ANO-Z BY 4 GIVING TERMO-SEC4-Z.
          DIVIDE ANO-Z BY 100 GIVING TERMO-SEC100-Z.
          DIVIDE ANO-Z BY 400 GIVING TERMO-SEC400-Z.
          COMPUTE DOW-Z = DIA-Z + TERMO-MES-Z + ANO-Z
              + TERMO-SEC4-Z - TERMO-SEC100-Z + TERMO-SEC400-Z.
          DIVIDE DOW-Z BY 7 GIVING QUOC-Z REMAINDER RESTO-Z.
          IF RESTO-Z EQUAL 0
              MOVE 7 TO DIA-SEMANA
          ELSE
              MOVE RESTO-Z TO DIA-SEMANA.

       CONSULTA-CALENDARIO.
          MOVE "NAO" TO FERIADO.
          OPEN INPUT CALEXEC.
          PERFORM LE-CALENDARIO.
          PERFORM TESTA-CALENDARIO UNTIL FIM-CAL EQUAL "SIM".
          CLOSE CALEXEC.

       LE-CALENDARIO.
          READ CALEXEC AT END MOVE "SIM" TO FIM-CAL.

       TESTA-CALENDARIO.
          IF DATA-CAL EQUAL DATA-HOJE
              MOVE "SIM" TO FERIADO.
          PERFORM LE-CALENDARIO.

       CONFERE-ARQUIVO.
          MOVE "NAO" TO ESPERADO.
          IF FERIADO EQUAL "NAO"
             AND CHE-DIAS (IX-CHE)(DIA-SEMANA:1) EQUAL "S"
              MOVE "SIM" TO ESPERADO.
          PERFORM LE-HEADER.
          PERFORM AVALIA-HEADER.
          IF PRESENTE EQUAL "NAO" AND ESPERADO EQUAL "NAO"
              MOVE "NAO ESPERADO HOJE" TO SITUACAO-ARQ
          ELSE
          IF PROBLEMA EQUAL "NAO"
              ADD 1 TO CONTADOR-OK
              MOVE "SIM" TO CHE-ACEITO (IX-CHE)
          ELSE
          IF ESPERADO EQUAL "SIM"
             AND HHMM-AGORA LESS THAN CHE-HORA-LIM (IX-CHE)
              ADD 1 TO CONTADOR-ESPERA
              MOVE SITUACAO-ARQ TO DET-SIT
              STRING DET-SIT DELIMITED BY "  "
                     " - AGUARDANDO" DELIMITED BY SIZE
                  INTO SITUACAO-ARQ
              END-STRING
          ELSE
          IF PRESENTE EQUAL "NAO"
              PERFORM TRATA-AUSENTE
          ELSE
          IF ESPERADO EQUAL "SIM" AND CHE-OBRIG (IX-CHE) EQUAL "S"
              ADD 1 TO CONTADOR-RECUSA
          ELSE
              PERFORM POE-DE-LADO.
          PERFORM IMPRIME-ARQUIVO.

       LE-HEADER.
          MOVE "NAO" TO PRESENTE.
          MOVE SPACES TO HEADER-LIDO.
          MOVE CHE-NOME (IX-CHE) TO NOME-ARQENT.
          OPEN INPUT ARQENT.
          IF FS-ENT EQUAL "00"
              MOVE "SIM" TO PRESENTE
              MOVE SPACES TO REG-ENT
              READ ARQENT
                  AT END MOVE SPACES TO REG-ENT
              END-READ
              MOVE REG-ENT(1:40) TO HEADER-LIDO
              CLOSE ARQENT.

       AVALIA-HEADER.
          MOVE "SIM" TO PROBLEMA.
          IF PRESENTE EQUAL "NAO"
              IF CHE-OBRIG (IX-CHE) EQUAL "S"
                  MOVE "AUSENTE" TO SITUACAO-ARQ
              ELSE
                  MOVE "AUSENTE (OPCIONAL)" TO SITUACAO-ARQ
              END-IF
          ELSE
          IF HEADER-LIDO(1:3) NOT EQUAL "HDR"
              MOVE "SEM HEADER" TO SITUACAO-ARQ
          ELSE
          IF CHE-ID (IX-CHE) NOT EQUAL SPACES
             AND HEADER-LIDO(4:8) NOT EQUAL CHE-ID (IX-CHE)
              MOVE "HEADER DE OUTRO ARQUIVO" TO SITUACAO-ARQ
          ELSE
          IF HEADER-LIDO(12:8) NOT EQUAL DATA-HOJE
              MOVE SPACES TO SITUACAO-ARQ
              STRING "HEADER VELHO (" DELIMITED BY SIZE
                     HEADER-LIDO(12:8) DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                  INTO SITUACAO-ARQ
              END-STRING
          ELSE
              PERFORM PROCURA-CONTROLE
              IF ACHOU-CTC EQUAL "SIM"
                 AND CTC-HEADER (IX-CTC) EQUAL HEADER-LIDO
                 AND CTC-DATA-ACEITE (IX-CTC) NOT EQUAL DATA-HOJE
                  MOVE "JA PROCESSADO" TO SITUACAO-ARQ
              ELSE
                  MOVE "NAO" TO PROBLEMA
                  MOVE HEADER-LIDO TO CHE-HEADER (IX-CHE)
                  IF ACHOU-CTC EQUAL "SIM"
                     AND CTC-HEADER (IX-CTC) EQUAL HEADER-LIDO
                      MOVE "OK (REINICIO DO DIA)" TO SITUACAO-ARQ
                  ELSE
                      MOVE "OK" TO SITUACAO-ARQ.

       PROCURA-CONTROLE.
          MOVE "NAO" TO ACHOU-CTC.
          PERFORM TESTA-CONTROLE
              VARYING IX-CTC FROM 1 BY 1
              UNTIL IX-CTC GREATER THAN QTD-CONTROLES
                 OR ACHOU-CTC EQUAL "SIM".
          IF ACHOU-CTC EQUAL "SIM"
              SUBTRACT 1 FROM IX-CTC.

       TESTA-CONTROLE.
          IF CTC-NOME (IX-CTC) EQUAL CHE-NOME (IX-CHE)
              MOVE "SIM" TO ACHOU-CTC.

       TRATA-AUSENTE.
          IF ESPERADO EQUAL "SIM" AND CHE-OBRIG (IX-CHE) EQUAL "S"
              ADD 1 TO CONTADOR-RECUSA
              MOVE "AUSENTE - PRAZO VENCIDO" TO SITUACAO-ARQ.

       POE-DE-LADO.
          MOVE SPACES TO NOME-VELHO.
          STRING CHE-NOME (IX-CHE) DELIMITED BY SPACE
                 ".VEL" DELIMITED BY SIZE
              INTO NOME-VELHO
          END-STRING.
          CALL "CBL_DELETE_FILE" USING NOME-VELHO.
          CALL "CBL_RENAME_FILE" USING CHE-NOME (IX-CHE) NOME-VELHO.
          ADD 1 TO CONTADOR-LADO.
          MOVE SITUACAO-ARQ TO DET-SIT.
          STRING DET-SIT DELIMITED BY "  "
                 " - EM .VEL" DELIMITED BY SIZE
              INTO SITUACAO-ARQ
          END-STRING.

       IMPRIME-ARQUIVO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE CHE-NOME (IX-CHE) TO DET-NOME.
          MOVE CHE-OBRIG (IX-CHE) TO DET-OBRIG.
          MOVE CHE-HORA-LIM (IX-CHE) TO DET-HORA.
          MOVE SITUACAO-ARQ TO DET-SIT.
          WRITE REGCHEG FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          DISPLAY DET-NOME " " DET-SIT.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-HOJE(7:2) TO CAB-DIA.
          MOVE DATA-HOJE(5:2) TO CAB-MES.
          MOVE DATA-HOJE(1:4) TO CAB-ANO.
          MOVE SPACES TO REGCHEG.
          WRITE REGCHEG AFTER ADVANCING PAGE.
          WRITE REGCHEG FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGCHEG FROM CAB-02 AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REGCHEG.
          WRITE REGCHEG AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          IF CT-PAG EQUAL ZEROES
              PERFORM CABECALHO.
          MOVE CONTADOR-OK TO TOT-OK.
          WRITE REGCHEG FROM CAB-04 AFTER ADVANCING 2 LINES.
          MOVE CONTADOR-ESPERA TO TOT-ESP.
          WRITE REGCHEG FROM CAB-05 AFTER ADVANCING 1 LINE.
          MOVE CONTADOR-RECUSA TO TOT-REC.
          WRITE REGCHEG FROM CAB-06 AFTER ADVANCING 1 LINE.
          MOVE CONTADOR-LADO TO TOT-LAD.
          WRITE REGCHEG FROM CAB-07 AFTER ADVANCING 1 LINE.
          IF CONTADOR-RECUSA GREATER THAN ZEROES
              MOVE "ROTINA RECUSADA" TO RESULTADO
              MOVE 8 TO RETURN-CODE
          ELSE
          IF CONTADOR-ESPERA GREATER THAN ZEROES
              MOVE "ROTINA EM ESPERA" TO RESULTADO
              MOVE 4 TO RETURN-CODE
          ELSE
              MOVE "ROTINA LIBERADA" TO RESULTADO
              PERFORM REGRAVA-CONTROLE
              MOVE ZEROES TO RETURN-CODE.
          WRITE REGCHEG FROM CAB-08 AFTER ADVANCING 2 LINES.
          CLOSE RELCHEG.
          DISPLAY "CHEGADA DOS ARQUIVOS: " RESULTADO.

       REGRAVA-CONTROLE.
          PERFORM ATUALIZA-CONTROLE
              VARYING IX-CHE FROM 1 BY 1
              UNTIL IX-CHE GREATER THAN QTD-CHEGADAS.
          OPEN OUTPUT CTRLCHEG.
          PERFORM GRAVA-CONTROLE
              VARYING IX-CTC FROM 1 BY 1
              UNTIL IX-CTC GREATER THAN QTD-CONTROLES.
          CLOSE CTRLCHEG.

       ATUALIZA-CONTROLE.
          IF CHE-ACEITO (IX-CHE) EQUAL "SIM"
              PERFORM PROCURA-CONTROLE
              IF ACHOU-CTC EQUAL "NAO"
                 AND QTD-CONTROLES LESS 50
                  ADD 1 TO QTD-CONTROLES
                  MOVE QTD-CONTROLES TO IX-CTC
                  MOVE "SIM" TO ACHOU-CTC
                  MOVE CHE-NOME (IX-CHE) TO CTC-NOME (IX-CTC)
              END-IF
              IF ACHOU-CTC EQUAL "SIM"
                  MOVE DATA-HOJE TO CTC-DATA-ACEITE (IX-CTC)
                  MOVE CHE-HEADER (IX-CHE) TO CTC-HEADER (IX-CTC).

       GRAVA-CONTROLE.
          MOVE SPACES TO REG-CTC.
          MOVE CTC-NOME (IX-CTC) TO NOME-CTC.
          MOVE CTC-DATA-ACEITE (IX-CTC) TO DATA-ACEITE-CTC.
          MOVE CTC-HEADER (IX-CTC) TO HEADER-CTC.
          WRITE REG-CTC.
