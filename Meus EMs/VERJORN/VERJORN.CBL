       IDENTIFICATION DIVISION.
          PROGRAM-ID.      VERJORN.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONFERENCIA DOS JORNAIS DE AUDITORIA (JORNSOC,
      *JORNRCB, JORNOTA, JORNSIT, JORNTUR, JORNLGPD, JORNABO,
      *JORNFUN, JORNMSG E JORNEND). QUEM GRAVA O JORNAL SELA CADA
      *LINHA PELA SELAJOR: SEQUENCIA CONTINUA NO FIM
      *DA LINHA E VALOR DE CONFERENCIA ENCADEADO COM O DA LINHA
      *ANTERIOR. ESTE PROGRAMA RELE CADA JORNAL, RECALCULA A CADEIA E
      *APONTA NO RELVJOR, POR JORNAL E LINHA:
      *  - LINHA SEM SELO DEPOIS DE COMECADA A SEQUENCIA (INSERIDA A
      *    MAO); AS LINHAS ANTIGAS, DO INICIO DO JORNAL ATE A
      *    PRIMEIRA SELADA, SO SAO CONTADAS;
      *  - FALTA DE SEQUENCIAS (LINHAS APAGADAS), SEQUENCIA REPETIDA
      *    OU FORA DE ORDEM E PRIMEIRA SEQUENCIA DIFERENTE DE 1;
      *  - LINHA ALTERADA (O VALOR RECALCULADO NAO BATE);
      *  - TRUNCAMENTO: JORNAL MENOR QUE O CTRLJOR DA SELAJOR OU QUE
      *    UMA ANCORA ANTERIOR DO LOGEXEC, E LINHA ALEM DO CTRLJOR.
      *ANCORA: A CADA EXECUCAO VAI PARA O LOGEXEC UMA LINHA POR
      *JORNAL (LOG-PROGRAMA VERJORN, LIDOS = LINHAS DO JORNAL, NOME DO
      *JORNAL, ULTIMA SEQUENCIA, ULTIMO VALOR E A MARCA A - JORNAL SEM
      *FALHA - OU F). AS ANCORAS A DE DIAS ANTERIORES SAO CONFERIDAS
      *CONTRA A LINHA DE MESMA SEQUENCIA: QUEM REESCREVER O JORNAL
      *INTEIRO RECALCULANDO A CADEIA E O CTRLJOR AINDA DIFERE DELAS.
      *RODA NA ROTINA NOTURNA (EXECDIA, ANTES DAS MENSAGENS) E SOB
      *DEMANDA; VERJ_JORNAL LIMITA A UM JORNAL. CODIGO 8 QUANDO HA
      *FALHA EM ALGUM JORNAL.
      *O JORNAL DE SEGURANCA JORNSEG (ENTRADAS, FALHAS, BLOQUEIOS E
      *TROCAS DE SENHA DO SIGNON E ACOES DO MANOPER, GRAVADO PELA
      *GRAVSEG) E SELADO E CONFERIDO DA MESMA FORMA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL JORNAL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELVJOR ASSIGN TO DISK.

       DATA    DIVISION.
       FILE SECTION.

       FD  JORNAL
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS NOME-ARQUIVO.
          01 REG-JORNAL                PIC X(300).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG.
          02 ANC-PROGRAMA              PIC X(08).
          02 FILLER                    PIC X(01).
          02 ANC-ANO                   PIC X(04).
          02 FILLER                    PIC X(01).
          02 ANC-MES                   PIC X(02).
          02 FILLER                    PIC X(01).
          02 ANC-DIA                   PIC X(02).
          02 FILLER                    PIC X(23).
          02 ANC-JORNAL                PIC X(08).
          02 FILLER                    PIC X(01).
          02 ANC-SEQ-X                 PIC X(09).
          02 FILLER                    PIC X(01).
          02 ANC-CHK-X                 PIC X(09).
          02 FILLER                    PIC X(01).
          02 ANC-MARCA                 PIC X(01).
          02 FILLER                    PIC X(01).

       FD  RELVJOR
          LABEL RECORD IS OMITTED.
          01  REGVJOR     PIC X(80).

       WORKING-STORAGE SECTION.
       77  NOME-ARQUIVO       PIC X(12) VALUE SPACES.
       77  JORNAL-PEDIDO      PIC X(08) VALUE SPACES.
       77  ACHOU-PEDIDO       PIC X(03) VALUE "NAO".
       77  FIM-JOR            PIC X(03) VALUE "NAO".
       77  FIM-ANC            PIC X(03) VALUE "NAO".
       77  TEVE-SELO          PIC X(03) VALUE "NAO".
       77  TRUNCOU-ANCORA     PIC X(03) VALUE "NAO".
       77  IX-JOR             PIC 9(02) VALUE ZEROES.
       77  TAMANHO-JOR        PIC 9(03) VALUE ZEROES.
       77  POS-SEQ            PIC 9(03) VALUE ZEROES.
       77  POS-CHK            PIC 9(03) VALUE ZEROES.
       77  LINHA-JORNAL       PIC 9(06) VALUE ZEROES.
       77  SEQ-ANTERIOR       PIC 9(09) VALUE ZEROES.
       77  CHK-ANTERIOR       PIC 9(09) VALUE ZEROES.
       77  SEQ-ESPERADA       PIC 9(09) VALUE ZEROES.
       77  QTD-FALTAM         PIC 9(09) VALUE ZEROES.
       77  CONTADOR-LIDAS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-FALHAS    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-JORNAIS   PIC 9(06) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       COPY REGSEL.

       01 SELO-LINHA.
          02 SEQ-LINHA-X               PIC X(09).
          02 CHK-LINHA-X               PIC X(09).
       01 SELO-LINHA-N REDEFINES SELO-LINHA.
          02 SEQ-LINHA                 PIC 9(09).
          02 CHK-LINHA                 PIC 9(09).

       01 SELO-ANCORA.
          02 ANC-SEQ                   PIC 9(09) VALUE ZEROES.
          02 ANC-CHK                   PIC 9(09) VALUE ZEROES.
          02 ANC-DATA.
             03 ANC-DATA-DIA           PIC X(02).
             03 FILLER                 PIC X(01) VALUE "/".
             03 ANC-DATA-MES           PIC X(02).
             03 FILLER                 PIC X(01) VALUE "/".
             03 ANC-DATA-ANO           PIC X(04).

      *----------------------------------------------------------------
      *    JORNAIS CONFERIDOS: NOME, ARQUIVO E TAMANHO DA LINHA ATE
      *    ANTES DA SEQUENCIA (O TEXTO SELADO PELA SELAJOR).
      *----------------------------------------------------------------
       01 TAB-JORNAIS-VALORES.
          02 FILLER PIC X(23) VALUE "JORNSOC JORNSOC.DAT 213".
          02 FILLER PIC X(23) VALUE "JORNRCB JORNRCB.DAT 180".
          02 FILLER PIC X(23) VALUE "JORNOTA JORNOTA.DAT 077".
          02 FILLER PIC X(23) VALUE "JORNSIT JORNSIT.DAT 063".
          02 FILLER PIC X(23) VALUE "JORNTUR JORNTUR.DAT 067".
          02 FILLER PIC X(23) VALUE "JORNLGPDJORNLGPD.DAT044".
          02 FILLER PIC X(23) VALUE "JORNSEG JORNSEG.DAT 042".
          02 FILLER PIC X(23) VALUE "JORNABO JORNABO.DAT 083".
          02 FILLER PIC X(23) VALUE "JORNFUN JORNFUN.DAT 229".
          02 FILLER PIC X(23) VALUE "JORNMSG JORNMSG.DAT 238".
          02 FILLER PIC X(23) VALUE "JORNEND JORNEND.DAT 268".
       01 TAB-JORNAIS REDEFINES TAB-JORNAIS-VALORES.
          02 JORNAL-TAB OCCURS 11 TIMES.
             03 TAB-NOME               PIC X(08).
             03 TAB-ARQUIVO            PIC X(12).
             03 TAB-TAMANHO            PIC 9(03).

       01 TAB-RESULTADO.
          02 RESULTADO-JORNAL OCCURS 11 TIMES.
             03 RES-CONFERIDO          PIC X(03).
             03 RES-LINHAS             PIC 9(06).
             03 RES-SEM-SELO           PIC 9(06).
             03 RES-ULT-SEQ            PIC 9(09).
             03 RES-ULT-CHK            PIC 9(09).
             03 RES-FALHAS             PIC 9(05).
             03 RES-ANCORAS            PIC 9(04).

       01 TEXTO-FALTA.
          02 FILLER    PIC X(34) VALUE
             "LINHAS APAGADAS ANTES DESTA, QTD.:".
          02 FAL-QTD   PIC ZZZZZZZZ9.

       01 TEXTO-ANCORA.
          02 FILLER    PIC X(27) VALUE
             "LINHA DIFERE DA ANCORA DE ".
          02 TXA-DATA  PIC X(10).

       01 TEXTO-TRUNCADO.
          02 FILLER    PIC X(30) VALUE
             "JORNAL TRUNCADO - ANCORA A DE ".
          02 TXT-DATA  PIC X(10).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "CONFERENCIA DOS JO".
          02 FILLER    PIC X(12) VALUE "RNAIS       ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "JORNAL  ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(06)  VALUE " LINHA".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(09)  VALUE "SEQUENCIA".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "OCORRENCIA".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 TOT-ROTULO PIC X(26).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-QTD   PIC ZZZZZ9.

       01 LIN-OCORR.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 OCO-JORNAL PIC X(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 OCO-LINHA PIC ZZZZZ9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 OCO-SEQ   PIC ZZZZZZZZ9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 OCO-TEXTO PIC X(50).

       01 LIN-JORNAL.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 LJO-NOME  PIC X(08).
          02 FILLER    PIC X(05) VALUE " LIN ".
          02 LJO-LINHAS PIC ZZZZZ9.
          02 FILLER    PIC X(08) VALUE " S/SELO ".
          02 LJO-SEM-SELO PIC ZZZZZ9.
          02 FILLER    PIC X(05) VALUE " SEQ ".
          02 LJO-SEQ   PIC ZZZZZZZZ9.
          02 FILLER    PIC X(08) VALUE " FALHAS ".
          02 LJO-FALHAS PIC ZZZZ9.
          02 FILLER    PIC X(05) VALUE " ANC ".
          02 LJO-ANCORAS PIC ZZZ9.

       01 LINHA-AVISO.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 AVI-TEXTO PIC X(60).

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
          02 LOG-JORNAL                PIC X(08).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-SEQ                   PIC 9(09).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-CHK                   PIC 9(09).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-MARCA                 PIC X(01).
          02 FILLER                    PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       PGM-VERJORN.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT JORNAL-PEDIDO FROM ENVIRONMENT "VERJ_JORNAL".
          MOVE ZEROES TO TAB-RESULTADO.
          PERFORM MARCA-JORNAL
              VARYING IX-JOR FROM 1 BY 1
              UNTIL IX-JOR GREATER THAN 11.
          IF JORNAL-PEDIDO NOT EQUAL SPACES
             AND ACHOU-PEDIDO EQUAL "NAO"
              DISPLAY "VERJ_JORNAL " JORNAL-PEDIDO " NAO E JORNAL "
                  "SELADO (JORNSOC, JORNRCB, JORNOTA, JORNSIT, "
                  "JORNTUR, JORNLGPD, JORNSEG, JORNABO, JORNFUN, "
                  "JORNMSG, JORNEND)."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN OUTPUT RELVJOR.
          PERFORM CONFERE-JORNAL
              VARYING IX-JOR FROM 1 BY 1
              UNTIL IX-JOR GREATER THAN 11.
          PERFORM TERMINO.
          STOP RUN.

       MARCA-JORNAL.
          MOVE "NAO" TO RES-CONFERIDO (IX-JOR).
          IF JORNAL-PEDIDO EQUAL SPACES
              MOVE "SIM" TO RES-CONFERIDO (IX-JOR)
          ELSE
          IF JORNAL-PEDIDO EQUAL TAB-NOME (IX-JOR)
              MOVE "SIM" TO RES-CONFERIDO (IX-JOR)
              MOVE "SIM" TO ACHOU-PEDIDO.

      *----------------------------------------------------------------
      *    UM JORNAL: LINHA A LINHA CONTRA A CADEIA E AS ANCORAS DO
      *    LOGEXEC (LIDAS EM PARALELO, EM ORDEM DE SEQUENCIA), E NO
      *    FIM CONTRA O CTRLJOR.
      *----------------------------------------------------------------
       CONFERE-JORNAL.
          IF RES-CONFERIDO (IX-JOR) EQUAL "SIM"
              ADD 1 TO CONTADOR-JORNAIS
              MOVE TAB-ARQUIVO (IX-JOR) TO NOME-ARQUIVO
              MOVE TAB-TAMANHO (IX-JOR) TO TAMANHO-JOR
              COMPUTE POS-SEQ = TAMANHO-JOR + 2
              COMPUTE POS-CHK = TAMANHO-JOR + 12
              MOVE ZEROES TO LINHA-JORNAL SEQ-ANTERIOR CHK-ANTERIOR
              MOVE "NAO" TO TEVE-SELO TRUNCOU-ANCORA
              MOVE "NAO" TO FIM-JOR FIM-ANC
              OPEN INPUT JORNAL LOGEXEC
              PERFORM LE-ANCORA
              PERFORM LE-JORNAL
              PERFORM CONFERE-LINHA UNTIL FIM-JOR EQUAL "SIM"
              PERFORM CONFERE-ANCORA-FINAL UNTIL FIM-ANC EQUAL "SIM"
              CLOSE JORNAL LOGEXEC
              PERFORM CONFERE-CONTROLE
              MOVE LINHA-JORNAL TO RES-LINHAS (IX-JOR)
              MOVE SEQ-ANTERIOR TO RES-ULT-SEQ (IX-JOR)
              MOVE CHK-ANTERIOR TO RES-ULT-CHK (IX-JOR).

       LE-JORNAL.
          READ JORNAL AT END MOVE "SIM" TO FIM-JOR.
          IF FIM-JOR NOT EQUAL "SIM"
              ADD 1 TO LINHA-JORNAL
              ADD 1 TO CONTADOR-LIDAS.

       LE-ANCORA.
          MOVE "NAO" TO FIM-ANC.
          READ LOGEXEC AT END MOVE "SIM" TO FIM-ANC.
          PERFORM PROCURA-ANCORA
              UNTIL FIM-ANC EQUAL "SIM"
                 OR (ANC-PROGRAMA EQUAL "VERJORN"
                     AND ANC-JORNAL EQUAL TAB-NOME (IX-JOR)
                     AND ANC-MARCA EQUAL "A"
                     AND ANC-SEQ-X NUMERIC AND ANC-CHK-X NUMERIC).
          IF FIM-ANC NOT EQUAL "SIM"
              MOVE ANC-SEQ-X TO ANC-SEQ
              MOVE ANC-CHK-X TO ANC-CHK
              MOVE ANC-DIA TO ANC-DATA-DIA
              MOVE ANC-MES TO ANC-DATA-MES
              MOVE ANC-ANO TO ANC-DATA-ANO.

       PROCURA-ANCORA.
          READ LOGEXEC AT END MOVE "SIM" TO FIM-ANC.

       CONFERE-LINHA.
          MOVE REG-JORNAL(POS-SEQ:9) TO SEQ-LINHA-X.
          MOVE REG-JORNAL(POS-CHK:9) TO CHK-LINHA-X.
          IF SEQ-LINHA-X NOT NUMERIC OR CHK-LINHA-X NOT NUMERIC
              IF TEVE-SELO EQUAL "NAO"
                  ADD 1 TO RES-SEM-SELO (IX-JOR)
              ELSE
                  MOVE ZEROES TO SEQ-LINHA
                  MOVE "LINHA SEM SELO NO MEIO DA SEQUENCIA"
                      TO OCO-TEXTO
                  PERFORM REGISTRA-FALHA
          ELSE
              PERFORM CONFERE-SELO.
          PERFORM LE-JORNAL.

       CONFERE-SELO.
          ADD 1 SEQ-ANTERIOR GIVING SEQ-ESPERADA.
          IF TEVE-SELO EQUAL "NAO"
              MOVE "SIM" TO TEVE-SELO
              IF SEQ-LINHA EQUAL 1
                  PERFORM RECALCULA-LINHA
              ELSE
                  MOVE "PRIMEIRA SEQUENCIA DIFERENTE DE 1 - INICIO "
                      TO OCO-TEXTO
                  MOVE "APAGADO" TO OCO-TEXTO(44:7)
                  PERFORM REGISTRA-FALHA
              END-IF
              PERFORM AVANCA-CADEIA
          ELSE
          IF SEQ-LINHA EQUAL SEQ-ESPERADA
              PERFORM RECALCULA-LINHA
              PERFORM AVANCA-CADEIA
          ELSE
          IF SEQ-LINHA GREATER THAN SEQ-ESPERADA
              COMPUTE QTD-FALTAM = SEQ-LINHA - SEQ-ESPERADA
              MOVE QTD-FALTAM TO FAL-QTD
              MOVE TEXTO-FALTA TO OCO-TEXTO
              PERFORM REGISTRA-FALHA
              PERFORM AVANCA-CADEIA
          ELSE
              MOVE "SEQUENCIA REPETIDA OU FORA DE ORDEM" TO OCO-TEXTO
              PERFORM REGISTRA-FALHA.

      *----------------------------------------------------------------
      *    A CADEIA SEGUE PELO VALOR GRAVADO NA LINHA: UMA LINHA
      *    ALTERADA APARECE SO UMA VEZ, NAO EM TODAS AS SEGUINTES.
      *----------------------------------------------------------------
       RECALCULA-LINHA.
          MOVE "C" TO FUNCAO-SELO.
          MOVE TAB-NOME (IX-JOR) TO JORNAL-SELO.
          MOVE REG-JORNAL(1:TAMANHO-JOR) TO TEXTO-SELO.
          MOVE TAMANHO-JOR TO TAMANHO-SELO.
          MOVE SEQ-LINHA TO SEQ-SELO.
          MOVE CHK-ANTERIOR TO CHK-SELO.
          CALL "SELAJOR" USING FUNCAO-SELO JORNAL-SELO TEXTO-SELO
              TAMANHO-SELO SEQ-SELO CHK-SELO.
          IF CHK-SELO NOT EQUAL CHK-LINHA
              MOVE "LINHA ALTERADA - CONFERENCIA NAO BATE" TO OCO-TEXTO
              PERFORM REGISTRA-FALHA.

       AVANCA-CADEIA.
          MOVE SEQ-LINHA TO SEQ-ANTERIOR.
          MOVE CHK-LINHA TO CHK-ANTERIOR.
          PERFORM PULA-ANCORA
              UNTIL FIM-ANC EQUAL "SIM"
                 OR ANC-SEQ NOT LESS THAN SEQ-LINHA.
          PERFORM COMPARA-ANCORA
              UNTIL FIM-ANC EQUAL "SIM"
                 OR ANC-SEQ NOT EQUAL SEQ-LINHA.

       PULA-ANCORA.
          PERFORM LE-ANCORA.

       COMPARA-ANCORA.
          ADD 1 TO RES-ANCORAS (IX-JOR).
          IF ANC-CHK NOT EQUAL CHK-LINHA
              MOVE ANC-DATA TO TXA-DATA
              MOVE TEXTO-ANCORA TO OCO-TEXTO
              PERFORM REGISTRA-FALHA.
          PERFORM LE-ANCORA.

      *----------------------------------------------------------------
      *    ANCORA ALEM DA ULTIMA LINHA: O JORNAL JA FOI MAIOR.
      *----------------------------------------------------------------
       CONFERE-ANCORA-FINAL.
          IF ANC-SEQ GREATER THAN SEQ-ANTERIOR
             AND TRUNCOU-ANCORA EQUAL "NAO"
              MOVE "SIM" TO TRUNCOU-ANCORA
              MOVE ANC-DATA TO TXT-DATA
              MOVE TEXTO-TRUNCADO TO OCO-TEXTO
              MOVE ANC-SEQ TO SEQ-LINHA
              PERFORM REGISTRA-FALHA.
          PERFORM LE-ANCORA.

       CONFERE-CONTROLE.
          MOVE "U" TO FUNCAO-SELO.
          MOVE TAB-NOME (IX-JOR) TO JORNAL-SELO.
          MOVE ZEROES TO TAMANHO-SELO.
          CALL "SELAJOR" USING FUNCAO-SELO JORNAL-SELO TEXTO-SELO
              TAMANHO-SELO SEQ-SELO CHK-SELO.
          MOVE SEQ-SELO TO SEQ-LINHA.
          IF SEQ-SELO GREATER THAN SEQ-ANTERIOR
              MOVE "JORNAL TRUNCADO - O CTRLJOR VAI ATE ESTA SEQUENCIA"
                  TO OCO-TEXTO
              PERFORM REGISTRA-FALHA
          ELSE
          IF SEQ-SELO LESS THAN SEQ-ANTERIOR
              MOVE "LINHAS ALEM DO CTRLJOR - GRAVADAS SEM A SELAJOR"
                  TO OCO-TEXTO
              PERFORM REGISTRA-FALHA
          ELSE
          IF CHK-SELO NOT EQUAL CHK-ANTERIOR
              MOVE "ULTIMA LINHA DIFERE DO CTRLJOR" TO OCO-TEXTO
              PERFORM REGISTRA-FALHA.

       REGISTRA-FALHA.
          ADD 1 TO RES-FALHAS (IX-JOR).
          ADD 1 TO CONTADOR-FALHAS.
          MOVE TAB-NOME (IX-JOR) TO OCO-JORNAL.
          MOVE LINHA-JORNAL TO OCO-LINHA.
          MOVE SEQ-LINHA TO OCO-SEQ.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGVJOR FROM LIN-OCORR AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGVJOR.
          WRITE REGVJOR AFTER ADVANCING PAGE.
          WRITE REGVJOR FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGVJOR FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGVJOR FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          IF CT-PAG EQUAL ZEROES
              PERFORM CABECALHO
              MOVE "NENHUMA FALHA NOS JORNAIS CONFERIDOS" TO AVI-TEXTO
              WRITE REGVJOR FROM LINHA-AVISO AFTER ADVANCING 1 LINE.
          MOVE "SITUACAO POR JORNAL" TO AVI-TEXTO.
          WRITE REGVJOR FROM LINHA-AVISO AFTER ADVANCING 2 LINES.
          PERFORM IMPRIME-JORNAL
              VARYING IX-JOR FROM 1 BY 1
              UNTIL IX-JOR GREATER THAN 11.
          MOVE "JORNAIS CONFERIDOS.......:" TO TOT-ROTULO.
          MOVE CONTADOR-JORNAIS TO TOT-QTD.
          WRITE REGVJOR FROM CAB-04 AFTER ADVANCING 2 LINES.
          MOVE "LINHAS LIDAS.............:" TO TOT-ROTULO.
          MOVE CONTADOR-LIDAS TO TOT-QTD.
          WRITE REGVJOR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "FALHAS...................:" TO TOT-ROTULO.
          MOVE CONTADOR-FALHAS TO TOT-QTD.
          WRITE REGVJOR FROM CAB-04 AFTER ADVANCING 1 LINE.
          CLOSE RELVJOR.
          PERFORM GRAVA-ANCORAS.
          DISPLAY "JORNAIS CONFERIDOS: " CONTADOR-JORNAIS.
          DISPLAY "LINHAS LIDAS......: " CONTADOR-LIDAS.
          DISPLAY "FALHAS............: " CONTADOR-FALHAS.
          IF CONTADOR-FALHAS GREATER THAN ZEROES
              DISPLAY "JORNAL COM FALHA - CONFERIR O RELVJOR."
              MOVE 8 TO RETURN-CODE.

       IMPRIME-JORNAL.
          IF RES-CONFERIDO (IX-JOR) EQUAL "SIM"
              MOVE TAB-NOME (IX-JOR) TO LJO-NOME
              MOVE RES-LINHAS (IX-JOR) TO LJO-LINHAS
              MOVE RES-SEM-SELO (IX-JOR) TO LJO-SEM-SELO
              MOVE RES-ULT-SEQ (IX-JOR) TO LJO-SEQ
              MOVE RES-FALHAS (IX-JOR) TO LJO-FALHAS
              MOVE RES-ANCORAS (IX-JOR) TO LJO-ANCORAS
              WRITE REGVJOR FROM LIN-JORNAL AFTER ADVANCING 1 LINE.

      *----------------------------------------------------------------
      *    ANCORA DO DIA: UMA LINHA POR JORNAL CONFERIDO NO LOGEXEC.
      *----------------------------------------------------------------
       GRAVA-ANCORAS.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "VERJORN"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          OPEN EXTEND LOGEXEC.
          PERFORM GRAVA-UMA-ANCORA
              VARYING IX-JOR FROM 1 BY 1
              UNTIL IX-JOR GREATER THAN 11.
          CLOSE LOGEXEC.

       GRAVA-UMA-ANCORA.
          IF RES-CONFERIDO (IX-JOR) EQUAL "SIM"
              MOVE RES-LINHAS (IX-JOR) TO LOG-LIDOS
              MOVE TAB-NOME (IX-JOR) TO LOG-JORNAL
              MOVE RES-ULT-SEQ (IX-JOR) TO LOG-SEQ
              MOVE RES-ULT-CHK (IX-JOR) TO LOG-CHK
              IF RES-FALHAS (IX-JOR) EQUAL ZEROES
                  MOVE "A" TO LOG-MARCA
              ELSE
                  MOVE "F" TO LOG-MARCA
              END-IF
              WRITE REG-LOG FROM LINHA-LOG.
