       IDENTIFICATION DIVISION.
          PROGRAM-ID.      ENVMSG.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. EXTRATO DAS MENSAGENS SMS/E-MAIL PARA O PROVEDOR. LE A
      *FILA ARQMSG.DAT (REGMSG) E GRAVA CADA AVISO PENDENTE NO
      *MSGENV.TXT, DELIMITADO POR PONTO-E-VIRGULA (ID;CANAL;DESTINO;
      *TEXTO), COM HEADER E TRAILER NO PADRAO DO VERIFARQ (O TRAILER
      *LEVA A QUANTIDADE; AVISO NAO TEM VALOR E A SOMA SAI ZERADA).
      *CADA AVISO ENVIADO ENTRA NO DIARIO JORNMSG.DAT (EVENTO E, COM
      *O TEXTO COMPLETO) E FICA NA FILA COMO ENVIADO ATE O RETMSG
      *CARREGAR O RETORNO DE ENTREGA. A FILA E REGRAVADA EM
      *ARQMSG.NOV E TROCADA NO FIM. SE O MSGENV.TXT DA RODADA
      *ANTERIOR AINDA NAO FOI RETIRADO PELO PROVEDOR NADA E GRAVADO
      *(CODIGO 4) E OS AVISOS SEGUEM PENDENTES PARA A PROXIMA RODADA;
      *SEM AVISO PENDENTE O ARQUIVO NAO E CRIADO.
      *CADA LINHA DO JORNMSG LEVA NO FIM A SEQUENCIA E A CONFERENCIA
      *ENCADEADA DA SELAJOR, CONFERIDAS PELO VERJORN.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL ARQMSG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQMSGN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT MSGENV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FS-ENV.
          SELECT OPTIONAL JORNMSG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  ARQMSG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQMSG.DAT".
          COPY REGMSG.

       FD  ARQMSGN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQMSG.NOV".
          01 REG-MSGN                  PIC X(255).

       FD  MSGENV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "MSGENV.TXT".
          01 REG-ENV                   PIC X(220).
          01 REG-ENV-HDR.
          02 ENV-HDR-TIPO              PIC X(03).
          02 ENV-HDR-ID                PIC X(08).
          02 ENV-HDR-DATA              PIC 9(08).
          01 REG-ENV-TRL.
          02 ENV-TRL-TIPO              PIC X(03).
          02 ENV-TRL-QTDE              PIC 9(06).
          02 ENV-TRL-SOMA              PIC 9(15).

       FD  JORNMSG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNMSG.DAT".
          COPY REGJMS.

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-ENV             PIC X(02) VALUE "00".
       77  FIM-MSG            PIC X(03) VALUE "NAO".
       77  ENV-ABERTO         PIC X(03) VALUE "NAO".
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-ENV       PIC 9(06) VALUE ZEROES.
       77  CONTADOR-AGUARD    PIC 9(06) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  HORA-SISTEMA       PIC 9(08) VALUE ZEROES.

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

       COPY REGSEL.

       PROCEDURE DIVISION.

       PGM-ENVMSG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          OPEN INPUT MSGENV.
          IF FS-ENV EQUAL "00"
              CLOSE MSGENV
              DISPLAY "MSGENV.TXT ANTERIOR AINDA NAO RETIRADO PELO "
                  "PROVEDOR - AVISOS MANTIDOS NA FILA."
              MOVE 4 TO RETURN-CODE
              STOP RUN.
          OPEN INPUT ARQMSG
               OUTPUT ARQMSGN.
          OPEN EXTEND JORNMSG.
          PERFORM LE-MENSAGEM.
          PERFORM TRATA-MENSAGEM UNTIL FIM-MSG EQUAL "SIM".
          CLOSE ARQMSG
                ARQMSGN
                JORNMSG.
          IF ENV-ABERTO EQUAL "SIM"
              MOVE SPACES TO REG-ENV
              MOVE "TRL" TO ENV-TRL-TIPO
              MOVE CONTADOR-ENV TO ENV-TRL-QTDE
              MOVE ZEROES TO ENV-TRL-SOMA
              WRITE REG-ENV-TRL
              CLOSE MSGENV.
          PERFORM TROCA-FILA.
          PERFORM TERMINO.
          STOP RUN.

       LE-MENSAGEM.
          READ ARQMSG AT END MOVE "SIM" TO FIM-MSG.
          IF FIM-MSG NOT EQUAL "SIM"
              ADD 1 TO CONTADOR-LIDOS.

       TRATA-MENSAGEM.
          IF SITUACAO-MSG EQUAL "P"
              PERFORM ENVIA-MENSAGEM
          ELSE
              ADD 1 TO CONTADOR-AGUARD.
          WRITE REG-MSGN FROM REG-MSG.
          PERFORM LE-MENSAGEM.

       ENVIA-MENSAGEM.
          IF ENV-ABERTO EQUAL "NAO"
              PERFORM ABRE-EXTRATO.
          ADD 1 TO CONTADOR-ENV.
          INSPECT TEXTO-MSG REPLACING ALL ";" BY ",".
          MOVE SPACES TO REG-ENV.
          STRING ID-MSG DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 CANAL-MSG DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 DESTINO-MSG DELIMITED BY "  "
                 ";" DELIMITED BY SIZE
                 TEXTO-MSG DELIMITED BY SIZE
                 INTO REG-ENV.
          WRITE REG-ENV.
          MOVE "E" TO SITUACAO-MSG.
          MOVE DATA-SISTEMA TO DATA-ENV-MSG.
          MOVE SPACES TO REG-JMS.
          MOVE DATA-SISTEMA TO JMS-DATA.
          MOVE HORA-SISTEMA(1:6) TO JMS-HORA.
          MOVE "E" TO JMS-EVENTO.
          MOVE ID-MSG TO JMS-ID.
          MOVE TIPO-DEST-MSG TO JMS-TIPO-DEST.
          MOVE CHAVE-DEST-MSG TO JMS-CHAVE-DEST.
          MOVE CANAL-MSG TO JMS-CANAL.
          MOVE DESTINO-MSG TO JMS-DESTINO.
          MOVE TEXTO-MSG TO JMS-TEXTO.
          PERFORM SELA-JORNAL.
          WRITE REG-JMS.

      *----------------------------------------------------------------
      *    SEQUENCIA E CONFERENCIA ENCADEADA DA LINHA (SELAJOR).
      *----------------------------------------------------------------
       SELA-JORNAL.
          MOVE "S" TO FUNCAO-SELO.
          MOVE "JORNMSG" TO JORNAL-SELO.
          MOVE REG-JMS(1:238) TO TEXTO-SELO.
          MOVE 238 TO TAMANHO-SELO.
          CALL "SELAJOR" USING FUNCAO-SELO JORNAL-SELO TEXTO-SELO
              TAMANHO-SELO SEQ-SELO CHK-SELO.
          MOVE SEQ-SELO TO JMS-SEQ.
          MOVE CHK-SELO TO JMS-CHK.

       ABRE-EXTRATO.
          OPEN OUTPUT MSGENV.
          MOVE "SIM" TO ENV-ABERTO.
          MOVE SPACES TO REG-ENV.
          MOVE "HDR" TO ENV-HDR-TIPO.
          MOVE "MSGENV  " TO ENV-HDR-ID.
          MOVE DATA-SISTEMA TO ENV-HDR-DATA.
          WRITE REG-ENV-HDR.

       TROCA-FILA.
          CALL "CBL_DELETE_FILE" USING "ARQMSG.DAT".
          MOVE ZEROES TO RETURN-CODE.
          CALL "CBL_RENAME_FILE" USING "ARQMSG.NOV" "ARQMSG.DAT".
          MOVE ZEROES TO RETURN-CODE.

       TERMINO.
          PERFORM GRAVA-LOG.
          DISPLAY "EXTRATO DE MENSAGENS ENCERRADO.".
          DISPLAY "AVISOS NA FILA.......: " CONTADOR-LIDOS.
          DISPLAY "ENVIADOS AO PROVEDOR.: " CONTADOR-ENV.
          DISPLAY "AGUARDANDO RETORNO...: " CONTADOR-AGUARD.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "ENVMSG"               TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "MSGENV"               TO LOG-ARQ1-NOME.
          MOVE CONTADOR-ENV           TO LOG-ARQ1-QTD.
          MOVE "AGUARD"               TO LOG-ARQ2-NOME.
          MOVE CONTADOR-AGUARD        TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
