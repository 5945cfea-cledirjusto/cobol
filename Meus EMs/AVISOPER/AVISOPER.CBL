       IDENTIFICATION DIVISION.
          PROGRAM-ID.      AVISOPER.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. ALERTA DE FALHA DA ROTINA NOTURNA PARA O PLANTAO DA
      *OPERACAO. CHAMADO PELO EXECDIA.BAT NOS DESVIOS DE ERRO COM O
      *TEXTO NA VARIAVEL AVISO_TEXTO (O MESMO QUE VAI PARA O
      *ROTINA.LOG). POSTA UM AVISO NA FILA ARQMSG.DAT PARA CADA
      *CONTATO TIPO O DO CADCONT (MANTIDO PELO MANCONT) - SMS QUANDO
      *HA TELEFONE, SENAO E-MAIL - E O EXECDIA CHAMA O ENVMSG EM
      *SEGUIDA PARA O ALERTA NAO ESPERAR A NOITE SEGUINTE. SEM
      *CONTATO DE PLANTAO O PROGRAMA TERMINA COM CODIGO 4; O ALERTA
      *JA ESTA NO ROTINA.LOG E NAO TEM OUTRA RESERVA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADCONT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-CON
          FILE STATUS IS FS-CON.
          SELECT OPTIONAL ARQMSG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADCONT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADCONT.DAT".
          COPY REGCON.

       FD  ARQMSG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQMSG.DAT".
          COPY REGMSG.

       WORKING-STORAGE SECTION.
       77  FS-CON             PIC X(02) VALUE "00".
       77  FIM-CON            PIC X(03) VALUE "NAO".
       77  TEXTO-AVISO        PIC X(140) VALUE SPACES.
       77  CONTADOR-MSG       PIC 9(04) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  HORA-SISTEMA       PIC 9(08) VALUE ZEROES.

       PROCEDURE DIVISION.

       PGM-AVISOPER.
          ACCEPT TEXTO-AVISO FROM ENVIRONMENT "AVISO_TEXTO".
          IF TEXTO-AVISO EQUAL SPACES
              MOVE "FALHA NA ROTINA NOTURNA - CONFERIR O ROTINA.LOG"
                  TO TEXTO-AVISO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          OPEN INPUT CADCONT.
          IF FS-CON NOT EQUAL "00"
              MOVE "SIM" TO FIM-CON
          ELSE
              MOVE "O" TO TIPO-CON
              MOVE ZEROES TO NUMERO-CON
              START CADCONT KEY NOT LESS CHAVE-CON
                  INVALID KEY MOVE "SIM" TO FIM-CON.
          OPEN EXTEND ARQMSG.
          PERFORM LE-CONTATO.
          PERFORM POSTA-ALERTA UNTIL FIM-CON EQUAL "SIM".
          CLOSE ARQMSG.
          IF FS-CON EQUAL "00"
              CLOSE CADCONT.
          DISPLAY "ALERTAS POSTADOS PARA O PLANTAO: " CONTADOR-MSG.
          IF CONTADOR-MSG EQUAL ZEROES
              DISPLAY "NENHUM CONTATO DE PLANTAO NO CADCONT."
              MOVE 4 TO RETURN-CODE.
          STOP RUN.

       LE-CONTATO.
          IF FIM-CON NOT EQUAL "SIM"
              READ CADCONT NEXT RECORD
                  AT END MOVE "SIM" TO FIM-CON.
          IF FIM-CON NOT EQUAL "SIM"
             AND TIPO-CON NOT EQUAL "O"
              MOVE "SIM" TO FIM-CON.

       POSTA-ALERTA.
          IF FONE-CON NOT EQUAL SPACES
             OR EMAIL-CON NOT EQUAL SPACES
              ADD 1 TO CONTADOR-MSG
              MOVE SPACES TO REG-MSG
              MOVE DATA-SISTEMA TO DATA-MSG
              MOVE HORA-SISTEMA(1:6) TO HORA-MSG
              MOVE "AVISOPER" TO ORIGEM-MSG
              MOVE CONTADOR-MSG TO SEQ-MSG
              IF FONE-CON NOT EQUAL SPACES
                  MOVE "S" TO CANAL-MSG
                  MOVE FONE-CON TO DESTINO-MSG
              ELSE
                  MOVE "E" TO CANAL-MSG
                  MOVE EMAIL-CON TO DESTINO-MSG
              END-IF
              MOVE "O" TO TIPO-DEST-MSG
              MOVE NUMERO-CON TO CHAVE-DEST-MSG
              MOVE "PLANTAO DA OPERACAO" TO NOME-DEST-MSG
              MOVE "N" TO RESERVA-MSG
              MOVE TEXTO-AVISO TO TEXTO-MSG
              MOVE "P" TO SITUACAO-MSG
              MOVE ZEROES TO DATA-ENV-MSG
              WRITE REG-MSG.
          PERFORM LE-CONTATO.
