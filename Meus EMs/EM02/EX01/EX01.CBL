          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES
          FILE STATUS IS FS-CADSOC1.
          SELECT ARQTIT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-TIT
          FILE STATUS IS FS-ARQTIT.
          SELECT CADSOC2 ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FS-CADSOC2.

          SELECT OPTIONAL CATSPOOL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADCONT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-CON
          FILE STATUS IS FS-CADCONT.
          SELECT OPTIONAL ARQMSG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADSOC1.DAT".
          COPY REGSOC1.

       FD  ARQTIT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "..\..\ARQTIT.DAT".
          COPY REGTIT.
  
       FD  CADSOC2
          LABEL RECORD ARE STANDARD
          02 FILLER                    PIC X(01).
          02 LOCAL-SPO                 PIC X(30).

       FD  CADCONT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "..\..\CADCONT.DAT".
          COPY REGCON.

       FD  ARQMSG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "..\..\ARQMSG.DAT".
          COPY REGMSG.

       WORKING-STORAGE SECTION.
       77  FS-CADSOC1         PIC X(02) VALUE "00".
       77  FS-CADSOC2         PIC X(02) VALUE "00".
       77  FS-PARMFIN         PIC X(02) VALUE "00".
       77  FS-CADPLAN         PIC X(02) VALUE "00".
       77  FS-ARQEXC          PIC X(02) VALUE "00".
       77  FS-ARQTIT          PIC X(02) VALUE "00".
       77  FS-CADCONT         PIC X(02) VALUE "00".
       77  TEM-CADCONT        PIC X(03) VALUE "NAO".
       77  CONTADOR-MSG       PIC 9(04) VALUE ZEROES.
       77  TOTAL-EDITADO      PIC ZZZ.ZZZ.ZZ9,99.
       77  FIM-TIT            PIC X(03) VALUE "NAO".
       77  QTD-TIT-ABERTOS    PIC 9(03) VALUE ZEROES.
       77  SALDO-TIT-SOCIO    PIC 9(09)V9(02) VALUE ZEROES.
       77  PROGRAMA-ABEND     PIC X(08) VALUE "EX01".
       77  ARQUIVO-ABEND      PIC X(12) VALUE SPACES.
       77  OPERACAO-ABEND     PIC X(08) VALUE "ABERTURA".
       77  TOTAL-TRANSF       PIC 9(05) VALUE ZEROES.
       77  TOTAL-CARTAO       PIC 9(05) VALUE ZEROES.
       77  TOTAL-DEBAUT       PIC 9(05) VALUE ZEROES.
       77  TOTAL-FOLHA        PIC 9(05) VALUE ZEROES.
       77  DATA-SISTEMA-LOG   PIC 9(08).
       77  HORA-SISTEMA-LOG   PIC 9(08).
       77  DATA-BACKUP        PIC 9(08).
          02 FILLER      PIC X(03)  VALUE SPACES.
          02 FILLER      PIC X(08)  VALUE "DEBITO: ".
          02 REG-DEBAUT  PIC 9(05).
          02 FILLER      PIC X(03)  VALUE SPACES.
          02 FILLER      PIC X(07)  VALUE "FOLHA: ".
          02 REG-FOLHA   PIC 9(05).


       01 DETALHE.
          PERFORM BACKUP-CADSOC2.
          PERFORM CARGA-PLANOS.
          OPEN INPUT  CADSOC1
                      ARQTIT
               OUTPUT CADSOC2
                      CADSOC3
                      RELSOCIO
          WRITE REG-SOC2-HDR.
          PERFORM LEITURA-PARMPAG.
          PERFORM LEITURA-PARMFIN.
          MOVE "NAO" TO TEM-CADCONT.
          OPEN INPUT CADCONT.
          IF FS-CADCONT EQUAL "00"
              MOVE "SIM" TO TEM-CADCONT.
          OPEN EXTEND ARQMSG.
       PERFORM LEITURA.

       CARGA-PLANOS.
              ADD 1 TO TOTAL-CARTAO
          ELSE
          IF METODO-PAGAMENTO1 EQUAL 4
              ADD 1 TO TOTAL-DEBAUT
          ELSE
          IF METODO-PAGAMENTO1 EQUAL 5
              ADD 1 TO TOTAL-FOLHA.

       VERIFICACAO.
          IF CODIGO-PAGAMENTO1 EQUAL TO 01
              PERFORM IMPDET.

       IMPDET.
          PERFORM SOMA-TITULOS.
          PERFORM CALCULA-JUROS.
          MOVE NUMERO-SOCIO1 TO NUM.
          MOVE NOME-SOCIO1   TO NOM.
          MOVE SALDO-TIT-SOCIO TO VALOR.
          MOVE VALOR-JUROS TO JUR.
          MOVE VALOR-COM-JUROS TO VALCJ.
          ADD 1 TO TOTAL-SOCIOS.
          ADD SALDO-TIT-SOCIO TO VALOR-TOTAL.
          PERFORM ACUMULA-UNIDADE.
          ADD VALOR-COM-JUROS TO VALOR-TOTAL-JUROS.
          WRITE REGSOCIO FROM DETALHE AFTER ADVANCING 1 LINE.
	  ADD 1 TO CT-LIN.
          IF TEM-CADCONT EQUAL "SIM"
              PERFORM AVISA-ATRASO.

      *----------------------------------------------------------------
      *    LEMBRETE DE ATRASO PELA FILA DE MENSAGENS (ARQMSG), POR
      *    E-MAIL OU, SEM E-MAIL, POR SMS. SE NAO FOR ENTREGUE O
      *    RETMSG IMPRIME A CARTA DE COBRANCA (RESERVA C).
      *----------------------------------------------------------------
       AVISA-ATRASO.
          MOVE "S" TO TIPO-CON.
          MOVE NUMERO-SOCIO1 TO NUMERO-CON.
          READ CADCONT KEY IS CHAVE-CON
              INVALID KEY MOVE SPACES TO FONE-CON EMAIL-CON.
          IF EMAIL-CON NOT EQUAL SPACES
             OR FONE-CON NOT EQUAL SPACES
              PERFORM POSTA-LEMBRETE.

       POSTA-LEMBRETE.
          ADD 1 TO CONTADOR-MSG.
          ACCEPT DATA-SISTEMA-LOG FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA-LOG FROM TIME.
          MOVE SPACES TO REG-MSG.
          MOVE DATA-SISTEMA-LOG TO DATA-MSG.
          MOVE HORA-SISTEMA-LOG(1:6) TO HORA-MSG.
          MOVE "EX01" TO ORIGEM-MSG.
          MOVE CONTADOR-MSG TO SEQ-MSG.
          IF EMAIL-CON NOT EQUAL SPACES
              MOVE "E" TO CANAL-MSG
              MOVE EMAIL-CON TO DESTINO-MSG
          ELSE
              MOVE "S" TO CANAL-MSG
              MOVE FONE-CON TO DESTINO-MSG.
          MOVE "S" TO TIPO-DEST-MSG.
          MOVE NUMERO-SOCIO1 TO CHAVE-DEST-MSG.
          MOVE NOME-SOCIO1 TO NOME-DEST-MSG.
          MOVE "C" TO RESERVA-MSG.
          MOVE VALOR-COM-JUROS TO TOTAL-EDITADO.
          STRING "SOCIO " DELIMITED BY SIZE
                 NUMERO-SOCIO1 DELIMITED BY SIZE
                 ": CONSTAM " DELIMITED BY SIZE
                 QTD-TIT-ABERTOS DELIMITED BY SIZE
                 " MENSALIDADES EM ABERTO, R$ " DELIMITED BY SIZE
                 TOTAL-EDITADO DELIMITED BY SIZE
                 " COM JUROS. REGULARIZE NA SECRETARIA."
                     DELIMITED BY SIZE
                 INTO TEXTO-MSG.
          MOVE "P" TO SITUACAO-MSG.
          MOVE ZEROES TO DATA-ENV-MSG.
          WRITE REG-MSG.

       SOMA-TITULOS.
          MOVE ZEROES TO QTD-TIT-ABERTOS.
          MOVE ZEROES TO SALDO-TIT-SOCIO.
          MOVE "NAO" TO FIM-TIT.
          MOVE NUMERO-SOCIO1 TO SOCIO-TIT.
          MOVE ZEROES TO COMPET-TIT.
          MOVE SPACES TO TIPO-TIT.
          START ARQTIT KEY NOT LESS CHAVE-TIT
              INVALID KEY MOVE "SIM" TO FIM-TIT.
          PERFORM LE-TITULO.
          PERFORM ACUMULA-TITULO UNTIL FIM-TIT EQUAL "SIM".

       LE-TITULO.
          IF FIM-TIT NOT EQUAL "SIM"
              READ ARQTIT NEXT RECORD
                  AT END MOVE "SIM" TO FIM-TIT.
          IF FIM-TIT NOT EQUAL "SIM"
             AND SOCIO-TIT NOT EQUAL NUMERO-SOCIO1
              MOVE "SIM" TO FIM-TIT.

       ACUMULA-TITULO.
          IF SITUACAO-TIT EQUAL "A"
              ADD 1 TO QTD-TIT-ABERTOS
              ADD SALDO-TIT TO SALDO-TIT-SOCIO.
          PERFORM LE-TITULO.

       CALCULA-JUROS.
          COMPUTE VALOR-JUROS =
              SALDO-TIT-SOCIO * TAXA-JUROS.
          ADD SALDO-TIT-SOCIO VALOR-JUROS GIVING VALOR-COM-JUROS.
          IF QTD-TIT-ABERTOS NOT< 3
              MOVE "COBRANCA" TO SIT
          ELSE
              MOVE "1 CICLO" TO SIT.
          MOVE TOTAL-TRANSF   TO REG-TRANSF.
          MOVE TOTAL-CARTAO   TO REG-CARTAO.
          MOVE TOTAL-DEBAUT   TO REG-DEBAUT.
          MOVE TOTAL-FOLHA    TO REG-FOLHA.
          WRITE REGSOCIO FROM CAB-12 AFTER ADVANCING 1 LINES.
          MOVE "TRL" TO SOC2-TRL-TIPO.
          MOVE TOTAL-EMDIA TO SOC2-TRL-QTDE.
          WRITE REG-CTRL01.
          CLOSE CTRL01.
          CLOSE CADSOC1
                ARQTIT
                CADSOC2
                CADSOC3
                RELSOCIO
                ARQEXC
                ARQMSG.
          IF TEM-CADCONT EQUAL "SIM"
              CLOSE CADCONT.

       ACUMULA-UNIDADE.
          MOVE UNIDADE-SOCIO1 TO IX-UNI.
          IF IX-UNI LESS THAN 1 OR IX-UNI GREATER THAN 2
              MOVE 1 TO IX-UNI.
          ADD 1 TO UNI-QTD (IX-UNI).
          ADD SALDO-TIT-SOCIO TO UNI-VAL (IX-UNI).

       IMPRIME-UNIDADES.
          MOVE IX-UNI TO LUN-UNID.
              MOVE "ARQEXC" TO ARQUIVO-ABEND
              MOVE FS-ARQEXC TO STATUS-ABEND
              PERFORM ABENDA-ARQUIVO.
          IF FS-ARQTIT(1:1) EQUAL "3" OR FS-ARQTIT(1:1) EQUAL "9"
              MOVE "ARQTIT" TO ARQUIVO-ABEND
              MOVE FS-ARQTIT TO STATUS-ABEND
              PERFORM ABENDA-ARQUIVO.

       ABENDA-ARQUIVO.
          CALL "ABENDRT" USING PROGRAMA-ABEND ARQUIVO-ABEND
