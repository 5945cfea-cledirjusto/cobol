      *DESDE O ACORDO MAIOR QUE PARCELAS PAGAS), MARCA QUEBRADO,
      *DEVOLVE O SOCIO AO CODIGO 02 E IMPRIME RELQUEB; F ENCERRA E
      *REGRAVA O ARQUIVO. O BAIXAREC ABATE AS PARCELAS DO ACORDO
      *QUANDO CHEGA RECIBO DE SOCIO NEGOCIADO. O PRINCIPAL NEGOCIADO
      *E A SOMA DOS SALDOS DOS TITULOS EM ABERTO DO SOCIO NO RAZAO
      *ARQTIT.DAT (CADA COMPETENCIA PELO PRECO EM QUE FOI COBRADA);
      *NA INCLUSAO ESSES TITULOS PASSAM A N (NEGOCIADO) E, QUEBRADO O
      *ACORDO, VOLTAM A A (ABERTO) JUNTO COM O CODIGO 02. A OPCAO I
      *NAO GRAVA MAIS O ACORDO: REGISTRA SOLICITACAO PENDENTE NO
      *ARQAPRV.DAT (IMAGEM ANTES = SITUACAO DO DEBITO DO SOCIO,
      *IMAGEM DEPOIS = REGISTRO DO ARQNEG) COM O OPERADOR DO SIGNON;
      *O ACORDO SO ENTRA NO ARQNEG, COM O CODIGO 04 E OS TITULOS EM N,
      *QUANDO OUTRO OPERADOR NIVEL 2 APROVA NO APRVALT. O ARQNEG SO E
      *REGRAVADO QUANDO A APURACAO DE QUEBRADOS MUDOU ALGUM ACORDO.
      *A VOLTA DO SOCIO DO CODIGO 04 PARA O 02 NA QUEBRA SAI NO
      *JORNSOC (OPCAO Q, ACORDO-QUEBRA) COM A IMAGEM DO SOCIO ANTES E
      *DEPOIS (REGISO), SELADA PELA SELAJOR, PARA O RECUPERA E O
      *AUDISOC.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES.
          SELECT OPTIONAL JORNSOC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQTIT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-TIT
          FILE STATUS IS FS-TIT.
          SELECT OPTIONAL PARMFIN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELQUEB ASSIGN TO DISK.
          SELECT OPTIONAL ARQAPRV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       FD  JORNSOC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNSOC.DAT".
          01 REG-JSO.
          02 JSO-DATA              PIC 9(08).
          02 FILLER                PIC X(01).
          02 JSO-HORA              PIC 9(06).
          02 FILLER                PIC X(01).
          02 JSO-OPCAO             PIC X(01).
          02 FILLER                PIC X(01).
          02 JSO-NUMERO            PIC 9(06).
          02 FILLER                PIC X(01).
          02 JSO-DISPOSICAO        PIC X(14).
          02 FILLER                PIC X(01).
          02 JSO-OPERADOR          PIC 9(04).
          02 FILLER                PIC X(01).
          02 JSO-VIGENCIA          PIC 9(08).
          02 FILLER                PIC X(01).
          02 JSO-PLANO-ANT         PIC 9(02).
          02 FILLER                PIC X(01).
          02 JSO-PLANO-NOVO        PIC 9(02).
          02 FILLER                PIC X(01).
          02 JSO-IMAGEM-ANT        PIC X(76).
          02 FILLER                PIC X(01).
          02 JSO-IMAGEM-DEP        PIC X(76).
          02 FILLER                PIC X(01).
          02 JSO-SEQ               PIC 9(09).
          02 FILLER                PIC X(01).
          02 JSO-CHK               PIC 9(09).

       FD  ARQTIT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQTIT.DAT".
          COPY REGTIT.

       FD  PARMFIN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMFIN.DAT".
          LABEL RECORD IS OMITTED.
          01  REGQUEB     PIC X(80).

       FD  ARQAPRV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQAPRV.DAT".
          COPY REGAPRV.

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  OPCAO-MAN          PIC X(01) VALUE SPACES.
       77  FS-TIT             PIC X(02) VALUE "00".
       77  FIM-TIT            PIC X(03) VALUE "NAO".
       77  QTD-TIT-ABERTOS    PIC 9(03) VALUE ZEROES.
       77  SALDO-TIT-SOCIO    PIC 9(09)V9(02) VALUE ZEROES.
       77  SITUACAO-DE        PIC X(01) VALUE SPACES.
       77  SITUACAO-PARA      PIC X(01) VALUE SPACES.
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-PARMFIN        PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  IMAGEM-SOC-ANTES   PIC X(76) VALUE SPACES.
       77  IMAGEM-SOC-DEPOIS  PIC X(76) VALUE SPACES.
       77  ARQNEG-ALTERADO    PIC X(03) VALUE "NAO".
       77  FIM-APR            PIC X(03) VALUE "NAO".
       77  ACHOU-PENDENTE     PIC X(03) VALUE "NAO".
       77  NUMERO-PENDENTE    PIC 9(06) VALUE ZEROES.
       77  ULTIMO-NUMERO      PIC 9(06) VALUE ZEROES.

       01 IMAGEM-ANTES.
          02 SOCIO-ANT                 PIC 9(06).
          02 CODIGO-PAG-ANT            PIC 9(02).
          02 QTD-TIT-ANT               PIC 9(03).
          02 SALDO-TIT-ANT             PIC 9(09)V9(02).

       01 IMAGEM-DEPOIS.
          02 SOCIO-DEP                 PIC 9(06).
          02 DATA-DEP                  PIC 9(08).
          02 TOTAL-DEP                 PIC 9(09)V9(02).
          02 PARCELAS-DEP              PIC 9(02).
          02 VALOR-PARCELA-DEP         PIC 9(09)V9(02).
          02 PAGAS-DEP                 PIC 9(02).
          02 SITUACAO-DEP              PIC X(01).

       01 DATA-ACORDO-W.
          02 ANO-ACO                   PIC 9(04).
          02 FILLER    PIC X(05) VALUE SPACES.
          02 DET-VALOR PIC ZZZ.ZZZ.ZZ9,99.

       COPY REGISO.

       COPY REGSEL.

       PROCEDURE DIVISION.

       PGM-NEGDEB.
                  "TRUNCARIA OS ACORDOS. SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN I-O ARQTIT.
          IF FS-TIT NOT EQUAL "00"
              DISPLAY "ARQTIT AUSENTE (STATUS " FS-TIT ") - RODE O "
                  "CONVTIT ANTES. SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          DISPLAY "RENEGOCIACAO DE DEBITOS - ARQNEG".
          OPEN I-O CADSOC1.
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          CLOSE CADSOC1
                ARQTIT.
          IF ARQNEG-ALTERADO EQUAL "SIM"
              PERFORM REGRAVA-ARQUIVO.
          DISPLAY "ACORDOS SOLICITADOS PARA APROVACAO: "
              QTD-INCLUIDOS.
          STOP RUN.

       LEITURA-PARMFIN.
              IF QTD-ACORDOS NOT LESS 200
                  DISPLAY "TABELA DE ACORDOS LOTADA."
              ELSE
                  PERFORM CONFERE-PENDENTE
                  IF ACHOU-PENDENTE EQUAL "NAO"
                      PERFORM CAPTURA-ACORDO.

       CAPTURA-ACORDO.
          PERFORM SOMA-TITULOS.
          IF QTD-TIT-ABERTOS EQUAL ZEROES
              DISPLAY "SOCIO SEM TITULOS EM ABERTO NO ARQTIT - "
                  "ACORDO NAO PERMITIDO."
          ELSE
              PERFORM CALCULA-ACORDO.

       SOMA-TITULOS.
          MOVE ZEROES TO QTD-TIT-ABERTOS.
          MOVE ZEROES TO SALDO-TIT-SOCIO.
          PERFORM POSICIONA-TITULOS.
          PERFORM ACUMULA-TITULO UNTIL FIM-TIT EQUAL "SIM".

       POSICIONA-TITULOS.
          MOVE "NAO" TO FIM-TIT.
          MOVE NUMERO-SOCIO1 TO SOCIO-TIT.
          MOVE ZEROES TO COMPET-TIT.
          MOVE SPACES TO TIPO-TIT.
          START ARQTIT KEY NOT LESS CHAVE-TIT
              INVALID KEY MOVE "SIM" TO FIM-TIT.
          PERFORM LE-TITULO.

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

       TROCA-SITUACAO-TITULOS.
          PERFORM POSICIONA-TITULOS.
          PERFORM TROCA-UM-TITULO UNTIL FIM-TIT EQUAL "SIM".

       TROCA-UM-TITULO.
          IF SITUACAO-TIT EQUAL SITUACAO-DE
              MOVE SITUACAO-PARA TO SITUACAO-TIT
              REWRITE REG-TIT.
          PERFORM LE-TITULO.

       CALCULA-ACORDO.
          DISPLAY "COMPETENCIAS EM ABERTO NO ARQTIT: " QTD-TIT-ABERTOS.
          MOVE SALDO-TIT-SOCIO TO VALOR-PRINCIPAL.
          COMPUTE VALOR-JUROS =
              SALDO-TIT-SOCIO * TAXA-JUROS.
          COMPUTE TOTAL-ACORDO =
              VALOR-PRINCIPAL + VALOR-JUROS + MULTA-ATRASO.
          DISPLAY "DEBITO NEGOCIADO (PRINCIPAL+JUROS+MULTA): "
          IF ENTRADA-PARC NOT NUMERIC OR ENTRADA-PARC EQUAL "00"
              DISPLAY "PARCELAMENTO INVALIDO - ACORDO DESPREZADO."
          ELSE
              PERFORM SOLICITA-ACORDO.

      *----------------------------------------------------------------
      *    O ACORDO CALCULADO VAI PARA O ARQAPRV COMO SOLICITACAO
      *    PENDENTE. A SITUACAO DO DEBITO NO MOMENTO DO PEDIDO E A
      *    IMAGEM ANTES: O APRVALT SO APLICA O ACORDO SE O SOCIO
      *    AINDA ESTIVER NO CODIGO 02 COM OS MESMOS TITULOS EM ABERTO.
      *----------------------------------------------------------------
       SOLICITA-ACORDO.
          MOVE NUMERO-SOCIO1 TO SOCIO-ANT.
          MOVE CODIGO-PAGAMENTO1 TO CODIGO-PAG-ANT.
          MOVE QTD-TIT-ABERTOS TO QTD-TIT-ANT.
          MOVE SALDO-TIT-SOCIO TO SALDO-TIT-ANT.
          MOVE NUMERO-SOCIO1 TO SOCIO-DEP.
          MOVE DATA-SISTEMA TO DATA-DEP.
          MOVE TOTAL-ACORDO TO TOTAL-DEP.
          MOVE ENTRADA-PARC TO PARCELAS-DEP.
          COMPUTE VALOR-PARCELA ROUNDED =
              TOTAL-ACORDO / PARCELAS-DEP.
          MOVE VALOR-PARCELA TO VALOR-PARCELA-DEP.
          MOVE ZEROES TO PAGAS-DEP.
          MOVE "A" TO SITUACAO-DEP.
          PERFORM GRAVA-SOLICITACAO.
          DISPLAY "ACORDO DE " PARCELAS-DEP " PARCELAS DE "
              VALOR-PARCELA " REGISTRADO NA SOLICITACAO "
              ULTIMO-NUMERO.
          DISPLAY "O SOCIO SO PASSA A NEGOCIADO (04) APOS APROVACAO "
              "DE OUTRO OPERADOR.".

      *----------------------------------------------------------------
      *    PROCURA NO ARQAPRV ACORDO AINDA PENDENTE PARA O MESMO SOCIO
      *    E GUARDA O MAIOR NUMERO JA USADO, BASE DA NUMERACAO DA
      *    PROXIMA SOLICITACAO.
      *----------------------------------------------------------------
       CONFERE-PENDENTE.
          MOVE "NAO" TO ACHOU-PENDENTE.
          MOVE "NAO" TO FIM-APR.
          OPEN INPUT ARQAPRV.
          PERFORM LE-SOLICITACAO.
          PERFORM TESTA-SOLICITACAO UNTIL FIM-APR EQUAL "SIM".
          CLOSE ARQAPRV.
          IF ACHOU-PENDENTE EQUAL "SIM"
              DISPLAY "SOCIO COM O ACORDO DA SOLICITACAO "
                  NUMERO-PENDENTE " AGUARDANDO APROVACAO.".

       LE-SOLICITACAO.
          READ ARQAPRV AT END MOVE "SIM" TO FIM-APR.

       TESTA-SOLICITACAO.
          IF NUMERO-APR GREATER THAN ULTIMO-NUMERO
              MOVE NUMERO-APR TO ULTIMO-NUMERO.
          IF ORIGEM-APR EQUAL "NEGDEB"
             AND CHAVE-APR EQUAL ENTRADA-NUM
             AND SITUACAO-APR EQUAL "P"
              MOVE "SIM" TO ACHOU-PENDENTE
              MOVE NUMERO-APR TO NUMERO-PENDENTE.
          PERFORM LE-SOLICITACAO.

       GRAVA-SOLICITACAO.
          ADD 1 TO ULTIMO-NUMERO.
          OPEN EXTEND ARQAPRV.
          MOVE SPACES TO REG-APR.
          MOVE ULTIMO-NUMERO TO NUMERO-APR.
          MOVE "NEGDEB" TO ORIGEM-APR.
          MOVE "I" TO ACAO-APR.
          MOVE ENTRADA-NUM TO CHAVE-APR.
          MOVE IMAGEM-ANTES TO ANTES-APR.
          MOVE IMAGEM-DEPOIS TO DEPOIS-APR.
          MOVE OPERADOR-ID TO OPERADOR-SOL-APR.
          MOVE DATA-SISTEMA TO DATA-SOL-APR.
          MOVE "P" TO SITUACAO-APR.
          MOVE ZEROES TO OPERADOR-DEC-APR.
          MOVE ZEROES TO DATA-DEC-APR.
          WRITE REG-APR.
          CLOSE ARQAPRV.
          ADD 1 TO QTD-INCLUIDOS.

       CONSULTA-ACORDO.
          PERFORM PEDE-SOCIO.

       QUEBRA-ACORDO.
          ADD 1 TO QTD-QUEBRADOS.
          MOVE "SIM" TO ARQNEG-ALTERADO.
          MOVE "Q" TO NEG-SITUACAO (IX-NEG).
          MOVE NEG-SOCIO (IX-NEG) TO NUMERO-SOCIO1.
          MOVE "NAO" TO NAO-ACHOU.
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "NAO"
             AND CODIGO-PAGAMENTO1 EQUAL 04
              PERFORM MONTA-IMAGEM
              MOVE REG-ISO TO IMAGEM-SOC-ANTES
              MOVE 02 TO CODIGO-PAGAMENTO1
              REWRITE REG-SOC1
              PERFORM MONTA-IMAGEM
              MOVE REG-ISO TO IMAGEM-SOC-DEPOIS
              PERFORM GRAVA-JORNAL-QUEBRA
              MOVE "N" TO SITUACAO-DE
              MOVE "A" TO SITUACAO-PARA
              PERFORM TROCA-SITUACAO-TITULOS.
          PERFORM IMPRIME-QUEBRADO.

      *----------------------------------------------------------------
      *    IMAGEM TEXTO DO SOCIO PARA O JORNSOC (ANTES E DEPOIS).
      *----------------------------------------------------------------
       MONTA-IMAGEM.
          MOVE CODIGO-PAGAMENTO1 TO CODIGO-ISO.
          MOVE NUMERO-SOCIO1 TO NUMERO-ISO.
          MOVE NOME-SOCIO1 TO NOME-ISO.
          MOVE VALOR-PAGAMENTO1 TO VALOR-ISO.
          MOVE MESES-ATRASO1 TO MESES-ISO.
          MOVE METODO-PAGAMENTO1 TO METODO-ISO.
          MOVE PLANO-SOCIO1 TO PLANO-ISO.
          MOVE UNIDADE-SOCIO1 TO UNIDADE-ISO.
          MOVE SITUACAO-COBR1 TO SITUACAO-ISO.
          MOVE DATA-ADMISSAO1 TO ADMISSAO-ISO.
          MOVE CPF-SOCIO1 TO CPF-ISO.

       GRAVA-JORNAL-QUEBRA.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE SPACES TO REG-JSO.
          MOVE DATA-SISTEMA TO JSO-DATA.
          MOVE HORA-SISTEMA(1:6) TO JSO-HORA.
          MOVE "Q" TO JSO-OPCAO.
          MOVE NUMERO-SOCIO1 TO JSO-NUMERO.
          MOVE "ACORDO-QUEBRA " TO JSO-DISPOSICAO.
          MOVE OPERADOR-ID TO JSO-OPERADOR.
          MOVE DATA-SISTEMA TO JSO-VIGENCIA.
          MOVE PLANO-SOCIO1 TO JSO-PLANO-ANT.
          MOVE PLANO-SOCIO1 TO JSO-PLANO-NOVO.
          MOVE IMAGEM-SOC-ANTES TO JSO-IMAGEM-ANT.
          MOVE IMAGEM-SOC-DEPOIS TO JSO-IMAGEM-DEP.
          OPEN EXTEND JORNSOC.
          PERFORM SELA-JORNAL.
          WRITE REG-JSO.
          CLOSE JORNSOC.

      *----------------------------------------------------------------
      *    SEQUENCIA E CONFERENCIA ENCADEADA DA LINHA (SELAJOR).
      *----------------------------------------------------------------
       SELA-JORNAL.
          MOVE "S" TO FUNCAO-SELO.
          MOVE "JORNSOC" TO JORNAL-SELO.
          MOVE REG-JSO(1:213) TO TEXTO-SELO.
          MOVE 213 TO TAMANHO-SELO.
          CALL "SELAJOR" USING FUNCAO-SELO JORNAL-SELO TEXTO-SELO
              TAMANHO-SELO SEQ-SELO CHK-SELO.
          MOVE SEQ-SELO TO JSO-SEQ.
          MOVE CHK-SELO TO JSO-CHK.

       IMPRIME-QUEBRADO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
