      *CARREGA A TABELA EM MEMORIA, ACEITA I-INCLUIR, A-ALTERAR,
      *E-EXCLUIR, L-LISTAR E F-FIM E REGRAVA O ARQUIVO AO ENCERRAR.
      *ALIMENTA A GERACAO DA REMESSA DE CREDITO SALARIAL (REMESSA).
      *INCLUSAO, ALTERACAO E EXCLUSAO NAO MEXEM MAIS NO CADBANC: VIRAM
      *SOLICITACAO PENDENTE NO ARQAPRV.DAT (IMAGENS ANTES E DEPOIS E O
      *OPERADOR DO SIGNON), APLICADA SO QUANDO OUTRO OPERADOR NIVEL 2
      *APROVA NO APRVALT. MATRICULA COM SOLICITACAO PENDENTE NAO
      *ACEITA NOVA SOLICITACAO ATE A DECISAO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADBANC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQAPRV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          02 AGENCIA-BAN               PIC 9(04).
          02 CONTA-BAN                 PIC 9(08).

       FD  ARQAPRV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQAPRV.DAT".
          COPY REGAPRV.

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  ENTRADA-BCO        PIC X(03) VALUE SPACES.
       77  ENTRADA-AGE        PIC X(04) VALUE SPACES.
       77  ENTRADA-CTA        PIC X(08) VALUE SPACES.
       77  QTD-SOLICITACOES   PIC 9(03) VALUE ZEROES.
       77  FIM-APR            PIC X(03) VALUE "NAO".
       77  ACHOU-PENDENTE     PIC X(03) VALUE "NAO".
       77  NUMERO-PENDENTE    PIC 9(06) VALUE ZEROES.
       77  ULTIMO-NUMERO      PIC 9(06) VALUE ZEROES.
       77  ACAO-SOLICITADA    PIC X(01) VALUE SPACES.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.

       01 IMAGEM-ANTES.
          02 MATRICULA-ANT             PIC 9(05).
          02 BANCO-ANT                 PIC 9(03).
          02 AGENCIA-ANT               PIC 9(04).
          02 CONTA-ANT                 PIC 9(08).

       01 IMAGEM-DEPOIS.
          02 MATRICULA-DEP             PIC 9(05).
          02 BANCO-DEP                 PIC 9(03).
          02 AGENCIA-DEP               PIC 9(04).
          02 CONTA-DEP                 PIC 9(08).

       01 TAB-CONTAS.
          02 BAN-OCORRENCIA OCCURS 500 TIMES.
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM CARGA-CONTAS.
          DISPLAY "MANUTENCAO DO CADASTRO DE CONTAS - CADBANC".
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          DISPLAY "SOLICITACOES REGISTRADAS PARA APROVACAO: "
              QTD-SOLICITACOES.
          STOP RUN.

       CARGA-CONTAS.
              IF ACHOU-CONTA EQUAL "SIM"
                  DISPLAY "CONTA JA EXISTE - USE A OPCAO A."
              ELSE
                  PERFORM CONFERE-PENDENTE
                  IF ACHOU-PENDENTE EQUAL "NAO"
                      MOVE SPACES TO IMAGEM-ANTES
                      MOVE ENTRADA-COD TO MATRICULA-DEP
                      MOVE ZEROES TO BANCO-DEP AGENCIA-DEP CONTA-DEP
                      PERFORM PEDE-DADOS
                      MOVE "I" TO ACAO-SOLICITADA
                      PERFORM GRAVA-SOLICITACAO.

       ALTERA-CONTA.
          PERFORM PEDE-CODIGO.
          IF ACHOU-CONTA EQUAL "NAO"
              DISPLAY "CONTA NAO ENCONTRADA."
          ELSE
              PERFORM CONFERE-PENDENTE
              IF ACHOU-PENDENTE EQUAL "NAO"
                  MOVE BAN-OCORRENCIA (IX-ACHADO) TO IMAGEM-ANTES
                  MOVE IMAGEM-ANTES TO IMAGEM-DEPOIS
                  PERFORM PEDE-DADOS
                  IF IMAGEM-DEPOIS EQUAL IMAGEM-ANTES
                      DISPLAY "NENHUMA ALTERACAO INFORMADA."
                  ELSE
                      MOVE "A" TO ACAO-SOLICITADA
                      PERFORM GRAVA-SOLICITACAO.

       EXCLUI-CONTA.
          PERFORM PEDE-CODIGO.
          IF ACHOU-CONTA EQUAL "NAO"
              DISPLAY "CONTA NAO ENCONTRADA."
          ELSE
              PERFORM CONFERE-PENDENTE
              IF ACHOU-PENDENTE EQUAL "NAO"
                  MOVE BAN-OCORRENCIA (IX-ACHADO) TO IMAGEM-ANTES
                  MOVE SPACES TO IMAGEM-DEPOIS
                  MOVE "E" TO ACAO-SOLICITADA
                  PERFORM GRAVA-SOLICITACAO.

       PEDE-DADOS.
          DISPLAY "BANCO (3 DIGITOS).......: ".
          ACCEPT ENTRADA-BCO.
          IF ENTRADA-BCO NUMERIC
              MOVE ENTRADA-BCO TO BANCO-DEP.
          DISPLAY "AGENCIA (4 DIGITOS).....: ".
          ACCEPT ENTRADA-AGE.
          IF ENTRADA-AGE NUMERIC
              MOVE ENTRADA-AGE TO AGENCIA-DEP.
          DISPLAY "CONTA (8 DIGITOS).......: ".
          ACCEPT ENTRADA-CTA.
          IF ENTRADA-CTA NUMERIC
              MOVE ENTRADA-CTA TO CONTA-DEP.

      *----------------------------------------------------------------
      *    PROCURA NO ARQAPRV SOLICITACAO DO MANBANC AINDA PENDENTE
      *    PARA A MESMA MATRICULA E GUARDA O MAIOR NUMERO JA USADO,
      *    BASE DA NUMERACAO DA PROXIMA SOLICITACAO.
      *----------------------------------------------------------------
       CONFERE-PENDENTE.
          MOVE "NAO" TO ACHOU-PENDENTE.
          MOVE "NAO" TO FIM-APR.
          OPEN INPUT ARQAPRV.
          PERFORM LE-SOLICITACAO.
          PERFORM TESTA-SOLICITACAO UNTIL FIM-APR EQUAL "SIM".
          CLOSE ARQAPRV.
          IF ACHOU-PENDENTE EQUAL "SIM"
              DISPLAY "MATRICULA COM A SOLICITACAO " NUMERO-PENDENTE
                  " AGUARDANDO APROVACAO - NADA FEITO.".

       LE-SOLICITACAO.
          READ ARQAPRV AT END MOVE "SIM" TO FIM-APR.

       TESTA-SOLICITACAO.
          IF NUMERO-APR GREATER THAN ULTIMO-NUMERO
              MOVE NUMERO-APR TO ULTIMO-NUMERO.
          IF ORIGEM-APR EQUAL "MANBANC"
             AND CHAVE-APR EQUAL ENTRADA-COD
             AND SITUACAO-APR EQUAL "P"
              MOVE "SIM" TO ACHOU-PENDENTE
              MOVE NUMERO-APR TO NUMERO-PENDENTE.
          PERFORM LE-SOLICITACAO.

       GRAVA-SOLICITACAO.
          ADD 1 TO ULTIMO-NUMERO.
          OPEN EXTEND ARQAPRV.
          MOVE SPACES TO REG-APR.
          MOVE ULTIMO-NUMERO TO NUMERO-APR.
          MOVE "MANBANC" TO ORIGEM-APR.
          MOVE ACAO-SOLICITADA TO ACAO-APR.
          MOVE ENTRADA-COD TO CHAVE-APR.
          MOVE IMAGEM-ANTES TO ANTES-APR.
          MOVE IMAGEM-DEPOIS TO DEPOIS-APR.
          MOVE OPERADOR-ID TO OPERADOR-SOL-APR.
          MOVE DATA-SISTEMA TO DATA-SOL-APR.
          MOVE "P" TO SITUACAO-APR.
          MOVE ZEROES TO OPERADOR-DEC-APR.
          MOVE ZEROES TO DATA-DEC-APR.
          WRITE REG-APR.
          CLOSE ARQAPRV.
          ADD 1 TO QTD-SOLICITACOES.
          DISPLAY "SOLICITACAO " ULTIMO-NUMERO " REGISTRADA - A "
              "CONTA SO MUDA APOS APROVACAO DE OUTRO OPERADOR.".

       LISTA-CONTAS.
          IF QTD-CONTAS EQUAL ZEROES
              BAN-BANCO (IX-BAN) "  " BAN-AGENCIA (IX-BAN)
              "  " BAN-CONTA (IX-BAN).

