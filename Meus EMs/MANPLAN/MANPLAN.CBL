      *E-EXCLUIR, L-LISTAR E F-FIM E REGRAVA O ARQUIVO COMPLETO AO
      *ENCERRAR, NO ESTILO DA MANUTENCAO DE SOCIOS DO EX02. O VALOR
      *DO PLANO E A REFERENCIA USADA PELA CRITICA DO EX01 E PELO
      *REAJUSTE ANUAL (REAJPLAN). INCLUSAO, ALTERACAO E EXCLUSAO NAO
      *MEXEM MAIS NO CADPLAN: VIRAM SOLICITACAO PENDENTE NO
      *ARQAPRV.DAT (IMAGENS ANTES E DEPOIS E O OPERADOR DO SIGNON),
      *APLICADA SO QUANDO OUTRO OPERADOR NIVEL 2 APROVA NO APRVALT.
      *PLANO COM SOLICITACAO PENDENTE NAO ACEITA NOVA SOLICITACAO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADPLAN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQAPRV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          02 DESCRICAO-PLANO           PIC X(20).
          02 VALOR-MENSAL-PLANO        PIC 9(09)V9(02).

       FD  ARQAPRV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQAPRV.DAT".
          COPY REGAPRV.

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  ACHOU-PLANO        PIC X(03) VALUE "NAO".
       77  ENTRADA-COD        PIC X(02) VALUE SPACES.
       77  ENTRADA-VAL        PIC X(11) VALUE SPACES.
       77  QTD-SOLICITACOES   PIC 9(03) VALUE ZEROES.
       77  FIM-APR            PIC X(03) VALUE "NAO".
       77  ACHOU-PENDENTE     PIC X(03) VALUE "NAO".
       77  NUMERO-PENDENTE    PIC 9(06) VALUE ZEROES.
       77  ULTIMO-NUMERO      PIC 9(06) VALUE ZEROES.
       77  ACAO-SOLICITADA    PIC X(01) VALUE SPACES.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.

       01 IMAGEM-ANTES.
          02 CODIGO-ANT                PIC 9(02).
          02 DESCRICAO-ANT             PIC X(20).
          02 VALOR-ANT                 PIC 9(09)V9(02).

       01 IMAGEM-DEPOIS.
          02 CODIGO-DEP                PIC 9(02).
          02 DESCRICAO-DEP             PIC X(20).
          02 VALOR-DEP                 PIC 9(09)V9(02).

       01 TAB-PLANOS.
          02 PLA-OCORRENCIA OCCURS 50 TIMES.
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM CARGA-PLANOS.
          DISPLAY "MANUTENCAO DA TABELA DE PLANOS - CADPLAN".
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          DISPLAY "SOLICITACOES REGISTRADAS PARA APROVACAO: "
              QTD-SOLICITACOES.
          STOP RUN.

       CARGA-PLANOS.
              IF ACHOU-PLANO EQUAL "SIM"
                  DISPLAY "PLANO JA EXISTE - USE A OPCAO A."
              ELSE
                  PERFORM CONFERE-PENDENTE
                  IF ACHOU-PENDENTE EQUAL "NAO"
                      MOVE SPACES TO IMAGEM-ANTES
                      MOVE ENTRADA-COD TO CODIGO-DEP
                      MOVE SPACES TO DESCRICAO-DEP
                      MOVE ZEROES TO VALOR-DEP
                      PERFORM PEDE-DADOS
                      MOVE "I" TO ACAO-SOLICITADA
                      PERFORM GRAVA-SOLICITACAO.

       ALTERA-PLANO.
          PERFORM PEDE-CODIGO.
          IF ACHOU-PLANO EQUAL "NAO"
              DISPLAY "PLANO NAO ENCONTRADO."
          ELSE
              PERFORM CONFERE-PENDENTE
              IF ACHOU-PENDENTE EQUAL "NAO"
                  MOVE PLA-OCORRENCIA (IX-ACHADO) TO IMAGEM-ANTES
                  MOVE IMAGEM-ANTES TO IMAGEM-DEPOIS
                  PERFORM PEDE-DADOS
                  IF IMAGEM-DEPOIS EQUAL IMAGEM-ANTES
                      DISPLAY "NENHUMA ALTERACAO INFORMADA."
                  ELSE
                      MOVE "A" TO ACAO-SOLICITADA
                      PERFORM GRAVA-SOLICITACAO.

       EXCLUI-PLANO.
          PERFORM PEDE-CODIGO.
          IF ACHOU-PLANO EQUAL "NAO"
              DISPLAY "PLANO NAO ENCONTRADO."
          ELSE
              PERFORM CONFERE-PENDENTE
              IF ACHOU-PENDENTE EQUAL "NAO"
                  MOVE PLA-OCORRENCIA (IX-ACHADO) TO IMAGEM-ANTES
                  MOVE SPACES TO IMAGEM-DEPOIS
                  MOVE "E" TO ACAO-SOLICITADA
                  PERFORM GRAVA-SOLICITACAO.

       PEDE-DADOS.
          DISPLAY "DESCRICAO DO PLANO......: ".
          ACCEPT DESCRICAO-DEP.
          DISPLAY "VALOR MENSAL (SEM VIRGULA, 2 CASAS): ".
          ACCEPT ENTRADA-VAL.
          IF ENTRADA-VAL NOT NUMERIC
              DISPLAY "VALOR INVALIDO - MANTIDO O ANTERIOR."
          ELSE
              MOVE ENTRADA-VAL TO VALOR-DEP.

      *----------------------------------------------------------------
      *    PROCURA NO ARQAPRV SOLICITACAO DO MANPLAN AINDA PENDENTE
      *    PARA O MESMO PLANO E GUARDA O MAIOR NUMERO JA USADO, BASE
      *    DA NUMERACAO DA PROXIMA SOLICITACAO.
      *----------------------------------------------------------------
       CONFERE-PENDENTE.
          MOVE "NAO" TO ACHOU-PENDENTE.
          MOVE "NAO" TO FIM-APR.
          OPEN INPUT ARQAPRV.
          PERFORM LE-SOLICITACAO.
          PERFORM TESTA-SOLICITACAO UNTIL FIM-APR EQUAL "SIM".
          CLOSE ARQAPRV.
          IF ACHOU-PENDENTE EQUAL "SIM"
              DISPLAY "PLANO COM A SOLICITACAO " NUMERO-PENDENTE
                  " AGUARDANDO APROVACAO - NADA FEITO.".

       LE-SOLICITACAO.
          READ ARQAPRV AT END MOVE "SIM" TO FIM-APR.

       TESTA-SOLICITACAO.
          IF NUMERO-APR GREATER THAN ULTIMO-NUMERO
              MOVE NUMERO-APR TO ULTIMO-NUMERO.
          IF ORIGEM-APR EQUAL "MANPLAN"
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
          MOVE "MANPLAN" TO ORIGEM-APR.
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
          DISPLAY "SOLICITACAO " ULTIMO-NUMERO " REGISTRADA - O "
              "PLANO SO MUDA APOS APROVACAO DE OUTRO OPERADOR.".

       LISTA-PLANOS.
          IF QTD-PLANOS EQUAL ZEROES
          DISPLAY "  " PLA-CODIGO (IX-PLA) "  "
              PLA-DESCRICAO (IX-PLA) "  " PLA-VALOR (IX-PLA).

