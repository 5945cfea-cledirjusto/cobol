       IDENTIFICATION DIVISION.
          PROGRAM-ID.      MANCONT.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. MANUTENCAO DOS CONTATOS DOS FUNCIONARIOS E DO PLANTAO
      *DA OPERACAO NO CADCONT.DAT (REGCON), CHAVEADO POR TIPO MAIS
      *NUMERO: TIPO F = FUNCIONARIO (MATRICULA DA FOLHA), QUE RECEBE
      *O AVISO DE HOLERITE DISPONIVEL, E TIPO O = PLANTAO (NUMERO DO
      *OPERADOR), QUE RECEBE OS ALERTAS DE FALHA DA ROTINA NOTURNA
      *(AVISOPER). OPCOES I-INCLUIR, A-ALTERAR, E-EXCLUIR E F-FIM, NO
      *ESTILO DO MANRESP. O CONTATO DO SOCIO (TIPO S) E MANTIDO PELO
      *MANEND JUNTO COM O ENDERECO E NAO E ACEITO AQUI.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CADCONT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-CON
          FILE STATUS IS FS-CON.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADCONT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADCONT.DAT".
          COPY REGCON.

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  FS-CON             PIC X(02).
       77  OPCAO-MAN          PIC X(01) VALUE SPACES.
       77  ENTRADA-TIPO       PIC X(01) VALUE SPACES.
       77  ENTRADA-NUM        PIC X(07) VALUE SPACES.
       77  CHAVE-OK           PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  QTD-INCLUIDOS      PIC 9(04) VALUE ZEROES.
       77  QTD-ALTERADOS      PIC 9(04) VALUE ZEROES.
       77  QTD-EXCLUIDOS      PIC 9(04) VALUE ZEROES.
       77  EMAIL-OK           PIC X(03) VALUE "NAO".
       77  QTD-ARROBA         PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.

       PROCEDURE DIVISION.

       PGM-MANCONT.
          CALL "SIGNON" USING OPERADOR-ID NIVEL-OPERADOR
              RESULTADO-SIGNON.
          IF RESULTADO-SIGNON NOT EQUAL "SIM"
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM INICIO.
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          DISPLAY "CONTATOS DE FUNCIONARIOS E DO PLANTAO - CADCONT".
          OPEN I-O CADCONT.
          IF FS-CON EQUAL "35"
              OPEN OUTPUT CADCONT
              CLOSE CADCONT
              OPEN I-O CADCONT.

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (I-INCLUIR  A-ALTERAR  E-EXCLUIR  F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "I"
              PERFORM INCLUI-CONTATO
          ELSE
          IF OPCAO-MAN EQUAL "A"
              PERFORM ALTERA-CONTATO
          ELSE
          IF OPCAO-MAN EQUAL "E"
              PERFORM EXCLUI-CONTATO
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE I, A, E OU F.".

       PEDE-CHAVE.
          MOVE "NAO" TO CHAVE-OK.
          DISPLAY "TIPO (F-FUNCIONARIO  O-PLANTAO DA OPERACAO): ".
          ACCEPT ENTRADA-TIPO.
          DISPLAY "MATRICULA OU NUMERO DO OPERADOR..............: ".
          MOVE SPACES TO ENTRADA-NUM.
          ACCEPT ENTRADA-NUM.
          IF ENTRADA-TIPO NOT EQUAL "F" AND ENTRADA-TIPO NOT EQUAL "O"
              DISPLAY "TIPO INVALIDO - USE F OU O."
          ELSE
          IF ENTRADA-NUM NOT NUMERIC
              DISPLAY "NUMERO INVALIDO."
          ELSE
              MOVE "SIM" TO CHAVE-OK
              MOVE ENTRADA-TIPO TO TIPO-CON
              MOVE ENTRADA-NUM TO NUMERO-CON.

       PEDE-DADOS.
          DISPLAY "TELEFONE (SMS)..........: ".
          ACCEPT FONE-CON.
          MOVE "NAO" TO EMAIL-OK.
          PERFORM PEDE-EMAIL UNTIL EMAIL-OK EQUAL "SIM".
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          MOVE DATA-SISTEMA TO DATA-ATU-CON.

       PEDE-EMAIL.
          DISPLAY "E-MAIL (EM BRANCO = SEM): ".
          MOVE SPACES TO EMAIL-CON.
          ACCEPT EMAIL-CON.
          MOVE ZEROES TO QTD-ARROBA.
          INSPECT EMAIL-CON TALLYING QTD-ARROBA FOR ALL "@".
          IF EMAIL-CON EQUAL SPACES OR QTD-ARROBA EQUAL 1
              MOVE "SIM" TO EMAIL-OK
          ELSE
              DISPLAY "E-MAIL INVALIDO - DIGITE DE NOVO.".

       INCLUI-CONTATO.
          PERFORM PEDE-CHAVE.
          IF CHAVE-OK EQUAL "SIM"
              PERFORM PEDE-DADOS
              PERFORM GRAVA-CONTATO.

       GRAVA-CONTATO.
          WRITE REG-CON
              INVALID KEY
                  DISPLAY "JA EXISTE CONTATO PARA ESTA "
                      "CHAVE - USE A OPCAO A.".
          IF FS-CON EQUAL "00" OR FS-CON EQUAL "02"
              ADD 1 TO QTD-INCLUIDOS
              DISPLAY "CONTATO INCLUIDO.".

       ALTERA-CONTATO.
          PERFORM PEDE-CHAVE.
          IF CHAVE-OK EQUAL "SIM"
              PERFORM LOCALIZA-CONTATO
              IF NAO-ACHOU EQUAL "SIM"
                  DISPLAY "CONTATO NAO CADASTRADO."
              ELSE
                  DISPLAY "TELEFONE ATUAL: " FONE-CON
                  DISPLAY "E-MAIL ATUAL..: " EMAIL-CON
                  PERFORM PEDE-DADOS
                  REWRITE REG-CON
                  ADD 1 TO QTD-ALTERADOS
                  DISPLAY "CONTATO ALTERADO.".

       EXCLUI-CONTATO.
          PERFORM PEDE-CHAVE.
          IF CHAVE-OK EQUAL "SIM"
              PERFORM LOCALIZA-CONTATO
              IF NAO-ACHOU EQUAL "SIM"
                  DISPLAY "CONTATO NAO CADASTRADO."
              ELSE
                  DELETE CADCONT RECORD
                  ADD 1 TO QTD-EXCLUIDOS
                  DISPLAY "CONTATO EXCLUIDO.".

       LOCALIZA-CONTATO.
          MOVE "NAO" TO NAO-ACHOU.
          READ CADCONT KEY IS CHAVE-CON
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.

       TERMINO.
          DISPLAY " ".
          DISPLAY "INCLUIDOS: " QTD-INCLUIDOS.
          DISPLAY "ALTERADOS: " QTD-ALTERADOS.
          DISPLAY "EXCLUIDOS: " QTD-EXCLUIDOS.
          CLOSE CADCONT.
