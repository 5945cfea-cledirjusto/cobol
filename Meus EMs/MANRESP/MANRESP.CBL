          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. MANUTENCAO DO CADASTRO DE RESPONSAVEIS (CADRESP.DAT),
      *CHAVEADO PELA MATRICULA DO ALUNO: NOME DO RESPONSAVEL, TELEFONE
      *E ENDERECO DE CONTATO, MAIS O E-MAIL (CONVERTIDO PELO
      *CONVRESP) PARA OS AVISOS DO GATEWAY DE MENSAGENS. OPCOES
      *I-INCLUIR, A-ALTERAR, E-EXCLUIR E F-FIM, NO ESTILO DA
      *MANUTENCAO DE SOCIOS DO EX02, POREM
      *APLICADAS DIRETO NO ARQUIVO INDEXADO. ESTE CADASTRO ALIMENTA A
      *RODADA DE NOTIFICACAO DOS ALUNOS EM RISCO DE FALTAS (NOTIFRES),
      *QUE AVISA POR E-MAIL OU SMS E SO LIGA QUANDO O AVISO FALHA.
      *O CPF DO RESPONSAVEL (CPF-RSP) E PEDIDO NA INCLUSAO E NA
      *ALTERACAO, COM OS DIGITOS CONFERIDOS PELA DIGCPF; EM BRANCO
      *FICA ZERADO NA INCLUSAO E MANTIDO NA ALTERACAO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          02 RESPONSAVEL-RSP           PIC X(30).
          02 TELEFONE-RSP              PIC X(12).
          02 ENDERECO-RSP              PIC X(40).
          02 EMAIL-RSP                 PIC X(40).
          02 CPF-RSP                   PIC 9(11).

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  QTD-INCLUIDOS      PIC 9(04) VALUE ZEROES.
       77  QTD-ALTERADOS      PIC 9(04) VALUE ZEROES.
       77  QTD-EXCLUIDOS      PIC 9(04) VALUE ZEROES.
       77  EMAIL-OK           PIC X(03) VALUE "NAO".
       77  QTD-ARROBA         PIC 9(02) VALUE ZEROES.
       77  ENTRADA-CPF        PIC X(11) VALUE SPACES.
       77  CPF-CONFERE        PIC 9(11) VALUE ZEROES.
       77  CPF-VALIDO         PIC X(03) VALUE "NAO".
       77  CPF-OK             PIC X(03) VALUE "NAO".

       PROCEDURE DIVISION.

          ACCEPT TELEFONE-RSP.
          DISPLAY "ENDERECO................: ".
          ACCEPT ENDERECO-RSP.
          MOVE "NAO" TO EMAIL-OK.
          PERFORM PEDE-EMAIL UNTIL EMAIL-OK EQUAL "SIM".
          MOVE "NAO" TO CPF-OK.
          PERFORM PEDE-CPF UNTIL CPF-OK EQUAL "SIM".

       PEDE-EMAIL.
          DISPLAY "E-MAIL (EM BRANCO = SEM): ".
          MOVE SPACES TO EMAIL-RSP.
          ACCEPT EMAIL-RSP.
          MOVE ZEROES TO QTD-ARROBA.
          INSPECT EMAIL-RSP TALLYING QTD-ARROBA FOR ALL "@".
          IF EMAIL-RSP EQUAL SPACES OR QTD-ARROBA EQUAL 1
              MOVE "SIM" TO EMAIL-OK
          ELSE
              DISPLAY "E-MAIL INVALIDO - DIGITE DE NOVO.".

       PEDE-CPF.
          DISPLAY "CPF DO RESPONSAVEL (11 DIGITOS, EM BRANCO = SEM "
              "OU MANTIDO): ".
          MOVE SPACES TO ENTRADA-CPF.
          ACCEPT ENTRADA-CPF.
          IF ENTRADA-CPF EQUAL SPACES
              MOVE "SIM" TO CPF-OK
          ELSE
          IF ENTRADA-CPF NOT NUMERIC
              DISPLAY "CPF INVALIDO - SO ACEITA DIGITOS."
          ELSE
              MOVE ENTRADA-CPF TO CPF-CONFERE
              CALL "DIGCPF" USING CPF-CONFERE CPF-VALIDO
              IF CPF-VALIDO EQUAL "SIM"
                  MOVE CPF-CONFERE TO CPF-RSP
                  MOVE "SIM" TO CPF-OK
              ELSE
                  DISPLAY "CPF INVALIDO - DIGITO VERIFICADOR NAO "
                      "CONFERE - DIGITE DE NOVO.".

       INCLUI-RESPONSAVEL.
          PERFORM PEDE-MATRICULA.
              DISPLAY "MATRICULA INVALIDA."
          ELSE
              MOVE ENTRADA-MAT TO MATRICULA-RSP
              MOVE ZEROES TO CPF-RSP
              PERFORM PEDE-DADOS
              PERFORM GRAVA-RESPONSAVEL.

