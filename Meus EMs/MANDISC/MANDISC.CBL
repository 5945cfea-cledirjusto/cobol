      *PERCENTUAL DE FALTAS USADO PELA APROVA (VIA CARGDISC) EM
      *TODA A APURACAO DO ENSINO, E OS PESOS DAS QUATRO AVALIACOES
      *SAO OS USADOS POR TODOS OS PROGRAMAS QUE CALCULAM A MEDIA
      *PONDERADA (PADRAO 1/1/2/1 QUANDO ZERADOS). MANTEM TAMBEM A
      *TABELA DE PRE-REQUISITOS (PREREQ.DAT - DISCIPLINA, REQUISITO,
      *SITUACAO MINIMA APR OU EXA): P INCLUI UM REQUISITO, R RETIRA,
      *V LISTA. AS DUAS DISCIPLINAS PRECISAM ESTAR NO CATALOGO E A
      *DISCIPLINA QUE FIGURA NA TABELA NAO PODE SER EXCLUIDA. A
      *INSCRICAO (MATRDISC) E A REMATRICULA (REMATSEM) CONFEREM OS
      *REQUISITOS NO ARQHIST PELA SUBROTINA CONFPRE. CADA DISCIPLINA
      *TEM AINDA O PRECO MENSAL POR INSCRICAO E, QUANDO O CODIGO E O
      *CURSO DO ALUNO, O TETO MENSAL DO CURSO (ZERO = SEM TETO): O
      *GERAMENS COBRA A SOMA DOS PRECOS DAS INSCRICOES ATIVAS DO
      *ARQDIS LIMITADA AO TETO, E A MENSALIDADE DO CURSO SO VALE PARA
      *QUEM NAO TEM INSCRICAO COM PRECO. OS DOIS CAMPOS VEM NO FIM DO
      *REGISTRO; LINHA ANTIGA SEM ELES E LIDA COMO ZERO. A ESCALA DE
      *AVALIACAO (N = NOTA DE 0 A 10, C = CONCEITO A/B/C/D, PARA ARTES
      *E EDUCACAO FISICA) VEM DEPOIS DO TETO; EM BRANCO VALE NOTA. A
      *CONVERSAO DO CONCEITO FICA NA TABCONC.DAT (SUBROTINA CONVCONC).
      *CADDISC E PREREQ SAO REGRAVADOS A PARTIR DAS TABELAS (100 E
      *300); SE UM DELES NAO COUBER A MANUTENCAO E RECUSADA COM
      *RETURN-CODE 8.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADDISC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PREREQ ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          02 PESO3-CAT                 PIC 9(01).
          02 PESO4-CAT                 PIC 9(01).
          02 MENSAL-CAT                PIC 9(05)V9(02).
          02 PRECO-CAT                 PIC 9(05)V9(02).
          02 TETO-CAT                  PIC 9(05)V9(02).
          02 ESCALA-CAT                PIC X(01).

       FD  PREREQ
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PREREQ.DAT".
          COPY REGPRE.

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  ENTRADA-HOR        PIC X(03) VALUE SPACES.
       77  ENTRADA-PESOS      PIC X(04) VALUE SPACES.
       77  ENTRADA-MENS       PIC X(07) VALUE SPACES.
       77  ENTRADA-PRECO      PIC X(07) VALUE SPACES.
       77  ENTRADA-TETO       PIC X(07) VALUE SPACES.
       77  ENTRADA-ESCALA     PIC X(01) VALUE SPACES.
       77  VALOR-CENTAVOS     PIC 9(07) VALUE ZEROES.
       77  QTD-ALTERACOES     PIC 9(03) VALUE ZEROES.
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  FIM-PRE            PIC X(03) VALUE "NAO".
       77  QTD-PRE            PIC 9(03) VALUE ZEROES.
       77  IX-PRE             PIC 9(03) VALUE ZEROES.
       77  IX-PRE-ACHADO      PIC 9(03) VALUE ZEROES.
       77  ACHOU-PRE          PIC X(03) VALUE "NAO".
       77  TEM-REQUISITO      PIC X(03) VALUE "NAO".
       77  ENTRADA-REQ        PIC X(05) VALUE SPACES.
       77  ENTRADA-SIT        PIC X(03) VALUE SPACES.
       77  GUARDA-COD         PIC X(05) VALUE SPACES.

       01 TAB-CATALOGO.
          02 CAT-OCORRENCIA OCCURS 100 TIMES.
             03 CAT-PESO3              PIC 9(01).
             03 CAT-PESO4              PIC 9(01).
             03 CAT-MENSAL             PIC 9(05)V9(02).
             03 CAT-PRECO              PIC 9(05)V9(02).
             03 CAT-TETO               PIC 9(05)V9(02).
             03 CAT-ESCALA             PIC X(01).

       01 TAB-PRE.
          02 PRE-OCORRENCIA OCCURS 300 TIMES.
             03 PRE-DISCIPLINA         PIC X(05).
             03 PRE-REQUISITO          PIC X(05).
             03 PRE-SITUACAO           PIC X(03).

       PROCEDURE DIVISION.

              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM CARGA-CATALOGO.
          PERFORM CARGA-PREREQ.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "CADDISC OU PREREQ MAIOR QUE A TABELA - "
                  "MANUTENCAO NAO PERMITIDA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          DISPLAY "MANUTENCAO DO CATALOGO DE DISCIPLINAS - CADDISC".
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          PERFORM REGRAVA-ARQUIVO.

       GUARDA-DISCIPLINA.
          IF QTD-DISC NOT LESS 100
              DISPLAY "TABELA DO CATALOGO LOTADA (100)"
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-DISC
              MOVE DISCIPLINA-CAT TO CAT-DISCIPLINA (QTD-DISC)
              MOVE PESO2-CAT TO CAT-PESO2 (QTD-DISC)
              MOVE PESO3-CAT TO CAT-PESO3 (QTD-DISC)
              MOVE PESO4-CAT TO CAT-PESO4 (QTD-DISC)
              MOVE MENSAL-CAT TO CAT-MENSAL (QTD-DISC)
              PERFORM GUARDA-PRECO-TETO.
          PERFORM LE-DISCIPLINA.

       GUARDA-PRECO-TETO.
          IF PRECO-CAT NUMERIC
              MOVE PRECO-CAT TO CAT-PRECO (QTD-DISC)
          ELSE
              MOVE ZEROES TO CAT-PRECO (QTD-DISC).
          IF TETO-CAT NUMERIC
              MOVE TETO-CAT TO CAT-TETO (QTD-DISC)
          ELSE
              MOVE ZEROES TO CAT-TETO (QTD-DISC).
          IF ESCALA-CAT EQUAL "C"
              MOVE "C" TO CAT-ESCALA (QTD-DISC)
          ELSE
              MOVE "N" TO CAT-ESCALA (QTD-DISC).

       CARGA-PREREQ.
          OPEN INPUT PREREQ.
          PERFORM LE-PREREQ.
          PERFORM GUARDA-PREREQ UNTIL FIM-PRE EQUAL "SIM".
          CLOSE PREREQ.

       LE-PREREQ.
          READ PREREQ AT END MOVE "SIM" TO FIM-PRE.

       GUARDA-PREREQ.
          IF QTD-PRE NOT LESS 300
              DISPLAY "TABELA DE PRE-REQUISITOS LOTADA (300)"
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-PRE
              MOVE DISCIPLINA-PRE TO PRE-DISCIPLINA (QTD-PRE)
              MOVE REQUISITO-PRE TO PRE-REQUISITO (QTD-PRE)
              MOVE SITUACAO-MIN-PRE TO PRE-SITUACAO (QTD-PRE).
          PERFORM LE-PREREQ.

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (I-INCLUIR A-ALTERAR E-EXCLUIR L-LISTAR "
              "P-PRE-REQUISITO R-RETIRAR V-VER F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "I"
              PERFORM INCLUI-DISCIPLINA
          IF OPCAO-MAN EQUAL "L"
              PERFORM LISTA-CATALOGO
          ELSE
          IF OPCAO-MAN EQUAL "P"
              PERFORM INCLUI-PREREQ
          ELSE
          IF OPCAO-MAN EQUAL "R"
              PERFORM RETIRA-PREREQ
          ELSE
          IF OPCAO-MAN EQUAL "V"
              PERFORM LISTA-PREREQ
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE I, A, E, L, P, R, V OU F.".

       PEDE-CODIGO.
          DISPLAY "CODIGO DA DISCIPLINA (5 POSICOES): ".
                  ADD 1 TO QTD-DISC
                  MOVE ENTRADA-COD TO CAT-DISCIPLINA (QTD-DISC)
                  MOVE QTD-DISC TO IX-ACHADO
                  MOVE ZEROES TO CAT-MENSAL (QTD-DISC)
                  MOVE ZEROES TO CAT-PRECO (QTD-DISC)
                  MOVE ZEROES TO CAT-TETO (QTD-DISC)
                  MOVE "N" TO CAT-ESCALA (QTD-DISC)
                  PERFORM PEDE-DADOS
                  ADD 1 TO QTD-ALTERACOES
                  DISPLAY "DISCIPLINA INCLUIDA.".
          IF ACHOU-DISC EQUAL "NAO"
              DISPLAY "DISCIPLINA NAO ENCONTRADA."
          ELSE
              PERFORM CHECA-PREREQ-DA-DISC
              IF TEM-REQUISITO EQUAL "SIM"
                  DISPLAY "DISCIPLINA NA TABELA DE PRE-REQUISITOS - "
                      "RETIRE ANTES (OPCAO R)."
              ELSE
              PERFORM REMOVE-DISCIPLINA
              ADD 1 TO QTD-ALTERACOES
              DISPLAY "DISCIPLINA EXCLUIDA.".
              DISPLAY "MENSALIDADE INVALIDA - MANTIDA A ANTERIOR."
          ELSE
              MOVE ENTRADA-MENS TO CAT-MENSAL (IX-ACHADO).
          DISPLAY "PRECO POR INSCRICAO (SEM VIRGULA, 2 CASAS): ".
          ACCEPT ENTRADA-PRECO.
          IF ENTRADA-PRECO NOT NUMERIC
              DISPLAY "PRECO INVALIDO - MANTIDO O ANTERIOR."
          ELSE
              MOVE ENTRADA-PRECO TO VALOR-CENTAVOS
              COMPUTE CAT-PRECO (IX-ACHADO) = VALOR-CENTAVOS / 100.
          DISPLAY "TETO MENSAL DO CURSO (SEM VIRGULA, 0 = SEM TETO): ".
          ACCEPT ENTRADA-TETO.
          IF ENTRADA-TETO NOT NUMERIC
              DISPLAY "TETO INVALIDO - MANTIDO O ANTERIOR."
          ELSE
              MOVE ENTRADA-TETO TO VALOR-CENTAVOS
              COMPUTE CAT-TETO (IX-ACHADO) = VALOR-CENTAVOS / 100.
          DISPLAY "ESCALA (N-NOTA  C-CONCEITO).......: ".
          ACCEPT ENTRADA-ESCALA.
          IF ENTRADA-ESCALA EQUAL "N" OR ENTRADA-ESCALA EQUAL "C"
              MOVE ENTRADA-ESCALA TO CAT-ESCALA (IX-ACHADO)
          ELSE
              DISPLAY "ESCALA INVALIDA - MANTIDA A ANTERIOR.".

       LISTA-CATALOGO.
          IF QTD-DISC EQUAL ZEROES
              "  PESOS " CAT-PESO1 (IX-CAT) "/" CAT-PESO2 (IX-CAT)
              "/" CAT-PESO3 (IX-CAT) "/" CAT-PESO4 (IX-CAT)
              "  MENSALIDADE " CAT-MENSAL (IX-CAT).
          DISPLAY "         PRECO POR INSCRICAO " CAT-PRECO (IX-CAT)
              "  TETO DO CURSO " CAT-TETO (IX-CAT)
              "  ESCALA " CAT-ESCALA (IX-CAT).

       CHECA-PREREQ-DA-DISC.
          MOVE "NAO" TO TEM-REQUISITO.
          IF QTD-PRE GREATER THAN ZEROES
              PERFORM TESTA-PREREQ-DA-DISC
                  VARYING IX-PRE FROM 1 BY 1
                  UNTIL IX-PRE GREATER THAN QTD-PRE
                     OR TEM-REQUISITO EQUAL "SIM".

       TESTA-PREREQ-DA-DISC.
          IF PRE-DISCIPLINA (IX-PRE) EQUAL ENTRADA-COD
             OR PRE-REQUISITO (IX-PRE) EQUAL ENTRADA-COD
              MOVE "SIM" TO TEM-REQUISITO.

      *----------------------------------------------------------------
      *    PRE-REQUISITOS
      *----------------------------------------------------------------
       PEDE-PREREQ.
          PERFORM PEDE-CODIGO.
          DISPLAY "DISCIPLINA EXIGIDA ANTES (5 POSICOES): ".
          ACCEPT ENTRADA-REQ.

       LOCALIZA-PREREQ.
          MOVE "NAO" TO ACHOU-PRE.
          MOVE ZEROES TO IX-PRE-ACHADO.
          IF QTD-PRE GREATER THAN ZEROES
              PERFORM TESTA-UM-PREREQ
                  VARYING IX-PRE FROM 1 BY 1
                  UNTIL IX-PRE GREATER THAN QTD-PRE
                     OR ACHOU-PRE EQUAL "SIM".

       TESTA-UM-PREREQ.
          IF PRE-DISCIPLINA (IX-PRE) EQUAL ENTRADA-COD
             AND PRE-REQUISITO (IX-PRE) EQUAL ENTRADA-REQ
              MOVE "SIM" TO ACHOU-PRE
              MOVE IX-PRE TO IX-PRE-ACHADO.

       INCLUI-PREREQ.
          PERFORM PEDE-PREREQ.
          PERFORM LOCALIZA-DISCIPLINA.
          IF ACHOU-DISC EQUAL "NAO"
              DISPLAY "DISCIPLINA NAO ENCONTRADA NO CATALOGO."
          ELSE
          IF ENTRADA-REQ EQUAL ENTRADA-COD
              DISPLAY "A DISCIPLINA NAO PODE EXIGIR ELA MESMA."
          ELSE
              PERFORM CONFERE-REQUISITO.

       CONFERE-REQUISITO.
          MOVE ENTRADA-COD TO GUARDA-COD.
          MOVE ENTRADA-REQ TO ENTRADA-COD.
          PERFORM LOCALIZA-DISCIPLINA.
          MOVE GUARDA-COD TO ENTRADA-COD.
          PERFORM LOCALIZA-PREREQ.
          IF ACHOU-DISC EQUAL "NAO"
              DISPLAY "DISCIPLINA EXIGIDA NAO ESTA NO CATALOGO."
          ELSE
          IF ACHOU-PRE EQUAL "SIM"
              DISPLAY "PRE-REQUISITO JA CADASTRADO."
          ELSE
          IF QTD-PRE NOT LESS 300
              DISPLAY "TABELA DE PRE-REQUISITOS LOTADA."
          ELSE
              PERFORM GRAVA-NOVO-PREREQ.

       GRAVA-NOVO-PREREQ.
          DISPLAY "SITUACAO MINIMA (APR-APROVADO  EXA-EXAME "
              "FINAL; BRANCO = APR): ".
          ACCEPT ENTRADA-SIT.
          IF ENTRADA-SIT EQUAL SPACES
              MOVE "APR" TO ENTRADA-SIT.
          IF ENTRADA-SIT NOT EQUAL "APR"
             AND ENTRADA-SIT NOT EQUAL "EXA"
              DISPLAY "SITUACAO INVALIDA - USE APR OU EXA."
          ELSE
              ADD 1 TO QTD-PRE
              MOVE ENTRADA-COD TO PRE-DISCIPLINA (QTD-PRE)
              MOVE ENTRADA-REQ TO PRE-REQUISITO (QTD-PRE)
              MOVE ENTRADA-SIT TO PRE-SITUACAO (QTD-PRE)
              ADD 1 TO QTD-ALTERACOES
              DISPLAY "PRE-REQUISITO INCLUIDO.".

       RETIRA-PREREQ.
          PERFORM PEDE-PREREQ.
          PERFORM LOCALIZA-PREREQ.
          IF ACHOU-PRE EQUAL "NAO"
              DISPLAY "PRE-REQUISITO NAO ENCONTRADO."
          ELSE
              PERFORM DESLOCA-PREREQ
                  VARYING IX-PRE FROM IX-PRE-ACHADO BY 1
                  UNTIL IX-PRE NOT LESS QTD-PRE
              SUBTRACT 1 FROM QTD-PRE
              ADD 1 TO QTD-ALTERACOES
              DISPLAY "PRE-REQUISITO RETIRADO.".

       DESLOCA-PREREQ.
          MOVE PRE-OCORRENCIA (IX-PRE + 1) TO PRE-OCORRENCIA (IX-PRE).

       LISTA-PREREQ.
          IF QTD-PRE EQUAL ZEROES
              DISPLAY "NENHUM PRE-REQUISITO CADASTRADO."
          ELSE
              PERFORM LISTA-UM-PREREQ
                  VARYING IX-PRE FROM 1 BY 1
                  UNTIL IX-PRE GREATER THAN QTD-PRE.

       LISTA-UM-PREREQ.
          DISPLAY "  " PRE-DISCIPLINA (IX-PRE) "  EXIGE "
              PRE-REQUISITO (IX-PRE) "  SITUACAO MINIMA "
              PRE-SITUACAO (IX-PRE).

       REGRAVA-ARQUIVO.
          OPEN OUTPUT CADDISC.
                  VARYING IX-CAT FROM 1 BY 1
                  UNTIL IX-CAT GREATER THAN QTD-DISC.
          CLOSE CADDISC.
          OPEN OUTPUT PREREQ.
          IF QTD-PRE GREATER THAN ZEROES
              PERFORM GRAVA-UM-PREREQ
                  VARYING IX-PRE FROM 1 BY 1
                  UNTIL IX-PRE GREATER THAN QTD-PRE.
          CLOSE PREREQ.
          DISPLAY "CATALOGO DE DISCIPLINAS REGRAVADO ("
              QTD-ALTERACOES " MOVIMENTOS).".

          MOVE CAT-PESO3 (IX-CAT) TO PESO3-CAT.
          MOVE CAT-PESO4 (IX-CAT) TO PESO4-CAT.
          MOVE CAT-MENSAL (IX-CAT) TO MENSAL-CAT.
          MOVE CAT-PRECO (IX-CAT) TO PRECO-CAT.
          MOVE CAT-TETO (IX-CAT) TO TETO-CAT.
          MOVE CAT-ESCALA (IX-CAT) TO ESCALA-CAT.
          WRITE REG-DIS-CAT.

       GRAVA-UM-PREREQ.
          MOVE PRE-DISCIPLINA (IX-PRE) TO DISCIPLINA-PRE.
          MOVE PRE-REQUISITO (IX-PRE) TO REQUISITO-PRE.
          MOVE PRE-SITUACAO (IX-PRE) TO SITUACAO-MIN-PRE.
          WRITE REG-PRE.
