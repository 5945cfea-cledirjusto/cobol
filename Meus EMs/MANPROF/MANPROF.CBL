      *DOIS ARQUIVOS. A IMPORTACAO DE NOTAS (IMPNOTA) SO ACEITA
      *LINHA DE PROFESSOR ATRIBUIDO A TURMA/DISCIPLINA DO ALUNO, E
      *OS RELATORIOS BUSCAM AQUI O NOME DO RESPONSAVEL.
      *OPCAO P LIGA O PROFESSOR A MATRICULA DA FOLHA (CADENT DO
      *EX06) E AO NIVEL DE HORA-AULA; OPCAO N MANTEM A TABELA DE
      *VALOR DA HORA-AULA POR NIVEL (PARMHAUL.DAT - NIVEL, VALOR),
      *REGRAVADA NO F JUNTO COM OS OUTROS DOIS. O PAGPROF USA OS
      *DOIS PARA GERAR O EVENTO DE HORA-AULA NO ARQMOV DA FOLHA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ATRPROF ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMHAUL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          01 REG-PROF.
          02 CODIGO-PROF               PIC 9(04).
          02 NOME-PROF                 PIC X(30).
          02 MATFOL-PROF               PIC 9(05).
          02 NIVEL-PROF                PIC 9(01).

       FD  ATRPROF
          LABEL RECORD ARE STANDARD
          02 DISCIPLINA-ATR            PIC X(05).
          02 CODIGO-PROF-ATR           PIC 9(04).

       FD  PARMHAUL
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMHAUL.DAT".
          01 REG-HAU.
          02 NIVEL-HAU                 PIC 9(01).
          02 VALOR-HAU                 PIC 9(03)V9(02).

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  OPCAO-MAN          PIC X(01) VALUE SPACES.
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-ATR            PIC X(03) VALUE "NAO".
       77  FIM-HAU            PIC X(03) VALUE "NAO".
       77  IX-NIV             PIC 9(01) VALUE ZEROES.
       77  QTD-PROFS          PIC 9(03) VALUE ZEROES.
       77  QTD-ATRIB          PIC 9(03) VALUE ZEROES.
       77  IX-PRO             PIC 9(03) VALUE ZEROES.
       77  ENTRADA-COD        PIC X(04) VALUE SPACES.
       77  ENTRADA-TURMA      PIC X(03) VALUE SPACES.
       77  ENTRADA-DISC       PIC X(05) VALUE SPACES.
       77  ENTRADA-MATFOL     PIC X(05) VALUE SPACES.
       77  ENTRADA-NIVEL      PIC X(01) VALUE SPACES.
       77  ENTRADA-VALOR      PIC X(05) VALUE SPACES.
       77  VALOR-CENTAVOS     PIC 9(05) VALUE ZEROES.
       77  QTD-ALTERACOES     PIC 9(03) VALUE ZEROES.

       01 TAB-PROFS.
          02 PRO-OCORRENCIA OCCURS 100 TIMES.
             03 PRO-CODIGO             PIC 9(04).
             03 PRO-NOME               PIC X(30).
             03 PRO-MATFOL             PIC 9(05).
             03 PRO-NIVEL              PIC 9(01).

       01 TAB-ATRIB.
          02 ATR-OCORRENCIA OCCURS 300 TIMES.
             03 ATR-DISCIPLINA         PIC X(05).
             03 ATR-CODIGO             PIC 9(04).

       01 TAB-NIVEIS.
          02 NIV-VALOR PIC 9(03)V9(02) OCCURS 9 TIMES.

       PROCEDURE DIVISION.

       PGM-MANPROF.
              STOP RUN.
          PERFORM CARGA-PROFESSORES.
          PERFORM CARGA-ATRIBUICOES.
          PERFORM CARGA-NIVEIS.
          DISPLAY "MANUTENCAO DE PROFESSORES - CADPROF / ATRPROF".
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          PERFORM REGRAVA-ARQUIVOS.
          ELSE
              ADD 1 TO QTD-PROFS
              MOVE CODIGO-PROF TO PRO-CODIGO (QTD-PROFS)
              MOVE NOME-PROF TO PRO-NOME (QTD-PROFS)
              PERFORM GUARDA-VINCULO-FOLHA.
          PERFORM LE-PROFESSOR.

      *----------------------------------------------------------------
      *    REGISTRO ANTIGO (SO CODIGO E NOME) CHEGA SEM MATRICULA DA
      *    FOLHA E SEM NIVEL: FICAM ZERADOS ATE A OPCAO P.
      *----------------------------------------------------------------
       GUARDA-VINCULO-FOLHA.
          MOVE ZEROES TO PRO-MATFOL (QTD-PROFS).
          MOVE ZEROES TO PRO-NIVEL (QTD-PROFS).
          IF MATFOL-PROF NUMERIC
              MOVE MATFOL-PROF TO PRO-MATFOL (QTD-PROFS).
          IF NIVEL-PROF NUMERIC
              MOVE NIVEL-PROF TO PRO-NIVEL (QTD-PROFS).

       CARGA-ATRIBUICOES.
          OPEN INPUT ATRPROF.
          PERFORM LE-ATRIBUICAO.
          PERFORM GUARDA-ATRIBUICAO UNTIL FIM-ATR EQUAL "SIM".
          CLOSE ATRPROF.

      *----------------------------------------------------------------
      *    TABELA DE VALOR DA HORA-AULA: UMA LINHA POR NIVEL (1 A 9).
      *    NIVEL SEM LINHA FICA COM VALOR ZERO E O PAGPROF APONTA O
      *    PROFESSOR COMO PENDENTE EM VEZ DE PAGAR ZERO.
      *----------------------------------------------------------------
       CARGA-NIVEIS.
          MOVE ZEROES TO TAB-NIVEIS.
          OPEN INPUT PARMHAUL.
          PERFORM LE-NIVEL.
          PERFORM GUARDA-NIVEL UNTIL FIM-HAU EQUAL "SIM".
          CLOSE PARMHAUL.

       LE-NIVEL.
          READ PARMHAUL AT END MOVE "SIM" TO FIM-HAU.

       GUARDA-NIVEL.
          IF NIVEL-HAU NUMERIC AND NIVEL-HAU GREATER THAN ZEROES
             AND VALOR-HAU NUMERIC
              MOVE VALOR-HAU TO NIV-VALOR (NIVEL-HAU).
          PERFORM LE-NIVEL.

       LE-ATRIBUICAO.
          READ ATRPROF AT END MOVE "SIM" TO FIM-ATR.

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (I-INCLUIR A-ALTERAR E-EXCLUIR L-LISTAR "
              "T-ATRIBUIR R-RETIRAR V-VER P-FOLHA N-NIVEIS F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "I"
              PERFORM INCLUI-PROFESSOR
          IF OPCAO-MAN EQUAL "V"
              PERFORM LISTA-ATRIBUICOES
          ELSE
          IF OPCAO-MAN EQUAL "P"
              PERFORM VINCULA-FOLHA
          ELSE
          IF OPCAO-MAN EQUAL "N"
              PERFORM ALTERA-NIVEL
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE I, A, E, L, T, R, V, P, "
                  "N OU F.".

       PEDE-CODIGO.
          DISPLAY "CODIGO DO PROFESSOR (4 DIGITOS): ".
              ELSE
                  ADD 1 TO QTD-PROFS
                  MOVE ENTRADA-COD TO PRO-CODIGO (QTD-PROFS)
                  MOVE ZEROES TO PRO-MATFOL (QTD-PROFS)
                  MOVE ZEROES TO PRO-NIVEL (QTD-PROFS)
                  DISPLAY "NOME DO PROFESSOR: "
                  ACCEPT PRO-NOME (QTD-PROFS)
                  ADD 1 TO QTD-ALTERACOES
                  UNTIL IX-PRO GREATER THAN QTD-PROFS.

       LISTA-UM-PROFESSOR.
          DISPLAY "  " PRO-CODIGO (IX-PRO) "  " PRO-NOME (IX-PRO)
              "  FOLHA " PRO-MATFOL (IX-PRO)
              "  NIVEL " PRO-NIVEL (IX-PRO).

      *----------------------------------------------------------------
      *    LIGA O PROFESSOR A MATRICULA DO CADENT DA FOLHA E AO NIVEL
      *    DA HORA-AULA. MATRICULA ZERO DESFAZ A LIGACAO (PROFESSOR
      *    QUE NAO RECEBE PELA FOLHA).
      *----------------------------------------------------------------
       VINCULA-FOLHA.
          PERFORM PEDE-CODIGO.
          PERFORM LOCALIZA-PROFESSOR.
          IF ACHOU-PROF EQUAL "NAO"
              DISPLAY "PROFESSOR NAO ENCONTRADO."
          ELSE
              DISPLAY "MATRICULA NA FOLHA (5 DIGITOS, 00000 DESFAZ): "
              ACCEPT ENTRADA-MATFOL
              DISPLAY "NIVEL DA HORA-AULA (1 A 9)...: "
              ACCEPT ENTRADA-NIVEL
              IF ENTRADA-MATFOL NOT NUMERIC
                  DISPLAY "MATRICULA INVALIDA."
              ELSE
              IF ENTRADA-NIVEL NOT NUMERIC OR ENTRADA-NIVEL EQUAL "0"
                  DISPLAY "NIVEL INVALIDO."
              ELSE
                  MOVE ENTRADA-MATFOL TO PRO-MATFOL (IX-ACHADO)
                  MOVE ENTRADA-NIVEL TO PRO-NIVEL (IX-ACHADO)
                  ADD 1 TO QTD-ALTERACOES
                  DISPLAY "VINCULO COM A FOLHA GRAVADO.".

       ALTERA-NIVEL.
          PERFORM LISTA-UM-NIVEL
              VARYING IX-NIV FROM 1 BY 1
              UNTIL IX-NIV EQUAL 9.
          MOVE 9 TO IX-NIV.
          PERFORM LISTA-UM-NIVEL.
          DISPLAY "NIVEL A ALTERAR (1 A 9)......: ".
          ACCEPT ENTRADA-NIVEL.
          IF ENTRADA-NIVEL NOT NUMERIC OR ENTRADA-NIVEL EQUAL "0"
              DISPLAY "NIVEL INVALIDO."
          ELSE
              MOVE ENTRADA-NIVEL TO IX-NIV
              DISPLAY "VALOR DA HORA-AULA (5 DIGITOS, SEM VIRGULA): "
              ACCEPT ENTRADA-VALOR
              IF ENTRADA-VALOR NOT NUMERIC
                  DISPLAY "VALOR INVALIDO - NIVEL NAO ALTERADO."
              ELSE
                  MOVE ENTRADA-VALOR TO VALOR-CENTAVOS
                  COMPUTE NIV-VALOR (IX-NIV) = VALOR-CENTAVOS / 100
                  ADD 1 TO QTD-ALTERACOES
                  DISPLAY "VALOR DO NIVEL GRAVADO.".

       LISTA-UM-NIVEL.
          DISPLAY "  NIVEL " IX-NIV "  VALOR " NIV-VALOR (IX-NIV).

       ATRIBUI-TURMA.
          PERFORM PEDE-CODIGO.
                  VARYING IX-ATR FROM 1 BY 1
                  UNTIL IX-ATR GREATER THAN QTD-ATRIB.
          CLOSE ATRPROF.
          OPEN OUTPUT PARMHAUL.
          PERFORM GRAVA-UM-NIVEL
              VARYING IX-NIV FROM 1 BY 1
              UNTIL IX-NIV EQUAL 9.
          MOVE 9 TO IX-NIV.
          PERFORM GRAVA-UM-NIVEL.
          CLOSE PARMHAUL.
          DISPLAY "CADPROF, ATRPROF E PARMHAUL REGRAVADOS ("
              QTD-ALTERACOES
              " MOVIMENTOS).".

       GRAVA-UM-PROFESSOR.
          MOVE PRO-CODIGO (IX-PRO) TO CODIGO-PROF.
          MOVE PRO-NOME (IX-PRO) TO NOME-PROF.
          MOVE PRO-MATFOL (IX-PRO) TO MATFOL-PROF.
          MOVE PRO-NIVEL (IX-PRO) TO NIVEL-PROF.
          WRITE REG-PROF.

       GRAVA-UMA-ATRIBUICAO.
          MOVE ATR-DISCIPLINA (IX-ATR) TO DISCIPLINA-ATR.
          MOVE ATR-CODIGO (IX-ATR) TO CODIGO-PROF-ATR.
          WRITE REG-ATR.

       GRAVA-UM-NIVEL.
          IF NIV-VALOR (IX-NIV) GREATER THAN ZEROES
              MOVE IX-NIV TO NIVEL-HAU
              MOVE NIV-VALOR (IX-NIV) TO VALOR-HAU
              WRITE REG-HAU.
