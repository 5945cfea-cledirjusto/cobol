       IDENTIFICATION DIVISION.
          PROGRAM-ID.      MANHOR.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. MANUTENCAO DA GRADE HORARIA (ARQHOR.DAT - TURMA,
      *DISCIPLINA, DIA DA SEMANA, INICIO, FIM, SALA) E DO CADASTRO DE
      *SALAS (CADSALA.DAT - SALA, DESCRICAO, CAPACIDADE), NO ESTILO
      *DA MANUTENCAO DE PROFESSORES. OPCOES: I INCLUI UMA AULA NA
      *GRADE, E EXCLUI, H LISTA A GRADE (DE UMA TURMA OU TODA);
      *S INCLUI OU ALTERA UMA SALA, X EXCLUI (SO SEM AULA NA GRADE),
      *V LISTA AS SALAS; F ENCERRA E REGRAVA OS DOIS ARQUIVOS. A
      *GRADE E MANTIDA EM ORDEM DE DIA E HORARIO DE INICIO. NA
      *INCLUSAO A SALA PRECISA EXISTIR E O CHOQUE DE SALA OU DE
      *PROFESSOR (ATRPROF) E AVISADO; A CONFERENCIA COMPLETA DOS
      *CHOQUES E FEITA PELO CONFHOR. OS DOIS ARQUIVOS SAO REGRAVADOS
      *A PARTIR DAS TABELAS; SE CADSALA, ARQHOR OU ATRPROF NAO COUBER
      *NA SUA TABELA A MANUTENCAO E RECUSADA COM RETURN-CODE 8, ANTES
      *DE QUALQUER ALTERACAO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADSALA ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQHOR ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ATRPROF ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADSALA
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADSALA.DAT".
          COPY REGSALA.

       FD  ARQHOR
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQHOR.DAT".
          COPY REGHOR.

       FD  ATRPROF
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ATRPROF.DAT".
          01 REG-ATR.
          02 TURMA-ATR                 PIC X(03).
          02 DISCIPLINA-ATR            PIC X(05).
          02 CODIGO-PROF-ATR           PIC 9(04).

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  OPCAO-MAN          PIC X(01) VALUE SPACES.
       77  FIM-SAL            PIC X(03) VALUE "NAO".
       77  FIM-GRADE          PIC X(03) VALUE "NAO".
       77  FIM-ATR            PIC X(03) VALUE "NAO".
       77  QTD-SALAS          PIC 9(03) VALUE ZEROES.
       77  QTD-HORARIOS       PIC 9(03) VALUE ZEROES.
       77  QTD-ATRIB          PIC 9(03) VALUE ZEROES.
       77  IX-SAL             PIC 9(03) VALUE ZEROES.
       77  IX-HOR             PIC 9(03) VALUE ZEROES.
       77  IX-ATR             PIC 9(03) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(03) VALUE ZEROES.
       77  IX-POSICAO         PIC 9(03) VALUE ZEROES.
       77  ACHOU-SALA         PIC X(03) VALUE "NAO".
       77  ACHOU-HORARIO      PIC X(03) VALUE "NAO".
       77  ACHOU-PROF         PIC X(03) VALUE "NAO".
       77  TEM-AULA           PIC X(03) VALUE "NAO".
       77  HORA-VALIDA        PIC X(03) VALUE "NAO".
       77  ENTRADA-SALA       PIC X(04) VALUE SPACES.
       77  ENTRADA-TURMA      PIC X(03) VALUE SPACES.
       77  ENTRADA-DISC       PIC X(05) VALUE SPACES.
       77  ENTRADA-DIA        PIC X(01) VALUE SPACES.
       77  ENTRADA-INI        PIC X(04) VALUE SPACES.
       77  ENTRADA-FIM        PIC X(04) VALUE SPACES.
       77  ENTRADA-CAP        PIC X(03) VALUE SPACES.
       77  ENTRADA-HORA       PIC X(04) VALUE SPACES.
       77  ENTRADA-DESCR      PIC X(20) VALUE SPACES.
       77  BUSCA-TURMA        PIC X(03) VALUE SPACES.
       77  BUSCA-DISC         PIC X(05) VALUE SPACES.
       77  PROF-NOVA-AULA     PIC 9(04) VALUE ZEROES.
       77  PROF-OUTRA-AULA    PIC 9(04) VALUE ZEROES.
       77  QTD-ALTERACOES     PIC 9(03) VALUE ZEROES.
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".

       01 HORA-TESTE.
          02 HH-TESTE                  PIC 9(02).
          02 MM-TESTE                  PIC 9(02).

       01 ORDEM-NOVA.
          02 DIA-NOVO                  PIC 9(01).
          02 INICIO-NOVO               PIC 9(04).
       77  FIM-NOVO           PIC 9(04) VALUE ZEROES.

       01 TAB-SALAS.
          02 SAL-OCORRENCIA OCCURS 100 TIMES.
             03 SAL-SALA               PIC X(04).
             03 SAL-DESCRICAO          PIC X(20).
             03 SAL-CAPACIDADE         PIC 9(03).

       01 TAB-HORARIOS.
          02 HOR-OCORRENCIA OCCURS 500 TIMES.
             03 HOR-TURMA              PIC X(03).
             03 HOR-DISCIPLINA         PIC X(05).
             03 HOR-ORDEM.
                04 HOR-DIA             PIC 9(01).
                04 HOR-INICIO          PIC 9(04).
             03 HOR-FIM                PIC 9(04).
             03 HOR-SALA               PIC X(04).

       01 TAB-ATRIB.
          02 ATR-OCORRENCIA OCCURS 300 TIMES.
             03 ATR-TURMA              PIC X(03).
             03 ATR-DISCIPLINA         PIC X(05).
             03 ATR-CODIGO             PIC 9(04).

          COPY DIASEM.

       PROCEDURE DIVISION.

       PGM-MANHOR.
          CALL "SIGNON" USING OPERADOR-ID NIVEL-OPERADOR
              RESULTADO-SIGNON.
          IF RESULTADO-SIGNON NOT EQUAL "SIM"
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM CARGA-SALAS.
          PERFORM CARGA-HORARIOS.
          PERFORM CARGA-ATRIBUICOES.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "CADSALA, ARQHOR OU ATRPROF MAIOR QUE A TABELA - "
                  "MANUTENCAO NAO PERMITIDA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          DISPLAY "MANUTENCAO DA GRADE HORARIA - ARQHOR / CADSALA".
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          PERFORM REGRAVA-ARQUIVOS.
          STOP RUN.

      *----------------------------------------------------------------
      *    CARGA DAS TABELAS. A GRADE E GRAVADA EM ORDEM PELO PROPRIO
      *    MANHOR, ENTAO A CARGA SO ACRESCENTA NO FIM DA TABELA.
      *----------------------------------------------------------------
       CARGA-SALAS.
          OPEN INPUT CADSALA.
          PERFORM LE-SALA.
          PERFORM GUARDA-SALA UNTIL FIM-SAL EQUAL "SIM".
          CLOSE CADSALA.

       LE-SALA.
          READ CADSALA AT END MOVE "SIM" TO FIM-SAL.

       GUARDA-SALA.
          IF QTD-SALAS NOT LESS 100
              DISPLAY "TABELA DE SALAS LOTADA (100)"
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-SALAS
              MOVE SALA-SAL TO SAL-SALA (QTD-SALAS)
              MOVE DESCRICAO-SAL TO SAL-DESCRICAO (QTD-SALAS)
              MOVE CAPACIDADE-SAL TO SAL-CAPACIDADE (QTD-SALAS).
          PERFORM LE-SALA.

       CARGA-HORARIOS.
          OPEN INPUT ARQHOR.
          PERFORM LE-HORARIO.
          PERFORM GUARDA-HORARIO UNTIL FIM-GRADE EQUAL "SIM".
          CLOSE ARQHOR.

       LE-HORARIO.
          READ ARQHOR AT END MOVE "SIM" TO FIM-GRADE.

       GUARDA-HORARIO.
          IF QTD-HORARIOS NOT LESS 500
              DISPLAY "TABELA DE HORARIOS LOTADA (500)"
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-HORARIOS
              MOVE TURMA-HOR TO HOR-TURMA (QTD-HORARIOS)
              MOVE DISCIPLINA-HOR TO HOR-DISCIPLINA (QTD-HORARIOS)
              MOVE DIA-HOR TO HOR-DIA (QTD-HORARIOS)
              MOVE INICIO-HOR TO HOR-INICIO (QTD-HORARIOS)
              MOVE FIM-HOR TO HOR-FIM (QTD-HORARIOS)
              MOVE SALA-HOR TO HOR-SALA (QTD-HORARIOS).
          PERFORM LE-HORARIO.

       CARGA-ATRIBUICOES.
          OPEN INPUT ATRPROF.
          PERFORM LE-ATRIBUICAO.
          PERFORM GUARDA-ATRIBUICAO UNTIL FIM-ATR EQUAL "SIM".
          CLOSE ATRPROF.

       LE-ATRIBUICAO.
          READ ATRPROF AT END MOVE "SIM" TO FIM-ATR.

       GUARDA-ATRIBUICAO.
          IF QTD-ATRIB NOT LESS 300
              DISPLAY "TABELA DE ATRIBUICOES LOTADA (300)"
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-ATRIB
              MOVE TURMA-ATR TO ATR-TURMA (QTD-ATRIB)
              MOVE DISCIPLINA-ATR TO ATR-DISCIPLINA (QTD-ATRIB)
              MOVE CODIGO-PROF-ATR TO ATR-CODIGO (QTD-ATRIB).
          PERFORM LE-ATRIBUICAO.

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (I-INCLUIR AULA E-EXCLUIR H-GRADE S-SALA "
              "X-EXCLUIR SALA V-SALAS F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "I"
              PERFORM INCLUI-HORARIO
          ELSE
          IF OPCAO-MAN EQUAL "E"
              PERFORM EXCLUI-HORARIO
          ELSE
          IF OPCAO-MAN EQUAL "H"
              PERFORM LISTA-HORARIOS
          ELSE
          IF OPCAO-MAN EQUAL "S"
              PERFORM ATUALIZA-SALA
          ELSE
          IF OPCAO-MAN EQUAL "X"
              PERFORM EXCLUI-SALA
          ELSE
          IF OPCAO-MAN EQUAL "V"
              PERFORM LISTA-SALAS
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE I, E, H, S, X, V OU F.".

      *----------------------------------------------------------------
      *    SALAS
      *----------------------------------------------------------------
       PEDE-SALA.
          DISPLAY "SALA (4 POSICOES)........: ".
          ACCEPT ENTRADA-SALA.

       LOCALIZA-SALA.
          MOVE "NAO" TO ACHOU-SALA.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-SALAS GREATER THAN ZEROES
              PERFORM TESTA-UMA-SALA
                  VARYING IX-SAL FROM 1 BY 1
                  UNTIL IX-SAL GREATER THAN QTD-SALAS
                     OR ACHOU-SALA EQUAL "SIM".

       TESTA-UMA-SALA.
          IF SAL-SALA (IX-SAL) EQUAL ENTRADA-SALA
              MOVE "SIM" TO ACHOU-SALA
              MOVE IX-SAL TO IX-ACHADO.

       ATUALIZA-SALA.
          PERFORM PEDE-SALA.
          IF ENTRADA-SALA EQUAL SPACES
              DISPLAY "SALA NAO INFORMADA."
          ELSE
              PERFORM LOCALIZA-SALA
              IF ACHOU-SALA EQUAL "NAO"
                 AND QTD-SALAS NOT LESS 100
                  DISPLAY "TABELA DE SALAS LOTADA."
              ELSE
                  PERFORM PEDE-DADOS-SALA.

       PEDE-DADOS-SALA.
          DISPLAY "DESCRICAO DA SALA........: ".
          ACCEPT ENTRADA-DESCR.
          DISPLAY "CAPACIDADE (LUGARES).....: ".
          ACCEPT ENTRADA-CAP.
          IF ENTRADA-CAP NOT NUMERIC OR ENTRADA-CAP EQUAL "000"
              DISPLAY "CAPACIDADE INVALIDA - SALA NAO GRAVADA."
          ELSE
          IF ACHOU-SALA EQUAL "SIM"
              MOVE ENTRADA-DESCR TO SAL-DESCRICAO (IX-ACHADO)
              MOVE ENTRADA-CAP TO SAL-CAPACIDADE (IX-ACHADO)
              ADD 1 TO QTD-ALTERACOES
              DISPLAY "SALA ALTERADA."
          ELSE
              ADD 1 TO QTD-SALAS
              MOVE ENTRADA-DESCR TO SAL-DESCRICAO (QTD-SALAS)
              MOVE ENTRADA-SALA TO SAL-SALA (QTD-SALAS)
              MOVE ENTRADA-CAP TO SAL-CAPACIDADE (QTD-SALAS)
              ADD 1 TO QTD-ALTERACOES
              DISPLAY "SALA INCLUIDA.".

       EXCLUI-SALA.
          PERFORM PEDE-SALA.
          PERFORM LOCALIZA-SALA.
          IF ACHOU-SALA EQUAL "NAO"
              DISPLAY "SALA NAO ENCONTRADA."
          ELSE
              PERFORM CHECA-AULAS-DA-SALA
              IF TEM-AULA EQUAL "SIM"
                  DISPLAY "SALA COM AULA NA GRADE - EXCLUA AS AULAS "
                      "ANTES (OPCAO E)."
              ELSE
                  PERFORM REMOVE-SALA
                  ADD 1 TO QTD-ALTERACOES
                  DISPLAY "SALA EXCLUIDA.".

       CHECA-AULAS-DA-SALA.
          MOVE "NAO" TO TEM-AULA.
          IF QTD-HORARIOS GREATER THAN ZEROES
              PERFORM TESTA-AULA-DA-SALA
                  VARYING IX-HOR FROM 1 BY 1
                  UNTIL IX-HOR GREATER THAN QTD-HORARIOS
                     OR TEM-AULA EQUAL "SIM".

       TESTA-AULA-DA-SALA.
          IF HOR-SALA (IX-HOR) EQUAL ENTRADA-SALA
              MOVE "SIM" TO TEM-AULA.

       REMOVE-SALA.
          PERFORM DESLOCA-SALA
              VARYING IX-SAL FROM IX-ACHADO BY 1
              UNTIL IX-SAL NOT LESS QTD-SALAS.
          SUBTRACT 1 FROM QTD-SALAS.

       DESLOCA-SALA.
          MOVE SAL-OCORRENCIA (IX-SAL + 1) TO SAL-OCORRENCIA (IX-SAL).

       LISTA-SALAS.
          IF QTD-SALAS EQUAL ZEROES
              DISPLAY "NENHUMA SALA CADASTRADA."
          ELSE
              PERFORM LISTA-UMA-SALA
                  VARYING IX-SAL FROM 1 BY 1
                  UNTIL IX-SAL GREATER THAN QTD-SALAS.

       LISTA-UMA-SALA.
          DISPLAY "  " SAL-SALA (IX-SAL) "  " SAL-DESCRICAO (IX-SAL)
              "  LUGARES " SAL-CAPACIDADE (IX-SAL).

      *----------------------------------------------------------------
      *    GRADE HORARIA
      *----------------------------------------------------------------
       PEDE-CHAVE-AULA.
          DISPLAY "TURMA (3 POSICOES).......: ".
          ACCEPT ENTRADA-TURMA.
          DISPLAY "DISCIPLINA (5 POSICOES)..: ".
          ACCEPT ENTRADA-DISC.
          DISPLAY "DIA (2-SEG 3-TER 4-QUA 5-QUI 6-SEX 7-SAB): ".
          ACCEPT ENTRADA-DIA.
          DISPLAY "INICIO (HHMM)............: ".
          ACCEPT ENTRADA-INI.

       INCLUI-HORARIO.
          PERFORM PEDE-CHAVE-AULA.
          MOVE ENTRADA-INI TO ENTRADA-HORA.
          PERFORM VALIDA-HORA.
          IF ENTRADA-TURMA EQUAL SPACES OR ENTRADA-DISC EQUAL SPACES
              DISPLAY "TURMA E DISCIPLINA SAO OBRIGATORIAS."
          ELSE
          IF ENTRADA-DIA LESS "2" OR ENTRADA-DIA GREATER "7"
              DISPLAY "DIA DA SEMANA INVALIDO."
          ELSE
          IF HORA-VALIDA EQUAL "NAO"
              DISPLAY "HORARIO DE INICIO INVALIDO."
          ELSE
          IF QTD-HORARIOS NOT LESS 500
              DISPLAY "TABELA DE HORARIOS LOTADA."
          ELSE
              PERFORM LOCALIZA-HORARIO
              IF ACHOU-HORARIO EQUAL "SIM"
                  DISPLAY "AULA JA CADASTRADA NA GRADE."
              ELSE
                  PERFORM PEDE-FIM-E-SALA.

       PEDE-FIM-E-SALA.
          DISPLAY "FIM (HHMM)...............: ".
          ACCEPT ENTRADA-FIM.
          MOVE ENTRADA-FIM TO ENTRADA-HORA.
          PERFORM VALIDA-HORA.
          PERFORM PEDE-SALA.
          PERFORM LOCALIZA-SALA.
          IF HORA-VALIDA EQUAL "NAO"
              DISPLAY "HORARIO DE FIM INVALIDO."
          ELSE
          IF ENTRADA-FIM NOT GREATER ENTRADA-INI
              DISPLAY "O FIM DEVE SER DEPOIS DO INICIO."
          ELSE
          IF ACHOU-SALA EQUAL "NAO"
              DISPLAY "SALA NAO CADASTRADA - INCLUA ANTES (OPCAO S)."
          ELSE
              MOVE ENTRADA-DIA TO DIA-NOVO
              MOVE ENTRADA-INI TO INICIO-NOVO
              MOVE ENTRADA-FIM TO FIM-NOVO
              PERFORM AVISA-CHOQUES
              PERFORM INSERE-HORARIO
              ADD 1 TO QTD-ALTERACOES
              DISPLAY "AULA INCLUIDA NA GRADE.".

       VALIDA-HORA.
          MOVE "NAO" TO HORA-VALIDA.
          IF ENTRADA-HORA NUMERIC
              MOVE ENTRADA-HORA TO HORA-TESTE
              IF HH-TESTE LESS 24 AND MM-TESTE LESS 60
                  MOVE "SIM" TO HORA-VALIDA.

       LOCALIZA-HORARIO.
          MOVE "NAO" TO ACHOU-HORARIO.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-HORARIOS GREATER THAN ZEROES
              PERFORM TESTA-UM-HORARIO
                  VARYING IX-HOR FROM 1 BY 1
                  UNTIL IX-HOR GREATER THAN QTD-HORARIOS
                     OR ACHOU-HORARIO EQUAL "SIM".

       TESTA-UM-HORARIO.
          IF HOR-TURMA (IX-HOR) EQUAL ENTRADA-TURMA
             AND HOR-DISCIPLINA (IX-HOR) EQUAL ENTRADA-DISC
             AND HOR-DIA (IX-HOR) EQUAL ENTRADA-DIA
             AND HOR-INICIO (IX-HOR) EQUAL ENTRADA-INI
              MOVE "SIM" TO ACHOU-HORARIO
              MOVE IX-HOR TO IX-ACHADO.

      *----------------------------------------------------------------
      *    AVISO DE CHOQUE NA INCLUSAO: A MESMA SALA OU O MESMO
      *    PROFESSOR EM OUTRA AULA DO MESMO DIA COM HORARIO SOBREPOSTO.
      *    A AULA E INCLUIDA ASSIM MESMO - O CONFHOR LISTA O CHOQUE
      *    ATE QUE A GRADE SEJA ACERTADA.
      *----------------------------------------------------------------
       AVISA-CHOQUES.
          MOVE ENTRADA-TURMA TO BUSCA-TURMA.
          MOVE ENTRADA-DISC TO BUSCA-DISC.
          PERFORM BUSCA-PROFESSOR.
          MOVE PROF-OUTRA-AULA TO PROF-NOVA-AULA.
          IF QTD-HORARIOS GREATER THAN ZEROES
              PERFORM TESTA-CHOQUE
                  VARYING IX-HOR FROM 1 BY 1
                  UNTIL IX-HOR GREATER THAN QTD-HORARIOS.

       TESTA-CHOQUE.
          IF HOR-DIA (IX-HOR) EQUAL DIA-NOVO
             AND HOR-INICIO (IX-HOR) LESS FIM-NOVO
             AND HOR-FIM (IX-HOR) GREATER INICIO-NOVO
              PERFORM AVISA-UM-CHOQUE.

       AVISA-UM-CHOQUE.
          IF HOR-SALA (IX-HOR) EQUAL ENTRADA-SALA
              DISPLAY "ATENCAO: SALA " ENTRADA-SALA " OCUPADA PELA "
                  "TURMA " HOR-TURMA (IX-HOR) " "
                  HOR-DISCIPLINA (IX-HOR) " DAS "
                  HOR-INICIO (IX-HOR) " AS " HOR-FIM (IX-HOR).
          IF PROF-NOVA-AULA NOT EQUAL ZEROES
              MOVE HOR-TURMA (IX-HOR) TO BUSCA-TURMA
              MOVE HOR-DISCIPLINA (IX-HOR) TO BUSCA-DISC
              PERFORM BUSCA-PROFESSOR
              IF PROF-OUTRA-AULA EQUAL PROF-NOVA-AULA
                  DISPLAY "ATENCAO: PROFESSOR " PROF-NOVA-AULA
                      " JA DA AULA NA TURMA " HOR-TURMA (IX-HOR)
                      " " HOR-DISCIPLINA (IX-HOR) " DAS "
                      HOR-INICIO (IX-HOR) " AS " HOR-FIM (IX-HOR).

       BUSCA-PROFESSOR.
          MOVE ZEROES TO PROF-OUTRA-AULA.
          MOVE "NAO" TO ACHOU-PROF.
          IF QTD-ATRIB GREATER THAN ZEROES
              PERFORM TESTA-ATRIBUICAO
                  VARYING IX-ATR FROM 1 BY 1
                  UNTIL IX-ATR GREATER THAN QTD-ATRIB
                     OR ACHOU-PROF EQUAL "SIM".

       TESTA-ATRIBUICAO.
          IF ATR-TURMA (IX-ATR) EQUAL BUSCA-TURMA
             AND ATR-DISCIPLINA (IX-ATR) EQUAL BUSCA-DISC
              MOVE "SIM" TO ACHOU-PROF
              MOVE ATR-CODIGO (IX-ATR) TO PROF-OUTRA-AULA.

      *----------------------------------------------------------------
      *    INSERCAO EM ORDEM DE DIA E INICIO: ACHA A PRIMEIRA AULA
      *    QUE VEM DEPOIS DA NOVA E DESLOCA O RESTO UMA POSICAO.
      *----------------------------------------------------------------
       INSERE-HORARIO.
          ADD 1 QTD-HORARIOS GIVING IX-POSICAO.
          IF QTD-HORARIOS GREATER THAN ZEROES
              PERFORM TESTA-POSICAO
                  VARYING IX-HOR FROM QTD-HORARIOS BY -1
                  UNTIL IX-HOR LESS 1.
          PERFORM ABRE-POSICAO
              VARYING IX-HOR FROM QTD-HORARIOS BY -1
              UNTIL IX-HOR LESS IX-POSICAO.
          ADD 1 TO QTD-HORARIOS.
          MOVE ENTRADA-TURMA TO HOR-TURMA (IX-POSICAO).
          MOVE ENTRADA-DISC TO HOR-DISCIPLINA (IX-POSICAO).
          MOVE DIA-NOVO TO HOR-DIA (IX-POSICAO).
          MOVE INICIO-NOVO TO HOR-INICIO (IX-POSICAO).
          MOVE FIM-NOVO TO HOR-FIM (IX-POSICAO).
          MOVE ENTRADA-SALA TO HOR-SALA (IX-POSICAO).

       TESTA-POSICAO.
          IF HOR-ORDEM (IX-HOR) GREATER ORDEM-NOVA
              MOVE IX-HOR TO IX-POSICAO.

       ABRE-POSICAO.
          MOVE HOR-OCORRENCIA (IX-HOR) TO HOR-OCORRENCIA (IX-HOR + 1).

       EXCLUI-HORARIO.
          PERFORM PEDE-CHAVE-AULA.
          PERFORM LOCALIZA-HORARIO.
          IF ACHOU-HORARIO EQUAL "NAO"
              DISPLAY "AULA NAO ENCONTRADA NA GRADE."
          ELSE
              PERFORM REMOVE-HORARIO
              ADD 1 TO QTD-ALTERACOES
              DISPLAY "AULA EXCLUIDA DA GRADE.".

       REMOVE-HORARIO.
          PERFORM DESLOCA-HORARIO
              VARYING IX-HOR FROM IX-ACHADO BY 1
              UNTIL IX-HOR NOT LESS QTD-HORARIOS.
          SUBTRACT 1 FROM QTD-HORARIOS.

       DESLOCA-HORARIO.
          MOVE HOR-OCORRENCIA (IX-HOR + 1) TO HOR-OCORRENCIA (IX-HOR).

       LISTA-HORARIOS.
          DISPLAY "TURMA (BRANCO = TODAS)...: ".
          ACCEPT ENTRADA-TURMA.
          MOVE "NAO" TO ACHOU-HORARIO.
          IF QTD-HORARIOS GREATER THAN ZEROES
              PERFORM LISTA-UM-HORARIO
                  VARYING IX-HOR FROM 1 BY 1
                  UNTIL IX-HOR GREATER THAN QTD-HORARIOS.
          IF ACHOU-HORARIO EQUAL "NAO"
              DISPLAY "NENHUMA AULA NA GRADE.".

       LISTA-UM-HORARIO.
          IF ENTRADA-TURMA EQUAL SPACES
             OR HOR-TURMA (IX-HOR) EQUAL ENTRADA-TURMA
              MOVE "SIM" TO ACHOU-HORARIO
              DISPLAY "  " NOME-DIA (HOR-DIA (IX-HOR) - 1) "  "
                  HOR-INICIO (IX-HOR) "-" HOR-FIM (IX-HOR)
                  "  TURMA " HOR-TURMA (IX-HOR)
                  "  " HOR-DISCIPLINA (IX-HOR)
                  "  SALA " HOR-SALA (IX-HOR).

       REGRAVA-ARQUIVOS.
          OPEN OUTPUT CADSALA.
          IF QTD-SALAS GREATER THAN ZEROES
              PERFORM GRAVA-UMA-SALA
                  VARYING IX-SAL FROM 1 BY 1
                  UNTIL IX-SAL GREATER THAN QTD-SALAS.
          CLOSE CADSALA.
          OPEN OUTPUT ARQHOR.
          IF QTD-HORARIOS GREATER THAN ZEROES
              PERFORM GRAVA-UM-HORARIO
                  VARYING IX-HOR FROM 1 BY 1
                  UNTIL IX-HOR GREATER THAN QTD-HORARIOS.
          CLOSE ARQHOR.
          DISPLAY "CADSALA E ARQHOR REGRAVADOS (" QTD-ALTERACOES
              " MOVIMENTOS).".

       GRAVA-UMA-SALA.
          MOVE SAL-SALA (IX-SAL) TO SALA-SAL.
          MOVE SAL-DESCRICAO (IX-SAL) TO DESCRICAO-SAL.
          MOVE SAL-CAPACIDADE (IX-SAL) TO CAPACIDADE-SAL.
          WRITE REG-SALA.

       GRAVA-UM-HORARIO.
          MOVE HOR-TURMA (IX-HOR) TO TURMA-HOR.
          MOVE HOR-DISCIPLINA (IX-HOR) TO DISCIPLINA-HOR.
          MOVE HOR-DIA (IX-HOR) TO DIA-HOR.
          MOVE HOR-INICIO (IX-HOR) TO INICIO-HOR.
          MOVE HOR-FIM (IX-HOR) TO FIM-HOR.
          MOVE HOR-SALA (IX-HOR) TO SALA-HOR.
          WRITE REG-HOR.
