          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-HIS
          FILE STATUS IS FS-HIST.
          SELECT OPTIONAL ARQHOR ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          02 FALTAS-HIS                PIC 9(02).
          02 MEDIA-HIS                 PIC 9(02)V9(02).
          02 SITUACAO-HIS              PIC X(03).
          02 CONCEITO-HIS              PIC X(01).

       FD  CADPROF
          LABEL RECORD ARE STANDARD
          02 DISCIPLINA-ATR            PIC X(05).
          02 CODIGO-PROF-ATR           PIC 9(04).

       FD  ARQHOR
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQHOR.DAT".
          COPY REGHOR.

       WORKING-STORAGE SECTION.
       77  FS-DIS             PIC X(02) VALUE "00".
       77  FIM-PROF           PIC X(03) VALUE "NAO".
             03 ATR-TURMA              PIC X(03).
             03 ATR-DISCIPLINA         PIC X(05).
             03 ATR-CODIGO             PIC 9(04).
       77  FIM-GRADE          PIC X(03) VALUE "NAO".
       77  QTD-HORARIOS       PIC 9(03) VALUE ZEROES.
       77  IX-HOR             PIC 9(03) VALUE ZEROES.
       77  TEM-GRADE          PIC X(03) VALUE "NAO".
       77  JA-INSCRITO        PIC X(03) VALUE "NAO".
       01 TAB-HORARIOS.
          02 HOR-OCORRENCIA OCCURS 500 TIMES.
             03 HOR-TURMA              PIC X(03).
             03 HOR-DISCIPLINA         PIC X(05).
             03 HOR-DIA                PIC 9(01).
             03 HOR-INICIO             PIC 9(04).
             03 HOR-FIM                PIC 9(04).
             03 HOR-SALA               PIC X(04).
          COPY DIASEM.
       77  TEM-ARQDIS         PIC X(03) VALUE "NAO".
       77  FIM-DIS            PIC X(03) VALUE "NAO".
       77  TEM-DIS            PIC X(03) VALUE "NAO".
       77  MEDIA-DIS          PIC 9(02)V9(02) VALUE ZEROES.
       77  FALTAS-DIS-W       PIC 9(02) VALUE ZEROES.
       77  FALTAS-LANCADAS    PIC 9(02) VALUE ZEROES.
       77  FALTAS-ABONADAS    PIC 9(02) VALUE ZEROES.
       77  FALTAS-CONTADAS    PIC 9(02) VALUE ZEROES.
       77  APROVADO-DIS       PIC X(03) VALUE "NAO".
       77  FS-HIST            PIC X(02).
       77  FIM-HIST           PIC X(03) VALUE "NAO".
       77  HORAS-DISC         PIC 9(03) VALUE ZEROES.
       77  PCT-FALTAS         PIC 9(03)V9(02) VALUE ZEROES.
       77  DISCIPLINA-APROVA  PIC X(05) VALUE SPACES.
       77  FUNCAO-CONC        PIC X(01) VALUE "M".
       77  CONCEITO-MEDIA     PIC X(01) VALUE SPACES.
       77  RESP-CONC          PIC X(03) VALUE "NAO".
       77  MEDIA-CONSULTA     PIC 9(02)V9(02) VALUE ZEROES.
       01  MEDIA-MOSTRA       PIC 9(02)V9(02) VALUE ZEROES.
       01  MEDIA-MOSTRA-X     REDEFINES MEDIA-MOSTRA PIC X(04).

       77  APROVADO-EX07      PIC X(03) VALUE "NAO".
       77  PESO-NOTA1         PIC 9(01) VALUE 1.
                     ARQHIST.
          PERFORM ABRE-ARQDIS.
          PERFORM CARGA-PROFESSORES.
          PERFORM CARGA-HORARIOS.

       CARGA-PROFESSORES.
          OPEN INPUT CADPROF.
              MOVE CODIGO-PROF-ATR TO ATR-CODIGO (QTD-ATRIB).
          PERFORM LE-ATRIBUICAO.

      *----------------------------------------------------------------
      *    GRADE HORARIA (ARQHOR), JA GRAVADA PELO MANHOR EM ORDEM DE
      *    DIA E HORARIO DE INICIO.
      *----------------------------------------------------------------
       CARGA-HORARIOS.
          OPEN INPUT ARQHOR.
          PERFORM LE-HORARIO.
          PERFORM GUARDA-HORARIO UNTIL FIM-GRADE EQUAL "SIM".
          CLOSE ARQHOR.

       LE-HORARIO.
          READ ARQHOR AT END MOVE "SIM" TO FIM-GRADE.

       GUARDA-HORARIO.
          IF QTD-HORARIOS NOT LESS 500
              DISPLAY "TABELA DE HORARIOS LOTADA"
          ELSE
              ADD 1 TO QTD-HORARIOS
              MOVE TURMA-HOR TO HOR-TURMA (QTD-HORARIOS)
              MOVE DISCIPLINA-HOR TO HOR-DISCIPLINA (QTD-HORARIOS)
              MOVE DIA-HOR TO HOR-DIA (QTD-HORARIOS)
              MOVE INICIO-HOR TO HOR-INICIO (QTD-HORARIOS)
              MOVE FIM-HOR TO HOR-FIM (QTD-HORARIOS)
              MOVE SALA-HOR TO HOR-SALA (QTD-HORARIOS).
          PERFORM LE-HORARIO.

       ABRE-ARQDIS.
          MOVE "NAO" TO TEM-ARQDIS.
          OPEN INPUT ARQDIS.

       MOSTRA-UM-NOME.
          PERFORM CALCULA-MEDIA.
          MOVE MEDIA TO MEDIA-CONSULTA.
          PERFORM MONTA-MEDIA-MOSTRA.
          DISPLAY "  " MATR "-" DIGI "  " NOME-ENT "  MEDIA: "
              MEDIA-MOSTRA-X.
          ADD 1 TO QTD-LISTADOS.
          IF QTD-LISTADOS NOT LESS LIMITE-LISTA
              DISPLAY "LISTA LIMITADA A 15 ALUNOS - REFINE O NOME."
                       + (NOTA3-ENT * PESO-NOTA3)
                       + (NOTA4-ENT * PESO-NOTA4).
          DIVIDE SOMA BY SOMA-PESOS GIVING MEDIA.
          MOVE FALTAS-ENT TO FALTAS-LANCADAS.
          PERFORM SEPARA-ABONADAS.
          COMPUTE PCT-FALTAS ROUNDED =
              FALTAS-CONTADAS * 100 / HORAS-DISC
              ON SIZE ERROR MOVE 999,99 TO PCT-FALTAS
          END-COMPUTE.
          CALL "APROVA" USING MEDIA PCT-FALTAS APROVADO-EX07
              DISCIPLINA-APROVA.

      *----------------------------------------------------------------
      *    DISCIPLINA AVALIADA POR CONCEITO MOSTRA A LETRA (CONVCONC)
      *    NO LUGAR DA MEDIA NUMERICA.
      *----------------------------------------------------------------
       MONTA-MEDIA-MOSTRA.
          MOVE MEDIA-CONSULTA TO MEDIA-MOSTRA.
          MOVE "M" TO FUNCAO-CONC.
          CALL "CONVCONC" USING FUNCAO-CONC DISCIPLINA-APROVA
              CONCEITO-MEDIA MEDIA-CONSULTA RESP-CONC.
          IF RESP-CONC EQUAL "SIM"
              MOVE SPACES TO MEDIA-MOSTRA-X
              MOVE CONCEITO-MEDIA TO MEDIA-MOSTRA-X (1:1).

      *----------------------------------------------------------------
      *    FALTAS ABONADAS PELO MANABO (CARGABO) APARECEM A PARTE E
      *    FICAM FORA DO PERCENTUAL QUE VAI PARA O APROVA.
      *----------------------------------------------------------------
       SEPARA-ABONADAS.
          CALL "CARGABO" USING MATRICULA-ENT-NUM DISCIPLINA-APROVA
              FALTAS-ABONADAS.
          IF FALTAS-ABONADAS GREATER THAN FALTAS-LANCADAS
              MOVE FALTAS-LANCADAS TO FALTAS-ABONADAS.
          SUBTRACT FALTAS-ABONADAS FROM FALTAS-LANCADAS
              GIVING FALTAS-CONTADAS.

       IMPRIME-BOLETIM.
          DISPLAY "-----------------------------------------------".
          DISPLAY "NOTA 3......: " NOTA3-ENT.
          DISPLAY "NOTA 4......: " NOTA4-ENT.
          DISPLAY "FALTAS......: " FALTAS-ENT.
          DISPLAY "  ABONADAS..: " FALTAS-ABONADAS.
          DISPLAY "  SEM ABONO.: " FALTAS-CONTADAS.
          MOVE MEDIA TO MEDIA-CONSULTA.
          PERFORM MONTA-MEDIA-MOSTRA.
          IF RESP-CONC EQUAL "SIM"
              DISPLAY "CONCEITO....: " CONCEITO-MEDIA
          ELSE
              DISPLAY "MEDIA.......: " MEDIA.
          IF APROVADO-EX07 EQUAL "SIM"
              DISPLAY "SITUACAO....: APROVADO"
          ELSE
          ELSE
              DISPLAY "SITUACAO....: REPROVADO".
          PERFORM IMPRIME-DISCIPLINAS.
          PERFORM IMPRIME-GRADE.
          PERFORM IMPRIME-HISTORICO.
          DISPLAY "-----------------------------------------------".

       MOSTRA-DISCIPLINA.
          IF TEM-DIS EQUAL "NAO"
              DISPLAY "DISCIPLINAS DO PERIODO "
                  "(DISCIPLINA/TURMA/MEDIA OU CONCEITO/"
                  "FALTAS SEM ABONO/"
                  "ABONADAS/SITUACAO):"
              MOVE "SIM" TO TEM-DIS.
          MOVE DISCIPLINA-DIS TO DISCIPLINA-APROVA.
          CALL "CARGDISC" USING DISCIPLINA-APROVA HORAS-DISC
                       + (NOTA3-DIS * PESO-NOTA3)
                       + (NOTA4-DIS * PESO-NOTA4).
          DIVIDE SOMA BY SOMA-PESOS GIVING MEDIA-DIS.
          MOVE FALTAS-DIS TO FALTAS-LANCADAS.
          PERFORM SEPARA-ABONADAS.
          MOVE FALTAS-CONTADAS TO FALTAS-DIS-W.
          COMPUTE PCT-FALTAS ROUNDED =
              FALTAS-CONTADAS * 100 / HORAS-DISC
              ON SIZE ERROR MOVE 999,99 TO PCT-FALTAS
          END-COMPUTE.
          CALL "APROVA" USING MEDIA-DIS PCT-FALTAS APROVADO-DIS
              DISCIPLINA-APROVA.
          PERFORM PROCURA-PROF-DISCIPLINA.
          MOVE MEDIA-DIS TO MEDIA-CONSULTA.
          PERFORM MONTA-MEDIA-MOSTRA.
          IF APROVADO-DIS EQUAL "SIM"
              DISPLAY "  " DISCIPLINA-DIS "  " TURMA-DIS "  "
                  MEDIA-MOSTRA-X "  " FALTAS-DIS-W "  " FALTAS-ABONADAS
                  "  APROVADO    "
                  NOME-PROF-DIS
          ELSE
          IF APROVADO-DIS EQUAL "EXA"
              DISPLAY "  " DISCIPLINA-DIS "  " TURMA-DIS "  "
                  MEDIA-MOSTRA-X "  " FALTAS-DIS-W "  " FALTAS-ABONADAS
                  "  EXAME FINAL "
                  NOME-PROF-DIS
          ELSE
              DISPLAY "  " DISCIPLINA-DIS "  " TURMA-DIS "  "
                  MEDIA-MOSTRA-X "  " FALTAS-DIS-W "  " FALTAS-ABONADAS
                  "  REPROVADO   "
                  NOME-PROF-DIS.
          PERFORM LE-DISCIPLINA.

          IF PRO-CODIGO (IX-PRO) EQUAL CODIGO-PROF-DIS
              MOVE PRO-NOME (IX-PRO) TO NOME-PROF-DIS.

      *----------------------------------------------------------------
      *    HORARIO SEMANAL DO ALUNO: AS AULAS DA GRADE CUJA TURMA E
      *    DISCIPLINA CORRESPONDEM A UMA INSCRICAO DO ARQDIS.
      *----------------------------------------------------------------
       IMPRIME-GRADE.
          MOVE "NAO" TO TEM-GRADE.
          IF TEM-ARQDIS EQUAL "SIM"
             AND QTD-HORARIOS GREATER THAN ZEROES
              PERFORM MOSTRA-AULA
                  VARYING IX-HOR FROM 1 BY 1
                  UNTIL IX-HOR GREATER THAN QTD-HORARIOS.
          IF TEM-GRADE EQUAL "NAO"
              DISPLAY "SEM AULAS NA GRADE HORARIA.".

       MOSTRA-AULA.
          MOVE "SIM" TO JA-INSCRITO.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-DIS.
          MOVE HOR-DISCIPLINA (IX-HOR) TO DISCIPLINA-DIS.
          READ ARQDIS KEY IS CHAVE-DIS
              INVALID KEY MOVE "NAO" TO JA-INSCRITO.
          IF JA-INSCRITO EQUAL "SIM"
             AND TURMA-DIS EQUAL HOR-TURMA (IX-HOR)
              PERFORM CABECALHO-GRADE
              DISPLAY "  " NOME-DIA (HOR-DIA (IX-HOR) - 1) "  "
                  HOR-INICIO (IX-HOR) "-" HOR-FIM (IX-HOR) "  "
                  HOR-DISCIPLINA (IX-HOR) "  " HOR-TURMA (IX-HOR)
                  "  " HOR-SALA (IX-HOR).

       CABECALHO-GRADE.
          IF TEM-GRADE EQUAL "NAO"
              DISPLAY "HORARIO SEMANAL "
                  "(DIA/INICIO-FIM/DISCIPLINA/TURMA/SALA):"
              MOVE "SIM" TO TEM-GRADE.

       IMPRIME-HISTORICO.
          MOVE "NAO" TO FIM-HIST.
          MOVE "NAO" TO TEM-HIST.
       MOSTRA-PERIODO.
          IF TEM-HIST EQUAL "NAO"
              DISPLAY "PERIODOS ANTERIORES "
                  "(PERIODO/DISCIPLINA/MEDIA OU CONCEITO/SITUACAO):"
              MOVE "SIM" TO TEM-HIST.
          MOVE MEDIA-HIS TO MEDIA-MOSTRA.
          IF CONCEITO-HIS NOT EQUAL SPACES
             AND CONCEITO-HIS NOT EQUAL LOW-VALUES
              MOVE SPACES TO MEDIA-MOSTRA-X
              MOVE CONCEITO-HIS TO MEDIA-MOSTRA-X (1:1).
          DISPLAY "  " PERIODO-HIS "  " DISCIPLINA-HIS "  "
              MEDIA-MOSTRA-X "  " SITUACAO-HIS.
          PERFORM LE-HISTORICO.

       TERMINO.
