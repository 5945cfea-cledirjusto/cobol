       IDENTIFICATION DIVISION.
          PROGRAM-ID.      CONFHOR.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONFERENCIA DA GRADE HORARIA (ARQHOR.DAT, MANTIDA
      *PELO MANHOR). IMPRIME EM RELHOR OS CHOQUES: PROFESSOR (PELO
      *ATRPROF) COM DUAS AULAS SOBREPOSTAS NO MESMO DIA; SALA COM
      *DUAS AULAS SOBREPOSTAS; SALA SEM LUGAR PARA OS ALUNOS DA TURMA
      *(ALUNOS ATIVOS DO ARQALU NA TURMA, CONTADOS COMO NA VAGA DO
      *CADTUR, CONTRA A CAPACIDADE DO CADSALA) OU NAO CADASTRADA; E
      *ALUNO CUJAS INSCRICOES DO ARQDIS CAEM EM AULAS SOBREPOSTAS.
      *TERMINA COM CODIGO 4 QUANDO HA ALGUM CHOQUE.

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
          SELECT OPTIONAL CADTUR ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQALU ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-ENT
          ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES.
          SELECT ARQDIS ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-DIS
          FILE STATUS IS FS-DIS.
          SELECT RELHOR ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
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

       FD  CADTUR
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADTUR.DAT".
          01 REG-TUR.
          02 TURMA-TUR                 PIC X(03).
          02 DESCRICAO-TUR             PIC X(20).
          02 CAPACIDADE-TUR            PIC 9(03).

       FD  ARQALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX05\ARQALU.DAT".
          COPY REGALU.

       FD  ARQDIS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX05\ARQDIS.DAT".
          COPY REGDIS.

       FD  RELHOR
          LABEL RECORD IS OMITTED.
          01  REGRELHO    PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-DIS             PIC X(02) VALUE "00".
       77  FIM-SAL            PIC X(03) VALUE "NAO".
       77  FIM-GRADE          PIC X(03) VALUE "NAO".
       77  FIM-ATR            PIC X(03) VALUE "NAO".
       77  FIM-TUR            PIC X(03) VALUE "NAO".
       77  FIM-ALU            PIC X(03) VALUE "NAO".
       77  FIM-DIS            PIC X(03) VALUE "NAO".
       77  QTD-SALAS          PIC 9(03) VALUE ZEROES.
       77  QTD-HORARIOS       PIC 9(03) VALUE ZEROES.
       77  QTD-ATRIB          PIC 9(03) VALUE ZEROES.
       77  QTD-TURMAS         PIC 9(03) VALUE ZEROES.
       77  QTD-AULAS-ALU      PIC 9(02) VALUE ZEROES.
       77  IX-SAL             PIC 9(03) VALUE ZEROES.
       77  IX-HOR             PIC 9(03) VALUE ZEROES.
       77  IX-OUT             PIC 9(03) VALUE ZEROES.
       77  IX-ATR             PIC 9(03) VALUE ZEROES.
       77  IX-TUR             PIC 9(03) VALUE ZEROES.
       77  IX-AUL             PIC 9(02) VALUE ZEROES.
       77  IX-AUL2            PIC 9(02) VALUE ZEROES.
       77  ACHOU-SALA         PIC X(03) VALUE "NAO".
       77  ACHOU-TURMA        PIC X(03) VALUE "NAO".
       77  ACHOU-PROF         PIC X(03) VALUE "NAO".
       77  MATRICULA-ATUAL    PIC 9(07) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-PROF      PIC 9(05) VALUE ZEROES.
       77  CONTADOR-SALA      PIC 9(05) VALUE ZEROES.
       77  CONTADOR-LOTACAO   PIC 9(05) VALUE ZEROES.
       77  CONTADOR-ALUNO     PIC 9(05) VALUE ZEROES.
       77  CONTADOR-CHOQUES   PIC 9(06) VALUE ZEROES.
       77  CAPACIDADE-SALA    PIC 9(03) VALUE ZEROES.
       77  OCUPACAO-TURMA     PIC 9(03) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 TAB-SALAS.
          02 SAL-OCORRENCIA OCCURS 100 TIMES.
             03 SAL-SALA               PIC X(04).
             03 SAL-CAPACIDADE         PIC 9(03).

       01 TAB-HORARIOS.
          02 HOR-OCORRENCIA OCCURS 500 TIMES.
             03 HOR-TURMA              PIC X(03).
             03 HOR-DISCIPLINA         PIC X(05).
             03 HOR-DIA                PIC 9(01).
             03 HOR-INICIO             PIC 9(04).
             03 HOR-FIM                PIC 9(04).
             03 HOR-SALA               PIC X(04).
             03 HOR-PROF               PIC 9(04).

       01 TAB-ATRIB.
          02 ATR-OCORRENCIA OCCURS 300 TIMES.
             03 ATR-TURMA              PIC X(03).
             03 ATR-DISCIPLINA         PIC X(05).
             03 ATR-CODIGO             PIC 9(04).

       01 TAB-TURMAS.
          02 TUR-OCORRENCIA OCCURS 100 TIMES.
             03 TUR-TURMA              PIC X(03).
             03 TUR-OCUPACAO           PIC 9(03).

       01 TAB-AULAS-ALU.
          02 AUL-HORARIO PIC 9(03) OCCURS 50 TIMES.

          COPY DIASEM.

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "CHOQUES DA GRADE H".
          02 FILLER    PIC X(12) VALUE "ORARIA      ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(09)  VALUE "CHOQUE".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "CHAVE".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(03)  VALUE "DIA".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(24)  VALUE "AULA".
          02 FILLER    PIC X(24)  VALUE "OUTRA AULA / LOTACAO".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "CHOQUES DE PROFESSOR.....:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-PROF  PIC 9(05).

       01 CAB-05.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "CHOQUES DE SALA..........:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-SALA  PIC 9(05).

       01 CAB-06.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "SALAS SEM LUGAR..........:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-LOT   PIC 9(05).

       01 CAB-07.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "CHOQUES DE ALUNO.........:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-ALU   PIC 9(05).

       01 DETALHE.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-TIPO  PIC X(09).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-CHAVE PIC X(07).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-DIA   PIC X(03).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-AULA.
             03 DET-TURMA              PIC X(03).
             03 FILLER                 PIC X(01) VALUE SPACES.
             03 DET-DISC               PIC X(05).
             03 FILLER                 PIC X(01) VALUE SPACES.
             03 DET-INICIO             PIC 9(04).
             03 FILLER                 PIC X(01) VALUE "-".
             03 DET-FIM                PIC 9(04).
             03 FILLER                 PIC X(05) VALUE SPACES.
          02 DET-OUTRA.
             03 DET-TURMA2             PIC X(03).
             03 FILLER                 PIC X(01) VALUE SPACES.
             03 DET-DISC2              PIC X(05).
             03 FILLER                 PIC X(01) VALUE SPACES.
             03 DET-INICIO2            PIC 9(04).
             03 FILLER                 PIC X(01) VALUE "-".
             03 DET-FIM2               PIC 9(04).
             03 FILLER                 PIC X(05) VALUE SPACES.
          02 DET-LOTACAO REDEFINES DET-OUTRA.
             03 FILLER                 PIC X(07).
             03 DET-ALUNOS             PIC ZZ9.
             03 FILLER                 PIC X(09).
             03 DET-LUGARES            PIC ZZ9.
             03 FILLER                 PIC X(02).

       01 LINHA-LOG.
          02 LOG-PROGRAMA              PIC X(08).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-DATA.
             03 LOG-ANO                PIC 9(04).
             03 FILLER                 PIC X(01) VALUE "-".
             03 LOG-MES                PIC 9(02).
             03 FILLER                 PIC X(01) VALUE "-".
             03 LOG-DIA                PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-HORA.
             03 LOG-HH                 PIC 9(02).
             03 FILLER                 PIC X(01) VALUE ":".
             03 LOG-MI                 PIC 9(02).
             03 FILLER                 PIC X(01) VALUE ":".
             03 LOG-SS                 PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 FILLER                    PIC X(05) VALUE "LIDOS".
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-LIDOS                 PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-ARQ1-NOME             PIC X(08).
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ1-QTD              PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-ARQ2-NOME             PIC X(08).
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ2-QTD              PIC 9(06).

       PROCEDURE DIVISION.

       PGM-CONFHOR.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM CARGA-SALAS.
          PERFORM CARGA-ATRIBUICOES.
          PERFORM CARGA-HORARIOS.
          PERFORM CARGA-TURMAS.
          PERFORM CONTA-ALUNOS-TURMA.
          OPEN OUTPUT RELHOR.
          PERFORM CABECALHO.
          IF QTD-HORARIOS GREATER THAN ZEROES
              PERFORM CONFERE-AULA
                  VARYING IX-HOR FROM 1 BY 1
                  UNTIL IX-HOR GREATER THAN QTD-HORARIOS
              PERFORM CONFERE-ALUNOS.
          PERFORM TERMINO.
          STOP RUN.

      *----------------------------------------------------------------
      *    CARGA DAS TABELAS. O PROFESSOR DE CADA AULA (ATRPROF) E
      *    GUARDADO JUNTO COM A AULA PARA A COMPARACAO DOS PARES.
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
              DISPLAY "TABELA DE SALAS LOTADA"
          ELSE
              ADD 1 TO QTD-SALAS
              MOVE SALA-SAL TO SAL-SALA (QTD-SALAS)
              MOVE CAPACIDADE-SAL TO SAL-CAPACIDADE (QTD-SALAS).
          PERFORM LE-SALA.

       CARGA-ATRIBUICOES.
          OPEN INPUT ATRPROF.
          PERFORM LE-ATRIBUICAO.
          PERFORM GUARDA-ATRIBUICAO UNTIL FIM-ATR EQUAL "SIM".
          CLOSE ATRPROF.

       LE-ATRIBUICAO.
          READ ATRPROF AT END MOVE "SIM" TO FIM-ATR.

       GUARDA-ATRIBUICAO.
          IF QTD-ATRIB NOT LESS 300
              DISPLAY "TABELA DE ATRIBUICOES LOTADA"
          ELSE
              ADD 1 TO QTD-ATRIB
              MOVE TURMA-ATR TO ATR-TURMA (QTD-ATRIB)
              MOVE DISCIPLINA-ATR TO ATR-DISCIPLINA (QTD-ATRIB)
              MOVE CODIGO-PROF-ATR TO ATR-CODIGO (QTD-ATRIB).
          PERFORM LE-ATRIBUICAO.

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
              ADD 1 TO CONTADOR-LIDOS
              MOVE TURMA-HOR TO HOR-TURMA (QTD-HORARIOS)
              MOVE DISCIPLINA-HOR TO HOR-DISCIPLINA (QTD-HORARIOS)
              MOVE DIA-HOR TO HOR-DIA (QTD-HORARIOS)
              MOVE INICIO-HOR TO HOR-INICIO (QTD-HORARIOS)
              MOVE FIM-HOR TO HOR-FIM (QTD-HORARIOS)
              MOVE SALA-HOR TO HOR-SALA (QTD-HORARIOS)
              MOVE ZEROES TO HOR-PROF (QTD-HORARIOS)
              MOVE "NAO" TO ACHOU-PROF
              IF QTD-ATRIB GREATER THAN ZEROES
                  PERFORM TESTA-ATRIBUICAO
                      VARYING IX-ATR FROM 1 BY 1
                      UNTIL IX-ATR GREATER THAN QTD-ATRIB
                         OR ACHOU-PROF EQUAL "SIM".
          PERFORM LE-HORARIO.

       TESTA-ATRIBUICAO.
          IF ATR-TURMA (IX-ATR) EQUAL TURMA-HOR
             AND ATR-DISCIPLINA (IX-ATR) EQUAL DISCIPLINA-HOR
              MOVE "SIM" TO ACHOU-PROF
              MOVE ATR-CODIGO (IX-ATR) TO HOR-PROF (QTD-HORARIOS).

       CARGA-TURMAS.
          OPEN INPUT CADTUR.
          PERFORM LE-TURMA.
          PERFORM GUARDA-TURMA UNTIL FIM-TUR EQUAL "SIM".
          CLOSE CADTUR.

       LE-TURMA.
          READ CADTUR AT END MOVE "SIM" TO FIM-TUR.

       GUARDA-TURMA.
          IF QTD-TURMAS NOT LESS 100
              DISPLAY "TABELA DE TURMAS LOTADA"
          ELSE
              ADD 1 TO QTD-TURMAS
              MOVE TURMA-TUR TO TUR-TURMA (QTD-TURMAS)
              MOVE ZEROES TO TUR-OCUPACAO (QTD-TURMAS).
          PERFORM LE-TURMA.

      *----------------------------------------------------------------
      *    OCUPACAO DE CADA TURMA DO CADTUR: ALUNOS DO ARQALU NA TURMA,
      *    EXCETO TRANCADOS, FORMADOS E EVADIDOS (MESMA CONTA DA VAGA
      *    NO MATRINSC).
      *----------------------------------------------------------------
       CONTA-ALUNOS-TURMA.
          OPEN INPUT ARQALU.
          MOVE ZEROES TO MATRICULA-ENT-NUM.
          START ARQALU KEY NOT LESS MATRICULA-ENT
              INVALID KEY MOVE "SIM" TO FIM-ALU.
          PERFORM CONTA-UM-ALUNO UNTIL FIM-ALU EQUAL "SIM".
          CLOSE ARQALU.

       CONTA-UM-ALUNO.
          READ ARQALU NEXT RECORD
              AT END MOVE "SIM" TO FIM-ALU.
          IF FIM-ALU NOT EQUAL "SIM"
             AND SITUACAO-ENT NOT EQUAL "T"
             AND SITUACAO-ENT NOT EQUAL "F"
             AND SITUACAO-ENT NOT EQUAL "E"
              PERFORM LOCALIZA-TURMA-ALUNO.

       LOCALIZA-TURMA-ALUNO.
          MOVE "NAO" TO ACHOU-TURMA.
          IF QTD-TURMAS GREATER THAN ZEROES
              PERFORM TESTA-TURMA-ALUNO
                  VARYING IX-TUR FROM 1 BY 1
                  UNTIL IX-TUR GREATER THAN QTD-TURMAS
                     OR ACHOU-TURMA EQUAL "SIM".

       TESTA-TURMA-ALUNO.
          IF TUR-TURMA (IX-TUR) EQUAL TURMA-ENT
              MOVE "SIM" TO ACHOU-TURMA
              ADD 1 TO TUR-OCUPACAO (IX-TUR).

      *----------------------------------------------------------------
      *    CONFERENCIA DE UMA AULA: LOTACAO DA SALA E, CONTRA CADA
      *    AULA SEGUINTE DA TABELA, CHOQUE DE SALA E DE PROFESSOR.
      *    DUAS AULAS SE SOBREPOEM NO MESMO DIA QUANDO CADA UMA COMECA
      *    ANTES DO FIM DA OUTRA.
      *----------------------------------------------------------------
       CONFERE-AULA.
          PERFORM CONFERE-LOTACAO.
          PERFORM COMPARA-AULA
              VARYING IX-OUT FROM IX-HOR BY 1
              UNTIL IX-OUT GREATER THAN QTD-HORARIOS.

       CONFERE-LOTACAO.
          MOVE "NAO" TO ACHOU-SALA.
          MOVE ZEROES TO CAPACIDADE-SALA.
          IF QTD-SALAS GREATER THAN ZEROES
              PERFORM TESTA-SALA
                  VARYING IX-SAL FROM 1 BY 1
                  UNTIL IX-SAL GREATER THAN QTD-SALAS
                     OR ACHOU-SALA EQUAL "SIM".
          MOVE "NAO" TO ACHOU-TURMA.
          MOVE ZEROES TO OCUPACAO-TURMA.
          IF QTD-TURMAS GREATER THAN ZEROES
              PERFORM TESTA-TURMA
                  VARYING IX-TUR FROM 1 BY 1
                  UNTIL IX-TUR GREATER THAN QTD-TURMAS
                     OR ACHOU-TURMA EQUAL "SIM".
          IF ACHOU-SALA EQUAL "NAO"
             OR OCUPACAO-TURMA GREATER CAPACIDADE-SALA
              ADD 1 TO CONTADOR-LOTACAO
              MOVE "LOTACAO" TO DET-TIPO
              MOVE HOR-SALA (IX-HOR) TO DET-CHAVE
              MOVE IX-HOR TO IX-OUT
              PERFORM MONTA-AULA
              MOVE SPACES TO DET-OUTRA
              IF ACHOU-SALA EQUAL "NAO"
                  MOVE "SALA NAO CADASTRADA" TO DET-OUTRA
                  PERFORM IMPRIME-LINHA
              ELSE
                  MOVE "ALUNOS" TO DET-OUTRA (1:6)
                  MOVE OCUPACAO-TURMA TO DET-ALUNOS
                  MOVE "  LUGARES" TO DET-OUTRA (11:9)
                  MOVE CAPACIDADE-SALA TO DET-LUGARES
                  PERFORM IMPRIME-LINHA.

       TESTA-SALA.
          IF SAL-SALA (IX-SAL) EQUAL HOR-SALA (IX-HOR)
              MOVE "SIM" TO ACHOU-SALA
              MOVE SAL-CAPACIDADE (IX-SAL) TO CAPACIDADE-SALA.

       TESTA-TURMA.
          IF TUR-TURMA (IX-TUR) EQUAL HOR-TURMA (IX-HOR)
              MOVE "SIM" TO ACHOU-TURMA
              MOVE TUR-OCUPACAO (IX-TUR) TO OCUPACAO-TURMA.

       COMPARA-AULA.
          IF IX-OUT GREATER IX-HOR
             AND HOR-DIA (IX-OUT) EQUAL HOR-DIA (IX-HOR)
             AND HOR-INICIO (IX-OUT) LESS HOR-FIM (IX-HOR)
             AND HOR-INICIO (IX-HOR) LESS HOR-FIM (IX-OUT)
              PERFORM REGISTRA-SOBREPOSICAO.

       REGISTRA-SOBREPOSICAO.
          IF HOR-SALA (IX-OUT) EQUAL HOR-SALA (IX-HOR)
              ADD 1 TO CONTADOR-SALA
              MOVE "SALA" TO DET-TIPO
              MOVE HOR-SALA (IX-HOR) TO DET-CHAVE
              PERFORM MONTA-PAR
              PERFORM IMPRIME-LINHA.
          IF HOR-PROF (IX-HOR) NOT EQUAL ZEROES
             AND HOR-PROF (IX-OUT) EQUAL HOR-PROF (IX-HOR)
              ADD 1 TO CONTADOR-PROF
              MOVE "PROFESSOR" TO DET-TIPO
              MOVE HOR-PROF (IX-HOR) TO DET-CHAVE
              PERFORM MONTA-PAR
              PERFORM IMPRIME-LINHA.

       MONTA-PAR.
          MOVE HOR-TURMA (IX-OUT) TO DET-TURMA2.
          MOVE HOR-DISCIPLINA (IX-OUT) TO DET-DISC2.
          MOVE HOR-INICIO (IX-OUT) TO DET-INICIO2.
          MOVE HOR-FIM (IX-OUT) TO DET-FIM2.
          MOVE NOME-DIA (HOR-DIA (IX-HOR) - 1) TO DET-DIA.
          MOVE HOR-TURMA (IX-HOR) TO DET-TURMA.
          MOVE HOR-DISCIPLINA (IX-HOR) TO DET-DISC.
          MOVE HOR-INICIO (IX-HOR) TO DET-INICIO.
          MOVE HOR-FIM (IX-HOR) TO DET-FIM.

       MONTA-AULA.
          MOVE NOME-DIA (HOR-DIA (IX-OUT) - 1) TO DET-DIA.
          MOVE HOR-TURMA (IX-OUT) TO DET-TURMA.
          MOVE HOR-DISCIPLINA (IX-OUT) TO DET-DISC.
          MOVE HOR-INICIO (IX-OUT) TO DET-INICIO.
          MOVE HOR-FIM (IX-OUT) TO DET-FIM.

      *----------------------------------------------------------------
      *    CHOQUE DE ALUNO. O ARQDIS VEM EM ORDEM DE MATRICULA: PARA
      *    CADA ALUNO JUNTA AS AULAS DA GRADE DAS SUAS INSCRICOES
      *    (TURMA E DISCIPLINA) E, NA QUEBRA DA MATRICULA, COMPARA AS
      *    AULAS DE DISCIPLINAS DIFERENTES DUAS A DUAS.
      *----------------------------------------------------------------
       CONFERE-ALUNOS.
          OPEN INPUT ARQDIS.
          IF FS-DIS EQUAL "00"
              MOVE ZEROES TO QTD-AULAS-ALU
              PERFORM LE-INSCRICAO
              MOVE MATRICULA-DIS TO MATRICULA-ATUAL
              PERFORM TRATA-INSCRICAO UNTIL FIM-DIS EQUAL "SIM"
              PERFORM CONFERE-UM-ALUNO
              CLOSE ARQDIS.

       LE-INSCRICAO.
          READ ARQDIS NEXT RECORD
              AT END MOVE "SIM" TO FIM-DIS.

       TRATA-INSCRICAO.
          IF MATRICULA-DIS NOT EQUAL MATRICULA-ATUAL
              PERFORM CONFERE-UM-ALUNO
              MOVE ZEROES TO QTD-AULAS-ALU
              MOVE MATRICULA-DIS TO MATRICULA-ATUAL.
          PERFORM JUNTA-AULA-INSCRICAO
              VARYING IX-HOR FROM 1 BY 1
              UNTIL IX-HOR GREATER THAN QTD-HORARIOS.
          PERFORM LE-INSCRICAO.

       JUNTA-AULA-INSCRICAO.
          IF HOR-TURMA (IX-HOR) EQUAL TURMA-DIS
             AND HOR-DISCIPLINA (IX-HOR) EQUAL DISCIPLINA-DIS
              IF QTD-AULAS-ALU NOT LESS 50
                  DISPLAY "AULAS DO ALUNO " MATRICULA-DIS
                      " ALEM DO LIMITE DE 50 - NAO CONFERIDAS"
              ELSE
                  ADD 1 TO QTD-AULAS-ALU
                  MOVE IX-HOR TO AUL-HORARIO (QTD-AULAS-ALU).

       CONFERE-UM-ALUNO.
          IF QTD-AULAS-ALU GREATER 1
              PERFORM COMPARA-AULAS-ALUNO
                  VARYING IX-AUL FROM 1 BY 1
                  UNTIL IX-AUL NOT LESS QTD-AULAS-ALU.

       COMPARA-AULAS-ALUNO.
          MOVE AUL-HORARIO (IX-AUL) TO IX-HOR.
          PERFORM COMPARA-PAR-ALUNO
              VARYING IX-AUL2 FROM IX-AUL BY 1
              UNTIL IX-AUL2 GREATER THAN QTD-AULAS-ALU.

       COMPARA-PAR-ALUNO.
          MOVE AUL-HORARIO (IX-AUL2) TO IX-OUT.
          IF IX-AUL2 GREATER IX-AUL
             AND HOR-DISCIPLINA (IX-OUT)
                 NOT EQUAL HOR-DISCIPLINA (IX-HOR)
             AND HOR-DIA (IX-OUT) EQUAL HOR-DIA (IX-HOR)
             AND HOR-INICIO (IX-OUT) LESS HOR-FIM (IX-HOR)
             AND HOR-INICIO (IX-HOR) LESS HOR-FIM (IX-OUT)
              ADD 1 TO CONTADOR-ALUNO
              MOVE "ALUNO" TO DET-TIPO
              MOVE MATRICULA-ATUAL TO DET-CHAVE
              PERFORM MONTA-PAR
              PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGRELHO FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGRELHO.
          WRITE REGRELHO AFTER ADVANCING PAGE.
          WRITE REGRELHO FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGRELHO FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGRELHO FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          MOVE CONTADOR-PROF TO TOT-PROF.
          WRITE REGRELHO FROM CAB-04 AFTER ADVANCING 2 LINES.
          MOVE CONTADOR-SALA TO TOT-SALA.
          WRITE REGRELHO FROM CAB-05 AFTER ADVANCING 1 LINE.
          MOVE CONTADOR-LOTACAO TO TOT-LOT.
          WRITE REGRELHO FROM CAB-06 AFTER ADVANCING 1 LINE.
          MOVE CONTADOR-ALUNO TO TOT-ALU.
          WRITE REGRELHO FROM CAB-07 AFTER ADVANCING 1 LINE.
          CLOSE RELHOR.
          ADD CONTADOR-PROF CONTADOR-SALA CONTADOR-LOTACAO
              CONTADOR-ALUNO GIVING CONTADOR-CHOQUES.
          PERFORM GRAVA-LOG.
          DISPLAY "CONFERENCIA DA GRADE GRAVADA EM RELHOR.".
          DISPLAY "AULAS NA GRADE.......: " QTD-HORARIOS.
          DISPLAY "CHOQUES DE PROFESSOR.: " CONTADOR-PROF.
          DISPLAY "CHOQUES DE SALA......: " CONTADOR-SALA.
          DISPLAY "SALAS SEM LUGAR......: " CONTADOR-LOTACAO.
          DISPLAY "CHOQUES DE ALUNO.....: " CONTADOR-ALUNO.
          IF CONTADOR-CHOQUES GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "CONFHOR"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "RELHOR"               TO LOG-ARQ1-NOME.
          MOVE CONTADOR-CHOQUES       TO LOG-ARQ1-QTD.
          MOVE "ALUNO"                TO LOG-ARQ2-NOME.
          MOVE CONTADOR-ALUNO         TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
