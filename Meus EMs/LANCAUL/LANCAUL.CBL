       IDENTIFICATION DIVISION.
          PROGRAM-ID.      LANCAUL.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. DIARIO DE CLASSE. REGISTRA NO ARQAUL.DAT CADA AULA
      *DADA (TURMA, DISCIPLINA, DATA, HORAS-AULA) COM O PROFESSOR
      *ATRIBUIDO A TURMA/DISCIPLINA NO ATRPROF (MANTIDO PELO
      *MANPROF) - TURMA/DISCIPLINA SEM PROFESSOR ATRIBUIDO NAO
      *RECEBE AULA. OPCOES: A LANCA UMA AULA, E ENCERRA O DIARIO DA
      *TURMA/DISCIPLINA (SO OPERADOR OU SUPERVISOR NIVEL 2; DEPOIS
      *DISSO NAO ENTRA MAIS AULA E O EX05 E O FECHASEM PASSAM A
      *APURAR AS FALTAS SOBRE AS HORAS DADAS), L LISTA AS AULAS DE
      *UMA TURMA/DISCIPLINA COM O TOTAL CONTRA A CARGA DO CADDISC,
      *F ENCERRA. OS LANCAMENTOS LEVAM O PERIODO ABERTO NO CTRLPER
      *E SAO RECUSADOS COM O PERIODO FECHADO PELO FECHASEM.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL ARQAUL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ATRPROF ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLPER ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  ARQAUL
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQAUL.DAT".
          COPY REGAUL.

       FD  ATRPROF
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ATRPROF.DAT".
          01 REG-ATR.
          02 TURMA-ATR                 PIC X(03).
          02 DISCIPLINA-ATR            PIC X(05).
          02 CODIGO-PROF-ATR           PIC 9(04).

       FD  CTRLPER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLPER.DAT".
          01 REG-CTRLPER.
          02 PERIODO-PER               PIC X(06).
          02 SITUACAO-PER              PIC X(01).
          02 DATA-FECHA-PER            PIC 9(08).

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  SUPERVISOR-ID      PIC 9(04) VALUE ZEROES.
       77  NIVEL-SUPERVISOR   PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SUPERV   PIC X(03) VALUE "NAO".
       77  OPCAO-MAN          PIC X(01) VALUE SPACES.
       77  FIM-ATR            PIC X(03) VALUE "NAO".
       77  FIM-AUL            PIC X(03) VALUE "NAO".
       77  FIM-CTRLPER        PIC X(03) VALUE "NAO".
       77  PERIODO-ATUAL      PIC X(06) VALUE SPACES.
       77  QTD-ATRIB          PIC 9(03) VALUE ZEROES.
       77  IX-ATR             PIC 9(03) VALUE ZEROES.
       77  ACHOU-ATRIB        PIC X(03) VALUE "NAO".
       77  PROFESSOR-ACHADO   PIC 9(04) VALUE ZEROES.
       77  ENTRADA-TURMA      PIC X(03) VALUE SPACES.
       77  ENTRADA-DISC       PIC X(05) VALUE SPACES.
       77  DIARIO-ENCERRADO   PIC X(03) VALUE "NAO".
       77  HORAS-DADAS        PIC 9(03) VALUE ZEROES.
       77  QTD-AULAS          PIC 9(03) VALUE ZEROES.
       77  QTD-LANCADAS       PIC 9(03) VALUE ZEROES.
       77  RESP-CONFIRMA      PIC X(01) VALUE SPACES.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  DISCIPLINA-APROVA  PIC X(05) VALUE SPACES.
       77  HORAS-DISC         PIC 9(03) VALUE ZEROES.
       77  PESO-NOTA1         PIC 9(01) VALUE 1.
       77  PESO-NOTA2         PIC 9(01) VALUE 1.
       77  PESO-NOTA3         PIC 9(01) VALUE 2.
       77  PESO-NOTA4         PIC 9(01) VALUE 1.
       77  SOMA-PESOS         PIC 9(02) VALUE 5.

       01  ENTRADA-DATA-X     PIC X(08) VALUE SPACES.
       01  ENTRADA-DATA REDEFINES ENTRADA-DATA-X.
           02 ANO-ENT-AUL     PIC 9(04).
           02 MES-ENT-AUL     PIC 9(02).
           02 DIA-ENT-AUL     PIC 9(02).
       01  ENTRADA-HORAS-X    PIC X(02) VALUE SPACES.
       01  ENTRADA-HORAS REDEFINES ENTRADA-HORAS-X
                              PIC 9(02).

       01 TAB-ATRIB.
          02 ATR-OCORRENCIA OCCURS 300 TIMES.
             03 ATR-TURMA              PIC X(03).
             03 ATR-DISCIPLINA         PIC X(05).
             03 ATR-CODIGO             PIC 9(04).

       PROCEDURE DIVISION.

       PGM-LANCAUL.
          CALL "SIGNON" USING OPERADOR-ID NIVEL-OPERADOR
              RESULTADO-SIGNON.
          IF RESULTADO-SIGNON NOT EQUAL "SIM"
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM VERIFICA-PERIODO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM CARGA-ATRIBUICOES.
          DISPLAY "DIARIO DE CLASSE - ARQAUL - PERIODO " PERIODO-ATUAL.
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          DISPLAY "LANCAMENTOS GRAVADOS NA SESSAO: " QTD-LANCADAS.
          STOP RUN.

       VERIFICA-PERIODO.
          OPEN INPUT CTRLPER.
          READ CTRLPER AT END MOVE "SIM" TO FIM-CTRLPER.
          CLOSE CTRLPER.
          IF FIM-CTRLPER NOT EQUAL "SIM"
              MOVE PERIODO-PER TO PERIODO-ATUAL
              IF SITUACAO-PER EQUAL "F"
                  DISPLAY "PERIODO " PERIODO-ATUAL " FECHADO - DIARIO"
                      " NAO ACEITA LANCAMENTO."
                  MOVE 8 TO RETURN-CODE
                  STOP RUN.

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

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (A-AULA DADA  E-ENCERRAR DIARIO  L-LISTAR "
              "F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "A"
              PERFORM LANCA-AULA
          ELSE
          IF OPCAO-MAN EQUAL "E"
              PERFORM ENCERRA-DIARIO
          ELSE
          IF OPCAO-MAN EQUAL "L"
              PERFORM LISTA-DIARIO
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE A, E, L OU F.".

       PEDE-TURMA-DISC.
          DISPLAY "TURMA (3 POSICOES).......: ".
          ACCEPT ENTRADA-TURMA.
          DISPLAY "DISCIPLINA (5 POSICOES)..: ".
          ACCEPT ENTRADA-DISC.
          PERFORM LOCALIZA-ATRIBUICAO.

       LOCALIZA-ATRIBUICAO.
          MOVE "NAO" TO ACHOU-ATRIB.
          MOVE ZEROES TO PROFESSOR-ACHADO.
          IF QTD-ATRIB GREATER THAN ZEROES
              PERFORM TESTA-UMA-ATRIBUICAO
                  VARYING IX-ATR FROM 1 BY 1
                  UNTIL IX-ATR GREATER THAN QTD-ATRIB
                     OR ACHOU-ATRIB EQUAL "SIM".

       TESTA-UMA-ATRIBUICAO.
          IF ATR-TURMA (IX-ATR) EQUAL ENTRADA-TURMA
             AND ATR-DISCIPLINA (IX-ATR) EQUAL ENTRADA-DISC
              MOVE "SIM" TO ACHOU-ATRIB
              MOVE ATR-CODIGO (IX-ATR) TO PROFESSOR-ACHADO.

      *----------------------------------------------------------------
      *    PERCORRE O DIARIO DO PERIODO DA TURMA/DISCIPLINA: TOTAL DE
      *    HORAS DADAS, QUANTIDADE DE AULAS E SE JA FOI ENCERRADO.
      *    COM MOSTRA-AULAS = SIM TAMBEM EXIBE CADA AULA.
      *----------------------------------------------------------------
       SOMA-DIARIO.
          MOVE ZEROES TO HORAS-DADAS QTD-AULAS.
          MOVE "NAO" TO DIARIO-ENCERRADO.
          MOVE "NAO" TO FIM-AUL.
          OPEN INPUT ARQAUL.
          PERFORM LE-AULA.
          PERFORM CONTA-AULA UNTIL FIM-AUL EQUAL "SIM".
          CLOSE ARQAUL.

       LE-AULA.
          READ ARQAUL AT END MOVE "SIM" TO FIM-AUL.

       CONTA-AULA.
          IF PERIODO-AUL EQUAL PERIODO-ATUAL
             AND TURMA-AUL EQUAL ENTRADA-TURMA
             AND DISCIPLINA-AUL EQUAL ENTRADA-DISC
              IF TIPO-AUL EQUAL "E"
                  MOVE "SIM" TO DIARIO-ENCERRADO
              ELSE
                  ADD 1 TO QTD-AULAS
                  ADD HORAS-AUL TO HORAS-DADAS
                      ON SIZE ERROR MOVE 999 TO HORAS-DADAS
                  END-ADD
                  IF OPCAO-MAN EQUAL "L"
                      DISPLAY "  " DATA-AUL(7:2) "/" DATA-AUL(5:2)
                          "/" DATA-AUL(1:4) "  " HORAS-AUL " H"
                          "  PROFESSOR " PROFESSOR-AUL.
          PERFORM LE-AULA.

       LANCA-AULA.
          PERFORM PEDE-TURMA-DISC.
          IF ACHOU-ATRIB EQUAL "NAO"
              DISPLAY "TURMA/DISCIPLINA SEM PROFESSOR ATRIBUIDO NO "
                  "ATRPROF - AULA NAO LANCADA."
          ELSE
              PERFORM SOMA-DIARIO
              IF DIARIO-ENCERRADO EQUAL "SIM"
                  DISPLAY "DIARIO JA ENCERRADO - AULA NAO LANCADA."
              ELSE
                  PERFORM PEDE-AULA.

       PEDE-AULA.
          DISPLAY "DATA DA AULA (AAAAMMDD)..: ".
          ACCEPT ENTRADA-DATA-X.
          DISPLAY "HORAS-AULA (2 DIGITOS)...: ".
          ACCEPT ENTRADA-HORAS-X.
          IF ENTRADA-DATA-X NOT NUMERIC
             OR MES-ENT-AUL LESS 1 OR MES-ENT-AUL GREATER 12
             OR DIA-ENT-AUL LESS 1 OR DIA-ENT-AUL GREATER 31
              DISPLAY "DATA INVALIDA - AULA NAO LANCADA."
          ELSE
          IF ENTRADA-DATA GREATER DATA-SISTEMA
              DISPLAY "DATA FUTURA - AULA NAO LANCADA."
          ELSE
          IF ENTRADA-HORAS-X NOT NUMERIC
             OR ENTRADA-HORAS LESS 1 OR ENTRADA-HORAS GREATER 8
              DISPLAY "HORAS INVALIDAS (1 A 8) - AULA NAO LANCADA."
          ELSE
              MOVE "A" TO TIPO-AUL
              MOVE ENTRADA-DATA TO DATA-AUL
              MOVE ENTRADA-HORAS TO HORAS-AUL
              PERFORM GRAVA-DIARIO
              DISPLAY "AULA LANCADA - PROFESSOR " PROFESSOR-ACHADO.

       GRAVA-DIARIO.
          MOVE PERIODO-ATUAL TO PERIODO-AUL.
          MOVE ENTRADA-TURMA TO TURMA-AUL.
          MOVE ENTRADA-DISC TO DISCIPLINA-AUL.
          MOVE PROFESSOR-ACHADO TO PROFESSOR-AUL.
          MOVE OPERADOR-ID TO OPERADOR-AUL.
          OPEN EXTEND ARQAUL.
          WRITE REG-AUL.
          CLOSE ARQAUL.
          ADD 1 TO QTD-LANCADAS.

      *----------------------------------------------------------------
      *    ENCERRAMENTO DO DIARIO: A PARTIR DELE AS HORAS DADAS VIRAM
      *    A BASE DO PERCENTUAL DE FALTAS. EXIGE NIVEL 2, NO MOLDE DA
      *    REMISSAO DO READMIS.
      *----------------------------------------------------------------
       ENCERRA-DIARIO.
          PERFORM PEDE-TURMA-DISC.
          IF ACHOU-ATRIB EQUAL "NAO"
              DISPLAY "TURMA/DISCIPLINA SEM PROFESSOR ATRIBUIDO."
          ELSE
              PERFORM SOMA-DIARIO
              IF DIARIO-ENCERRADO EQUAL "SIM"
                  DISPLAY "DIARIO JA ENCERRADO."
              ELSE
              IF QTD-AULAS EQUAL ZEROES
                  DISPLAY "DIARIO SEM AULA LANCADA - NAO ENCERRADO."
              ELSE
                  PERFORM CONFIRMA-ENCERRAMENTO.

       CONFIRMA-ENCERRAMENTO.
          PERFORM MOSTRA-TOTAL.
          DISPLAY "CONFIRMA O ENCERRAMENTO DO DIARIO (S/N)? ".
          ACCEPT RESP-CONFIRMA.
          IF RESP-CONFIRMA EQUAL "S"
              PERFORM AUTORIZA-ENCERRAMENTO
              IF SUPERVISOR-ID NOT EQUAL ZEROES
                  MOVE "E" TO TIPO-AUL
                  MOVE DATA-SISTEMA TO DATA-AUL
                  MOVE ZEROES TO HORAS-AUL
                  PERFORM GRAVA-DIARIO
                  DISPLAY "DIARIO ENCERRADO.".

       AUTORIZA-ENCERRAMENTO.
          MOVE ZEROES TO SUPERVISOR-ID.
          IF NIVEL-OPERADOR NOT LESS 2
              MOVE OPERADOR-ID TO SUPERVISOR-ID
          ELSE
              DISPLAY "ENCERRAMENTO EXIGE OPERADOR NIVEL 2 - "
                  "IDENTIFIQUE O SUPERVISOR."
              CALL "SIGNON" USING SUPERVISOR-ID NIVEL-SUPERVISOR
                  RESULTADO-SUPERV
              IF RESULTADO-SUPERV NOT EQUAL "SIM"
                 OR NIVEL-SUPERVISOR LESS 2
                  MOVE ZEROES TO SUPERVISOR-ID
                  DISPLAY "SUPERVISOR NAO AUTORIZADO.".

       LISTA-DIARIO.
          PERFORM PEDE-TURMA-DISC.
          PERFORM SOMA-DIARIO.
          IF QTD-AULAS EQUAL ZEROES
              DISPLAY "NENHUMA AULA LANCADA NO PERIODO."
          ELSE
              PERFORM MOSTRA-TOTAL.

       MOSTRA-TOTAL.
          MOVE ENTRADA-DISC TO DISCIPLINA-APROVA.
          CALL "CARGDISC" USING DISCIPLINA-APROVA HORAS-DISC
              PESO-NOTA1 PESO-NOTA2 PESO-NOTA3 PESO-NOTA4
              SOMA-PESOS.
          DISPLAY "AULAS: " QTD-AULAS "  HORAS DADAS: " HORAS-DADAS
              "  CARGA DO CATALOGO: " HORAS-DISC.
          IF DIARIO-ENCERRADO EQUAL "SIM"
              DISPLAY "DIARIO ENCERRADO.".
