       IDENTIFICATION DIVISION.
       PROGRAM-ID.	CARGAUL.
       AUTHOR.          CLEDIR JUSTO.
       INSTALLATION.   	FATEC-SP.
       DATE-WRITTEN.   	15/10/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONSULTA AS HORAS-AULA DADAS A UMA TURMA/DISCIPLINA
      *NO PERIODO LETIVO ABERTO, PELO DIARIO DE CLASSE ARQAUL.DAT
      *(GRAVADO PELO LANCAUL). NA PRIMEIRA CHAMADA LE O PERIODO NO
      *CTRLPER.DAT E ACUMULA EM TABELA AS AULAS E OS ENCERRAMENTOS DO
      *DIARIO DESSE PERIODO; OS CAMINHOS PODEM VIR DAS VARIAVEIS DE
      *AMBIENTE ARQAUL_DAT E CTRLPER_DAT, COMO O CADDISC_DAT DO
      *CARGDISC, PARA OS PASSOS QUE RODAM FORA DA PASTA RAIZ.
      *DEVOLVE AS HORAS DADAS EM LK-HORAS-DADAS E "SIM" EM
      *LK-COMPLETO QUANDO O DIARIO DA TURMA/DISCIPLINA FOI ENCERRADO;
      *SEM DIARIO DEVOLVE ZERO E "NAO", E QUEM CHAMA MANTEM A CARGA
      *HORARIA DO CATALOGO COMO BASE DAS FALTAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL ARQAUL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLPER ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQAUL
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS NOME-ARQAUL.
          COPY REGAUL.

       FD  CTRLPER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS NOME-CTRLPER.
          01 REG-CTRLPER.
          02 PERIODO-PER               PIC X(06).
          02 SITUACAO-PER              PIC X(01).
          02 DATA-FECHA-PER            PIC 9(08).

       WORKING-STORAGE SECTION.
       77  JA-CARREGOU        PIC X(03) VALUE "NAO".
       77  FIM-AUL            PIC X(03) VALUE "NAO".
       77  FIM-CTRLPER        PIC X(03) VALUE "NAO".
       77  PERIODO-ATUAL      PIC X(06) VALUE SPACES.
       77  QTD-DIARIOS        PIC 9(03) VALUE ZEROES.
       77  IX-DRO             PIC 9(03) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(03) VALUE ZEROES.
       77  ACHOU-DIARIO       PIC X(03) VALUE "NAO".
       77  BUSCA-TURMA        PIC X(03) VALUE SPACES.
       77  BUSCA-DISC         PIC X(05) VALUE SPACES.
       77  NOME-ARQAUL        PIC X(30) VALUE "ARQAUL.DAT".
       77  NOME-CTRLPER       PIC X(30) VALUE "CTRLPER.DAT".

       01 TAB-DIARIOS.
          02 DRO-OCORRENCIA OCCURS 300 TIMES.
             03 DRO-TURMA              PIC X(03).
             03 DRO-DISCIPLINA         PIC X(05).
             03 DRO-HORAS              PIC 9(03).
             03 DRO-ENCERRADO          PIC X(03).

       LINKAGE SECTION.
       01  LK-TURMA        PIC X(03).
       01  LK-DISCIPLINA   PIC X(05).
       01  LK-HORAS-DADAS  PIC 9(03).
       01  LK-COMPLETO     PIC X(03).

       PROCEDURE DIVISION USING LK-TURMA LK-DISCIPLINA
           LK-HORAS-DADAS LK-COMPLETO.

       PGM-CARGAUL.
          IF JA-CARREGOU EQUAL "NAO"
              PERFORM CARGA-DIARIO.
          MOVE ZEROES TO LK-HORAS-DADAS.
          MOVE "NAO" TO LK-COMPLETO.
          MOVE LK-TURMA TO BUSCA-TURMA.
          MOVE LK-DISCIPLINA TO BUSCA-DISC.
          PERFORM LOCALIZA-DIARIO.
          IF ACHOU-DIARIO EQUAL "SIM"
              MOVE DRO-HORAS (IX-ACHADO) TO LK-HORAS-DADAS
              MOVE DRO-ENCERRADO (IX-ACHADO) TO LK-COMPLETO.
          GOBACK.

       CARGA-DIARIO.
          MOVE "SIM" TO JA-CARREGOU.
          ACCEPT NOME-ARQAUL FROM ENVIRONMENT "ARQAUL_DAT".
          IF NOME-ARQAUL EQUAL SPACES
             OR NOME-ARQAUL EQUAL LOW-VALUES
              MOVE "ARQAUL.DAT" TO NOME-ARQAUL.
          ACCEPT NOME-CTRLPER FROM ENVIRONMENT "CTRLPER_DAT".
          IF NOME-CTRLPER EQUAL SPACES
             OR NOME-CTRLPER EQUAL LOW-VALUES
              MOVE "CTRLPER.DAT" TO NOME-CTRLPER.
          OPEN INPUT CTRLPER.
          READ CTRLPER AT END MOVE "SIM" TO FIM-CTRLPER.
          IF FIM-CTRLPER NOT EQUAL "SIM"
              MOVE PERIODO-PER TO PERIODO-ATUAL.
          CLOSE CTRLPER.
          OPEN INPUT ARQAUL.
          PERFORM LE-AULA.
          PERFORM GUARDA-AULA UNTIL FIM-AUL EQUAL "SIM".
          CLOSE ARQAUL.

       LE-AULA.
          READ ARQAUL AT END MOVE "SIM" TO FIM-AUL.

       GUARDA-AULA.
          IF PERIODO-AUL EQUAL PERIODO-ATUAL
              MOVE TURMA-AUL TO BUSCA-TURMA
              MOVE DISCIPLINA-AUL TO BUSCA-DISC
              PERFORM LOCALIZA-DIARIO
              IF ACHOU-DIARIO EQUAL "NAO"
                  PERFORM NOVO-DIARIO.
          IF PERIODO-AUL EQUAL PERIODO-ATUAL
             AND ACHOU-DIARIO EQUAL "SIM"
              IF TIPO-AUL EQUAL "E"
                  MOVE "SIM" TO DRO-ENCERRADO (IX-ACHADO)
              ELSE
                  ADD HORAS-AUL TO DRO-HORAS (IX-ACHADO)
                      ON SIZE ERROR MOVE 999 TO DRO-HORAS (IX-ACHADO).
          PERFORM LE-AULA.

       NOVO-DIARIO.
          IF QTD-DIARIOS NOT LESS 300
              DISPLAY "TABELA DO DIARIO DE CLASSE LOTADA"
          ELSE
              ADD 1 TO QTD-DIARIOS
              MOVE TURMA-AUL TO DRO-TURMA (QTD-DIARIOS)
              MOVE DISCIPLINA-AUL TO DRO-DISCIPLINA (QTD-DIARIOS)
              MOVE ZEROES TO DRO-HORAS (QTD-DIARIOS)
              MOVE "NAO" TO DRO-ENCERRADO (QTD-DIARIOS)
              MOVE "SIM" TO ACHOU-DIARIO
              MOVE QTD-DIARIOS TO IX-ACHADO.

       LOCALIZA-DIARIO.
          MOVE "NAO" TO ACHOU-DIARIO.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-DIARIOS GREATER THAN ZEROES
              PERFORM TESTA-DIARIO
                  VARYING IX-DRO FROM 1 BY 1
                  UNTIL IX-DRO GREATER THAN QTD-DIARIOS
                     OR ACHOU-DIARIO EQUAL "SIM".

       TESTA-DIARIO.
          IF DRO-TURMA (IX-DRO) EQUAL BUSCA-TURMA
             AND DRO-DISCIPLINA (IX-DRO) EQUAL BUSCA-DISC
              MOVE "SIM" TO ACHOU-DIARIO
              MOVE IX-DRO TO IX-ACHADO.
