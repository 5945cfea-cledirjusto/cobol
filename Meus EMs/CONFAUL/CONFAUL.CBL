       IDENTIFICATION DIVISION.
          PROGRAM-ID.      CONFAUL.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONFERENCIA DO DIARIO DE CLASSE ANTES DO FECHASEM.
      *PARA CADA TURMA/DISCIPLINA ATRIBUIDA NO ATRPROF (E PARA A QUE
      *TIVER AULA NO ARQAUL.DAT SEM ATRIBUICAO) COMPARA AS HORAS-AULA
      *DADAS NO PERIODO ABERTO DO CTRLPER COM A CARGA HORARIA DO
      *CADDISC E IMPRIME EM RELAUL A DIFERENCA E A SITUACAO DO DIARIO
      *(ABERTO OU ENCERRADO). A TURMA/DISCIPLINA COM MENOS HORAS DADAS
      *QUE A CARGA SAI MARCADA PARA AULA DE REPOSICAO E O PROGRAMA
      *TERMINA COM RETURN-CODE 4. COM O PERIODO JA FECHADO NO CTRLPER
      *O RELATORIO SAI APENAS PARA REGISTRO.

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
          SELECT RELAUL ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
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

       FD  RELAUL
          LABEL RECORD IS OMITTED.
          01  REGRAUL      PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FIM-ATR            PIC X(03) VALUE "NAO".
       77  FIM-AUL            PIC X(03) VALUE "NAO".
       77  FIM-CTRLPER        PIC X(03) VALUE "NAO".
       77  PERIODO-ATUAL      PIC X(06) VALUE SPACES.
       77  PERIODO-FECHADO    PIC X(03) VALUE "NAO".
       77  QTD-CONF           PIC 9(03) VALUE ZEROES.
       77  IX-CNF             PIC 9(03) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(03) VALUE ZEROES.
       77  ACHOU-CONF         PIC X(03) VALUE "NAO".
       77  BUSCA-TURMA        PIC X(03) VALUE SPACES.
       77  BUSCA-DISC         PIC X(05) VALUE SPACES.
       77  DISCIPLINA-APROVA  PIC X(05) VALUE SPACES.
       77  HORAS-DISC         PIC 9(03) VALUE ZEROES.
       77  PESO-NOTA1         PIC 9(01) VALUE 1.
       77  PESO-NOTA2         PIC 9(01) VALUE 1.
       77  PESO-NOTA3         PIC 9(01) VALUE 2.
       77  PESO-NOTA4         PIC 9(01) VALUE 1.
       77  SOMA-PESOS         PIC 9(02) VALUE 5.
       77  DIFERENCA-HORAS    PIC S9(03) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-REPOSICAO PIC 9(06) VALUE ZEROES.
       77  CONTADOR-ENCERRADO PIC 9(06) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 TAB-CONF.
          02 CNF-OCORRENCIA OCCURS 300 TIMES.
             03 CNF-TURMA              PIC X(03).
             03 CNF-DISCIPLINA         PIC X(05).
             03 CNF-PROFESSOR          PIC 9(04).
             03 CNF-HORAS              PIC 9(03).
             03 CNF-ENCERRADO          PIC X(03).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "CONFERENCIA DO DIA".
          02 FILLER    PIC X(12) VALUE "RIO DE CLASS".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(06)  VALUE "TURMA ".
          02 FILLER    PIC X(07)  VALUE "DISC.  ".
          02 FILLER    PIC X(06)  VALUE "PROF. ".
          02 FILLER    PIC X(07)  VALUE " DADAS ".
          02 FILLER    PIC X(07)  VALUE " CARGA ".
          02 FILLER    PIC X(07)  VALUE "  DIF. ".
          02 FILLER    PIC X(10)  VALUE "DIARIO    ".
          02 FILLER    PIC X(09)  VALUE "SITUACAO".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "PERIODO: ".
          02 CAB-PER   PIC X(06).
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 CAB-AVISO PIC X(40)  VALUE SPACES.

       01 CAB-05.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "TURMAS/DISC. CONFERIDAS..:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-LID   PIC 9(05).

       01 CAB-06.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "COM AULA DE REPOSICAO....:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-REP   PIC 9(05).

       01 CAB-07.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "DIARIOS ENCERRADOS.......:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-ENC   PIC 9(05).

       01 DETALHE.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DET-TURMA PIC X(03).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-DISC  PIC X(05).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-PROF  PIC 9(04).
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DET-DADAS PIC ZZ9.
          02 FILLER    PIC X(04) VALUE SPACES.
          02 DET-CARGA PIC ZZ9.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DET-DIF   PIC ---9.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DET-DRO   PIC X(09).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-SIT   PIC X(14).

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

       PGM-CONFAUL.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM LE-PERIODO.
          PERFORM CARGA-ATRIBUICOES.
          PERFORM CARGA-DIARIO.
          PERFORM INICIO.
          IF QTD-CONF GREATER THAN ZEROES
              PERFORM CONFERE-DIARIO
                  VARYING IX-CNF FROM 1 BY 1
                  UNTIL IX-CNF GREATER THAN QTD-CONF.
          PERFORM TERMINO.
          IF CONTADOR-REPOSICAO GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE.
          STOP RUN.

       LE-PERIODO.
          OPEN INPUT CTRLPER.
          READ CTRLPER AT END MOVE "SIM" TO FIM-CTRLPER.
          CLOSE CTRLPER.
          IF FIM-CTRLPER EQUAL "SIM"
              DISPLAY "CTRLPER SEM PERIODO ABERTO - CONFERENCIA "
                  "ABANDONADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          MOVE PERIODO-PER TO PERIODO-ATUAL.
          IF SITUACAO-PER EQUAL "F"
              MOVE "SIM" TO PERIODO-FECHADO
              MOVE "PERIODO JA FECHADO - APENAS REGISTRO" TO CAB-AVISO
              DISPLAY "ATENCAO: PERIODO " PERIODO-ATUAL
                  " JA FECHADO NO CTRLPER.".

       CARGA-ATRIBUICOES.
          OPEN INPUT ATRPROF.
          PERFORM LE-ATRIBUICAO.
          PERFORM GUARDA-ATRIBUICAO UNTIL FIM-ATR EQUAL "SIM".
          CLOSE ATRPROF.

       LE-ATRIBUICAO.
          READ ATRPROF AT END MOVE "SIM" TO FIM-ATR.

       GUARDA-ATRIBUICAO.
          MOVE TURMA-ATR TO BUSCA-TURMA.
          MOVE DISCIPLINA-ATR TO BUSCA-DISC.
          PERFORM LOCALIZA-CONF.
          IF ACHOU-CONF EQUAL "NAO"
              PERFORM NOVA-CONF
              IF ACHOU-CONF EQUAL "SIM"
                  MOVE CODIGO-PROF-ATR TO CNF-PROFESSOR (IX-ACHADO).
          PERFORM LE-ATRIBUICAO.

      *----------------------------------------------------------------
      *    AS AULAS DO PERIODO SE SOMAM A TURMA/DISCIPLINA DA TABELA;
      *    A QUE NAO ESTA NO ATRPROF ENTRA COM O PROFESSOR DA AULA.
      *----------------------------------------------------------------
       CARGA-DIARIO.
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
              PERFORM LOCALIZA-CONF
              IF ACHOU-CONF EQUAL "NAO"
                  PERFORM NOVA-CONF
                  IF ACHOU-CONF EQUAL "SIM"
                      MOVE PROFESSOR-AUL TO CNF-PROFESSOR (IX-ACHADO).
          IF PERIODO-AUL EQUAL PERIODO-ATUAL
             AND ACHOU-CONF EQUAL "SIM"
              IF TIPO-AUL EQUAL "E"
                  MOVE "SIM" TO CNF-ENCERRADO (IX-ACHADO)
              ELSE
                  ADD HORAS-AUL TO CNF-HORAS (IX-ACHADO)
                      ON SIZE ERROR MOVE 999 TO CNF-HORAS (IX-ACHADO).
          PERFORM LE-AULA.

       NOVA-CONF.
          IF QTD-CONF NOT LESS 300
              DISPLAY "TABELA DE TURMAS/DISCIPLINAS LOTADA"
          ELSE
              ADD 1 TO QTD-CONF
              MOVE BUSCA-TURMA TO CNF-TURMA (QTD-CONF)
              MOVE BUSCA-DISC TO CNF-DISCIPLINA (QTD-CONF)
              MOVE ZEROES TO CNF-PROFESSOR (QTD-CONF)
              MOVE ZEROES TO CNF-HORAS (QTD-CONF)
              MOVE "NAO" TO CNF-ENCERRADO (QTD-CONF)
              MOVE "SIM" TO ACHOU-CONF
              MOVE QTD-CONF TO IX-ACHADO.

       LOCALIZA-CONF.
          MOVE "NAO" TO ACHOU-CONF.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-CONF GREATER THAN ZEROES
              PERFORM TESTA-CONF
                  VARYING IX-CNF FROM 1 BY 1
                  UNTIL IX-CNF GREATER THAN QTD-CONF
                     OR ACHOU-CONF EQUAL "SIM".

       TESTA-CONF.
          IF CNF-TURMA (IX-CNF) EQUAL BUSCA-TURMA
             AND CNF-DISCIPLINA (IX-CNF) EQUAL BUSCA-DISC
              MOVE "SIM" TO ACHOU-CONF
              MOVE IX-CNF TO IX-ACHADO.

       INICIO.
          OPEN OUTPUT RELAUL.
          MOVE PERIODO-ATUAL TO CAB-PER.
          PERFORM CABECALHO.

       CONFERE-DIARIO.
          ADD 1 TO CONTADOR-LIDOS.
          MOVE CNF-DISCIPLINA (IX-CNF) TO DISCIPLINA-APROVA.
          CALL "CARGDISC" USING DISCIPLINA-APROVA HORAS-DISC
              PESO-NOTA1 PESO-NOTA2 PESO-NOTA3 PESO-NOTA4
              SOMA-PESOS.
          COMPUTE DIFERENCA-HORAS = CNF-HORAS (IX-CNF) - HORAS-DISC.
          IF CNF-ENCERRADO (IX-CNF) EQUAL "SIM"
              ADD 1 TO CONTADOR-ENCERRADO
              MOVE "ENCERRADO" TO DET-DRO
          ELSE
              MOVE "ABERTO   " TO DET-DRO.
          IF DIFERENCA-HORAS LESS ZEROES
              ADD 1 TO CONTADOR-REPOSICAO
              MOVE "REPOSICAO" TO DET-SIT
          ELSE
              MOVE "CUMPRIDA " TO DET-SIT.
          IF CNF-PROFESSOR (IX-CNF) EQUAL ZEROES
              MOVE "SEM PROFESSOR" TO DET-SIT.
          PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE CNF-TURMA (IX-CNF) TO DET-TURMA.
          MOVE CNF-DISCIPLINA (IX-CNF) TO DET-DISC.
          MOVE CNF-PROFESSOR (IX-CNF) TO DET-PROF.
          MOVE CNF-HORAS (IX-CNF) TO DET-DADAS.
          MOVE HORAS-DISC TO DET-CARGA.
          MOVE DIFERENCA-HORAS TO DET-DIF.
          WRITE REGRAUL FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGRAUL.
          WRITE REGRAUL AFTER ADVANCING PAGE.
          WRITE REGRAUL FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGRAUL FROM CAB-04 AFTER ADVANCING 1 LINE.
          WRITE REGRAUL FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGRAUL FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          MOVE CONTADOR-LIDOS TO TOT-LID.
          WRITE REGRAUL FROM CAB-05 AFTER ADVANCING 2 LINES.
          MOVE CONTADOR-REPOSICAO TO TOT-REP.
          WRITE REGRAUL FROM CAB-06 AFTER ADVANCING 1 LINE.
          MOVE CONTADOR-ENCERRADO TO TOT-ENC.
          WRITE REGRAUL FROM CAB-07 AFTER ADVANCING 1 LINE.
          CLOSE RELAUL.
          PERFORM GRAVA-LOG.
          DISPLAY "CONFERENCIA DO DIARIO DO PERIODO " PERIODO-ATUAL ":".
          DISPLAY "TURMAS/DISC. CONFERIDAS: " CONTADOR-LIDOS.
          DISPLAY "COM AULA DE REPOSICAO..: " CONTADOR-REPOSICAO.
          DISPLAY "DIARIOS ENCERRADOS.....: " CONTADOR-ENCERRADO.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "CONFAUL"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "REPOSIC."             TO LOG-ARQ1-NOME.
          MOVE CONTADOR-REPOSICAO     TO LOG-ARQ1-QTD.
          MOVE "ENCERRAD"             TO LOG-ARQ2-NOME.
          MOVE CONTADOR-ENCERRADO     TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
