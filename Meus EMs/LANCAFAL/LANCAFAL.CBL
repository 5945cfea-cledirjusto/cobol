      *DO ALUNO) E REJEITA PARA ARQFALT.EXC OS LANCAMENTOS DE
      *MATRICULA INEXISTENTE, DISCIPLINA NAO INSCR. OU QUANTIDADE
      *INVALIDA. SEM ARQDIS NO DISCO O ACUMULO VAI DIRETO NO ARQALU.
      *O TOTAL DE FALTAS SATURA EM 99. CADA LANCAMENTO APLICADO E
      *GUARDADO NO HISTORICO ARQFALH.DAT COM O PERIODO ABERTO NO
      *CTRLPER E A DISCIPLINA EFETIVA, PARA O CARGABO SEPARAR AS
      *FALTAS ABONADAS PELO MANABO SEM MEXER NO TOTAL LANCADO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          FILE STATUS IS FS-DIS.
          SELECT ARQEXC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQFALH ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLPER ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          VALUE OF FILE-ID IS "ARQFALT.EXC".
          01 REG-EXC                   PIC X(52).

       FD  ARQFALH
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQFALH.DAT".
          COPY REGFAH.

       FD  CTRLPER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLPER.DAT".
          01 REG-CTRLPER.
          02 PERIODO-PER               PIC X(06).
          02 SITUACAO-PER              PIC X(01).
          02 DATA-FECHA-PER            PIC 9(08).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
       77  FS-DIS             PIC X(02) VALUE "00".
       77  TEM-ARQDIS         PIC X(03) VALUE "NAO".
       77  FALTAS-NOVAS       PIC 9(03) VALUE ZEROES.
       77  FIM-CTRLPER        PIC X(03) VALUE "NAO".
       77  PERIODO-ATUAL      PIC X(06) VALUE SPACES.
       77  DATA-LANCAMENTO    PIC 9(08) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-APLIC     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-REJ       PIC 9(06) VALUE ZEROES.
          STOP RUN.

       INICIO.
          ACCEPT DATA-LANCAMENTO FROM DATE YYYYMMDD.
          OPEN INPUT CTRLPER.
          READ CTRLPER AT END MOVE "SIM" TO FIM-CTRLPER.
          IF FIM-CTRLPER NOT EQUAL "SIM"
              MOVE PERIODO-PER TO PERIODO-ATUAL.
          CLOSE CTRLPER.
          OPEN INPUT  ARQFALT
               I-O    ARQALU
               OUTPUT ARQEXC
               EXTEND ARQFALH.
          PERFORM ABRE-ARQDIS.
          PERFORM LEITURA.

          IF DISCIPLINA-FAL EQUAL DISCIPLINA-ENT
             OR DISCIPLINA-FAL EQUAL SPACES
              PERFORM ATUALIZA-ALUNO
              MOVE DISCIPLINA-ENT TO DISCIPLINA-FAH
              PERFORM GRAVA-HISTORICO-FALTA
              ADD 1 TO CONTADOR-APLIC
          ELSE
              MOVE "DISCIPLINA NAO INSCR." TO EXC-MOTIVO
          REWRITE REG-DIS.
          IF DISCIPLINA-DIS EQUAL DISCIPLINA-ENT
              PERFORM ATUALIZA-ALUNO.
          MOVE DISCIPLINA-DIS TO DISCIPLINA-FAH.
          PERFORM GRAVA-HISTORICO-FALTA.
          ADD 1 TO CONTADOR-APLIC.

       GRAVA-HISTORICO-FALTA.
          MOVE PERIODO-ATUAL TO PERIODO-FAH.
          MOVE MATRICULA-FAL TO MATRICULA-FAH.
          MOVE DATA-FAL TO DATA-FAH.
          MOVE AULAS-FAL TO AULAS-FAH.
          MOVE DATA-LANCAMENTO TO DATA-LANC-FAH.
          WRITE REG-FAH.

       ATUALIZA-ALUNO.
          IF FALTAS-ENT NOT NUMERIC
              MOVE ZEROES TO FALTAS-ENT.
              CLOSE ARQDIS.
          CLOSE ARQFALT
                ARQALU
                ARQEXC
                ARQFALH.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA-LOG FROM DATE YYYYMMDD.
