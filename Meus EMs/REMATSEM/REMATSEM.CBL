      *ARQALU.NOV (E ARQDIS.NOV PARA AS INSCRICOES) E OS ARQUIVOS
      *ATUAIS VIRAM GERACAO .BAK DATADA ANTES DA TROCA, COMO NOS
      *DEMAIS FECHAMENTOS. O CTRLPER E REABERTO COM O NOVO PERIODO.
      *CADA INSCRICAO ROLADA TEM OS PRE-REQUISITOS DA DISCIPLINA
      *(PREREQ) CONFERIDOS NO ARQHIST JA FECHADO PELA SUBROTINA
      *CONFPRE; AS QUE NAO OS CUMPREM SAO ROLADAS ASSIM MESMO E
      *LISTADAS NO RELPREQ PARA A COORDENACAO DECIDIR.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SELECT OPTIONAL ARQREP ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELSAIDA ASSIGN TO DISK.
          SELECT RELPREQ ASSIGN TO DISK.
          SELECT CTRLPER ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          LABEL RECORD IS OMITTED.
          01  REGSAIDA     PIC X(80).

       FD  RELPREQ
          LABEL RECORD IS OMITTED.
          01  REGPREQ      PIC X(80).

       FD  CTRLPER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLPER.DAT".
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  CT-LIN-PRE         PIC 9(02) VALUE 30.
       77  CT-PAG-PRE         PIC 9(02) VALUE ZEROES.
       77  CONTADOR-PREREQ    PIC 9(06) VALUE ZEROES.
       77  ATENDE-PREREQ      PIC X(03) VALUE "NAO".
       77  REQUISITO-FALTA    PIC X(05) VALUE SPACES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

          02 FILLER    PIC X(04) VALUE SPACES.
          02 DET-SIT   PIC X(12).

       01 CAB-01-PRE.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "INSCRICOES SEM PRE".
          02 FILLER    PIC X(12) VALUE "-REQUISITO  ".
          COPY CABPAG REPLACING ==CAB-DIA== BY ==PRE-DIA==
                                ==CAB-MES== BY ==PRE-MES==
                                ==CAB-ANO== BY ==PRE-ANO==
                                ==VAR-PAG== BY ==PRE-PAG==.

       01 CAB-02-PRE.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(09)  VALUE "MATRICULA".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(13)  VALUE "NOME DO ALUNO".
          02 FILLER    PIC X(18)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "DISC.".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "TURMA".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "EXIGE   ".

       01 DETALHE-PRE.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 DPR-MAT   PIC 9(06).
          02 FILLER    PIC X(01) VALUE "-".
          02 DPR-DIG   PIC 9(01).
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DPR-NOME  PIC X(30).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DPR-DISC  PIC X(05).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DPR-TUR   PIC X(03).
          02 FILLER    PIC X(04) VALUE SPACES.
          02 DPR-REQ   PIC X(05).

       01 LINHA-LOG.
          02 LOG-PROGRAMA              PIC X(08).
          02 FILLER                    PIC X(01) VALUE SPACES.
              MOVE "SIM" TO TEM-ARQDIS
              OPEN INPUT ARQALUNV
              OPEN OUTPUT ARQDISNV
                          RELPREQ
              PERFORM LE-INSCRICAO
              PERFORM ROLA-UMA-INSCRICAO UNTIL FIM-DIS EQUAL "SIM"
              CLOSE ARQDIS
                    ARQDISNV
                    ARQALUNV
                    RELPREQ.

       LE-INSCRICAO.
          READ ARQDIS NEXT RECORD AT END MOVE "SIM" TO FIM-DIS.
          MOVE ZEROES TO FALTAS-DIS-NOV.
          WRITE REG-DIS-NOV.
          ADD 1 TO CONTADOR-DIS.
          CALL "CONFPRE" USING MATRICULA-DIS DISCIPLINA-DIS
              ATENDE-PREREQ REQUISITO-FALTA.
          IF ATENDE-PREREQ EQUAL "NAO"
              PERFORM LISTA-SEM-PREREQ.

      *----------------------------------------------------------------
      *    INSCRICAO ROLADA SEM O PRE-REQUISITO APROVADO NO ARQHIST
      *----------------------------------------------------------------
       LISTA-SEM-PREREQ.
          ADD 1 TO CONTADOR-PREREQ.
          IF CT-LIN-PRE GREATER THAN LIMITE-LIN
              PERFORM CABECALHO-PRE.
          MOVE MATR-NOV TO DPR-MAT.
          MOVE DIGI-NOV TO DPR-DIG.
          MOVE NOME-NOV TO DPR-NOME.
          MOVE DISCIPLINA-DIS TO DPR-DISC.
          MOVE TURMA-DIS TO DPR-TUR.
          MOVE REQUISITO-FALTA TO DPR-REQ.
          WRITE REGPREQ FROM DETALHE-PRE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN-PRE.

       CABECALHO-PRE.
          ADD 1 TO CT-PAG-PRE.
          MOVE CT-PAG-PRE TO PRE-PAG.
          MOVE DATA-SISTEMA(7:2) TO PRE-DIA.
          MOVE DATA-SISTEMA(5:2) TO PRE-MES.
          MOVE DATA-SISTEMA(1:4) TO PRE-ANO.
          MOVE SPACES TO REGPREQ.
          WRITE REGPREQ AFTER ADVANCING PAGE.
          WRITE REGPREQ FROM CAB-01-PRE AFTER ADVANCING 1 LINE.
          WRITE REGPREQ FROM CAB-02-PRE AFTER ADVANCING 2 LINES.
          WRITE REGPREQ FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN-PRE.

       TERMINO.
          PERFORM TROCA-GERACOES.
          DISPLAY "TRANCADOS MANTIDOS...: " CONTADOR-TRANCA.
          DISPLAY "NAO REMATRICULADOS...: " CONTADOR-SAIDA.
          DISPLAY "INSCRICOES ROLADAS...: " CONTADOR-DIS.
          DISPLAY "SEM PRE-REQUISITO....: " CONTADOR-PREREQ.

       TROCA-GERACOES.
          MOVE DATA-SISTEMA TO ALU-BAK-DATA.
