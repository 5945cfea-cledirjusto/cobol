       IDENTIFICATION DIVISION.
       PROGRAM-ID.	CONFPRE.
       AUTHOR.          CLEDIR JUSTO.
       INSTALLATION.   	FATEC-SP.
       DATE-WRITTEN.   	15/10/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONFERE OS PRE-REQUISITOS DE UMA DISCIPLINA PARA UMA
      *MATRICULA. NA PRIMEIRA CHAMADA CARREGA EM TABELA O PREREQ.DAT
      *(MANTIDO PELO MANDISC); A CADA CHAMADA PERCORRE O HISTORICO
      *ARQHIST.DAT DA MATRICULA E PROCURA CADA REQUISITO DA
      *DISCIPLINA COM A SITUACAO MINIMA EXIGIDA (APR, OU EXA QUE
      *ACEITA TAMBEM APR). DEVOLVE "SIM" EM LK-ATENDE QUANDO TODOS
      *OS REQUISITOS ESTAO CUMPRIDOS (OU A DISCIPLINA NAO TEM
      *REQUISITO) E "NAO" COM O PRIMEIRO REQUISITO EM FALTA EM
      *LK-REQUISITO. SEM ARQHIST NENHUM REQUISITO E CUMPRIDO. USADA
      *NA INSCRICAO (MATRDISC) E NA REMATRICULA (REMATSEM). SE O
      *PREREQ NAO COUBER NA TABELA (300) OU A DISCIPLINA TIVER MAIS
      *REQUISITOS DO QUE A TABELA DA CONFERENCIA (20), A CONFERENCIA
      *NAO E FEITA: DEVOLVE "NAO" COM "*****" EM LK-REQUISITO E AVISA
      *NA TELA, PARA QUE A INSCRICAO SO PASSE COM LIBERACAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL PREREQ ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQHIST ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-HIS
          FILE STATUS IS FS-HIST.

       DATA DIVISION.
       FILE SECTION.

       FD  PREREQ
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PREREQ.DAT".
          COPY REGPRE.

       FD  ARQHIST
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQHIST.DAT".
          01 REG-HIS.
          02 CHAVE-HIS.
             03 MATRICULA-HIS          PIC 9(07).
             03 PERIODO-HIS            PIC X(06).
             03 DISCIPLINA-HIS         PIC X(05).
          02 TURMA-HIS                 PIC X(03).
          02 NOTA1-HIS                 PIC 9(02)V9(02).
          02 NOTA2-HIS                 PIC 9(02)V9(02).
          02 NOTA3-HIS                 PIC 9(02)V9(02).
          02 NOTA4-HIS                 PIC 9(02)V9(02).
          02 FALTAS-HIS                PIC 9(02).
          02 MEDIA-HIS                 PIC 9(02)V9(02).
          02 SITUACAO-HIS              PIC X(03).
          02 CONCEITO-HIS              PIC X(01).

       WORKING-STORAGE SECTION.
       77  JA-CARREGOU        PIC X(03) VALUE "NAO".
       77  FIM-PRE            PIC X(03) VALUE "NAO".
       77  FIM-HIST           PIC X(03) VALUE "NAO".
       77  FS-HIST            PIC X(02) VALUE "00".
       77  QTD-PRE            PIC 9(03) VALUE ZEROES.
       77  QTD-REQ            PIC 9(02) VALUE ZEROES.
       77  IX-PRE             PIC 9(03) VALUE ZEROES.
       77  IX-REQ             PIC 9(02) VALUE ZEROES.
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  REQ-EXCEDIDO       PIC X(03) VALUE "NAO".

       01 TAB-PRE.
          02 PRE-OCORRENCIA OCCURS 300 TIMES.
             03 PRE-DISCIPLINA         PIC X(05).
             03 PRE-REQUISITO          PIC X(05).
             03 PRE-SITUACAO           PIC X(03).

       01 TAB-REQ.
          02 REQ-OCORRENCIA OCCURS 20 TIMES.
             03 REQ-DISCIPLINA         PIC X(05).
             03 REQ-SITUACAO           PIC X(03).
             03 REQ-CUMPRIDO           PIC X(03).

       LINKAGE SECTION.
       01  LK-MATRICULA    PIC 9(07).
       01  LK-DISCIPLINA   PIC X(05).
       01  LK-ATENDE       PIC X(03).
       01  LK-REQUISITO    PIC X(05).

       PROCEDURE DIVISION USING LK-MATRICULA LK-DISCIPLINA
           LK-ATENDE LK-REQUISITO.

       PGM-CONFPRE.
          IF JA-CARREGOU EQUAL "NAO"
              PERFORM CARGA-PREREQ.
          MOVE "SIM" TO LK-ATENDE.
          MOVE SPACES TO LK-REQUISITO.
          MOVE ZEROES TO QTD-REQ.
          MOVE "NAO" TO REQ-EXCEDIDO.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "PREREQ MAIOR QUE A TABELA (300) - "
                  "PRE-REQUISITOS NAO CONFERIDOS."
              MOVE "NAO" TO LK-ATENDE
              MOVE "*****" TO LK-REQUISITO
              GOBACK.
          IF QTD-PRE GREATER THAN ZEROES
              PERFORM SEPARA-REQUISITO
                  VARYING IX-PRE FROM 1 BY 1
                  UNTIL IX-PRE GREATER THAN QTD-PRE.
          IF REQ-EXCEDIDO EQUAL "SIM"
              DISPLAY "DISCIPLINA " LK-DISCIPLINA " COM MAIS DE 20 "
                  "PRE-REQUISITOS - NAO CONFERIDOS."
              MOVE "NAO" TO LK-ATENDE
              MOVE "*****" TO LK-REQUISITO
          ELSE
          IF QTD-REQ GREATER THAN ZEROES
              PERFORM CONFERE-HISTORICO
              PERFORM APURA-REQUISITO
                  VARYING IX-REQ FROM 1 BY 1
                  UNTIL IX-REQ GREATER THAN QTD-REQ
                     OR LK-ATENDE EQUAL "NAO".
          GOBACK.

       CARGA-PREREQ.
          MOVE "SIM" TO JA-CARREGOU.
          OPEN INPUT PREREQ.
          PERFORM LE-PREREQ.
          PERFORM GUARDA-PREREQ UNTIL FIM-PRE EQUAL "SIM".
          CLOSE PREREQ.

       LE-PREREQ.
          READ PREREQ AT END MOVE "SIM" TO FIM-PRE.

       GUARDA-PREREQ.
          IF QTD-PRE NOT LESS 300
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-PRE
              MOVE DISCIPLINA-PRE TO PRE-DISCIPLINA (QTD-PRE)
              MOVE REQUISITO-PRE TO PRE-REQUISITO (QTD-PRE)
              MOVE SITUACAO-MIN-PRE TO PRE-SITUACAO (QTD-PRE).
          PERFORM LE-PREREQ.

       SEPARA-REQUISITO.
          IF PRE-DISCIPLINA (IX-PRE) EQUAL LK-DISCIPLINA
              IF QTD-REQ NOT LESS 20
                  MOVE "SIM" TO REQ-EXCEDIDO
              ELSE
                  ADD 1 TO QTD-REQ
                  MOVE PRE-REQUISITO (IX-PRE)
                      TO REQ-DISCIPLINA (QTD-REQ)
                  MOVE PRE-SITUACAO (IX-PRE) TO REQ-SITUACAO (QTD-REQ)
                  MOVE "NAO" TO REQ-CUMPRIDO (QTD-REQ).

      *----------------------------------------------------------------
      *    PERCORRE TODOS OS PERIODOS DA MATRICULA NO HISTORICO,
      *    MARCANDO OS REQUISITOS ENCONTRADOS COM SITUACAO SUFICIENTE.
      *----------------------------------------------------------------
       CONFERE-HISTORICO.
          OPEN INPUT ARQHIST.
          IF FS-HIST EQUAL "00"
              MOVE "NAO" TO FIM-HIST
              MOVE LK-MATRICULA TO MATRICULA-HIS
              MOVE SPACES TO PERIODO-HIS
              MOVE SPACES TO DISCIPLINA-HIS
              START ARQHIST KEY NOT LESS CHAVE-HIS
                  INVALID KEY MOVE "SIM" TO FIM-HIST
              END-START
              PERFORM LE-HISTORICO
              PERFORM MARCA-PERIODO UNTIL FIM-HIST EQUAL "SIM"
              CLOSE ARQHIST.

       LE-HISTORICO.
          IF FIM-HIST NOT EQUAL "SIM"
              READ ARQHIST NEXT RECORD
                  AT END MOVE "SIM" TO FIM-HIST.
          IF FIM-HIST NOT EQUAL "SIM"
             AND MATRICULA-HIS NOT EQUAL LK-MATRICULA
              MOVE "SIM" TO FIM-HIST.

       MARCA-PERIODO.
          PERFORM MARCA-REQUISITO
              VARYING IX-REQ FROM 1 BY 1
              UNTIL IX-REQ GREATER THAN QTD-REQ.
          PERFORM LE-HISTORICO.

       MARCA-REQUISITO.
          IF REQ-DISCIPLINA (IX-REQ) EQUAL DISCIPLINA-HIS
              IF SITUACAO-HIS EQUAL "APR"
                  MOVE "SIM" TO REQ-CUMPRIDO (IX-REQ)
              ELSE
              IF SITUACAO-HIS EQUAL "EXA"
                 AND REQ-SITUACAO (IX-REQ) EQUAL "EXA"
                  MOVE "SIM" TO REQ-CUMPRIDO (IX-REQ).

       APURA-REQUISITO.
          IF REQ-CUMPRIDO (IX-REQ) EQUAL "NAO"
              MOVE "NAO" TO LK-ATENDE
              MOVE REQ-DISCIPLINA (IX-REQ) TO LK-REQUISITO.
