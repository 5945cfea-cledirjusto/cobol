      *A SUB-ROTINA APROVA; PARA CADA ALUNO APROVADO IMPRIME UMA
      *PAGINA DE CERTIFICADO EM CERTIF COM NOME, MATRICULA, TURMA,
      *MEDIA E DATA DE PROCESSAMENTO, NO MOLDE DAS CARTAS DO EX06.
      *NA DISCIPLINA AVALIADA POR CONCEITO O CERTIFICADO TRAZ O
      *CONCEITO FINAL (CONVCONC) NO LUGAR DA MEDIA. OS APROVADOS NO
      *EXAME (ARQAPEX) VAO POR SORT PARA A ORDEM DE MATRICULA E
      *DISCIPLINA E SAO CONFERIDOS EM PARALELO COM O ARQALU, SEM
      *LIMITE DE QUANTIDADE.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL ARQAPEX ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTAPX ASSIGN TO DISK.
          SELECT APEXORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQALU ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          02 MEDIA-FINAL-APEX          PIC 9(02)V9(02).
          02 DISCIPLINA-APEX           PIC X(05).

       SD  SORTAPX.
          01 REG-SAP.
          02 MATRICULA-SAP             PIC 9(07).
          02 MEDIA-FINAL-SAP           PIC 9(02)V9(02).
          02 DISCIPLINA-SAP            PIC X(05).

       FD  APEXORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "APXCER.DAT".
          01 REG-APO.
          02 MATRICULA-APO             PIC 9(07).
          02 MEDIA-FINAL-APO           PIC 9(02)V9(02).
          02 DISCIPLINA-APO            PIC X(05).

       WORKING-STORAGE SECTION.
       77  FIM-APEX           PIC X(03) VALUE "NAO".
       77  MATRICULA-GERAL    PIC 9(07) VALUE ZEROES.
       77  APROVADO-EXAME     PIC X(03) VALUE "NAO".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  SOMA               PIC 9(03).
       77  MEDIA              PIC 9(02)V9(02).
       77  HORAS-DISC         PIC 9(03) VALUE ZEROES.
       77  PCT-FALTAS         PIC 9(03)V9(02) VALUE ZEROES.
       77  DISCIPLINA-APROVA  PIC X(05) VALUE SPACES.
       77  FUNCAO-CONC        PIC X(01) VALUE "M".
       77  CONCEITO-MEDIA     PIC X(01) VALUE SPACES.
       77  RESP-CONC          PIC X(03) VALUE "NAO".

       77  APROVADO-CERT      PIC X(03) VALUE "NAO".
       77  PESO-NOTA1         PIC 9(01) VALUE 1.
          02 CL06-MED  PIC 99,99.
          02 FILLER    PIC X(01) VALUE ".".

       01 CERT-L06C.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(09) VALUE "DA TURMA ".
          02 CL06C-TUR PIC X(03).
          02 FILLER    PIC X(02) VALUE ", ".
          02 FILLER    PIC X(35) VALUE
             "FOI APROVADO(A) COM CONCEITO FINAL ".
          02 CL06C-CON PIC X(01).
          02 FILLER    PIC X(01) VALUE ".".

       01 CERT-L07.
          02 FILLER    PIC X(80) VALUE SPACES.

          COMPUTE PCT-FALTAS ROUNDED = FALTAS-ENT * 100 / HORAS-DISC
              ON SIZE ERROR MOVE 999,99 TO PCT-FALTAS
          END-COMPUTE.
          CALL "APROVA" USING MEDIA PCT-FALTAS APROVADO-CERT
              DISCIPLINA-APROVA.
          IF APROVADO-CERT EQUAL "EXA"
              PERFORM CONSULTA-APEX
          ELSE
          MOVE MATR TO CL05-MAT.
          MOVE DIGI TO CL05-DIG.
          WRITE REGCERT FROM CERT-L05 AFTER ADVANCING 1 LINE.
          MOVE "M" TO FUNCAO-CONC.
          CALL "CONVCONC" USING FUNCAO-CONC DISCIPLINA-APROVA
              CONCEITO-MEDIA MEDIA RESP-CONC.
          IF RESP-CONC EQUAL "SIM"
              MOVE TURMA-ENT TO CL06C-TUR
              MOVE CONCEITO-MEDIA TO CL06C-CON
              WRITE REGCERT FROM CERT-L06C AFTER ADVANCING 1 LINE
          ELSE
              MOVE TURMA-ENT TO CL06-TUR
              MOVE MEDIA TO CL06-MED
              WRITE REGCERT FROM CERT-L06 AFTER ADVANCING 1 LINE.
          WRITE REGCERT FROM CERT-L07 AFTER ADVANCING 2 LINES.
          WRITE REGCERT FROM CERT-L08 AFTER ADVANCING 1 LINE.
          WRITE REGCERT FROM CERT-L09 AFTER ADVANCING 2 LINES.
          PERFORM GRAVA-LOG.
          DISPLAY "CERTIFICADOS EMITIDOS: " TOTAL-CERTIF.
          CLOSE ARQALU
                CERTIF
                APEXORD.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.

      *----------------------------------------------------------------
      *    APROVADOS NO EXAME EM ORDEM DE MATRICULA E DISCIPLINA,
      *    CONFERIDOS EM PARALELO COM O ARQALU (MESMA ORDEM). O
      *    REGISTRO SEM DISCIPLINA VALE PARA QUALQUER DISCIPLINA.
      *----------------------------------------------------------------
       CARGA-APEX.
          SORT SORTAPX ON ASCENDING KEY MATRICULA-SAP DISCIPLINA-SAP
              USING ARQAPEX
              GIVING APEXORD.
          OPEN INPUT APEXORD.
          PERFORM LE-APEX.

       LE-APEX.
          READ APEXORD AT END MOVE "SIM" TO FIM-APEX.

       CONSULTA-APEX.
          MOVE "NAO" TO APROVADO-EXAME.
          PERFORM LE-APEX
              UNTIL FIM-APEX EQUAL "SIM"
                 OR MATRICULA-APO NOT LESS MATRICULA-ENT-NUM.
          PERFORM PASSA-APEX
              UNTIL FIM-APEX EQUAL "SIM"
                 OR MATRICULA-APO NOT EQUAL MATRICULA-ENT-NUM
                 OR DISCIPLINA-APO NOT LESS DISCIPLINA-ENT.
          IF MATRICULA-GERAL EQUAL MATRICULA-ENT-NUM
              MOVE "SIM" TO APROVADO-EXAME.
          IF FIM-APEX NOT EQUAL "SIM"
             AND MATRICULA-APO EQUAL MATRICULA-ENT-NUM
             AND DISCIPLINA-APO EQUAL DISCIPLINA-ENT
              MOVE "SIM" TO APROVADO-EXAME.

       PASSA-APEX.
          IF DISCIPLINA-APO EQUAL SPACES
              MOVE MATRICULA-APO TO MATRICULA-GERAL.
          PERFORM LE-APEX.
