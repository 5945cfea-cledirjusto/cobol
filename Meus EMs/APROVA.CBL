      *MEDIA ENTRE 5,00 E 7,00 NO MESMO LIMITE VAI A EXAME; O RESTO
      *REPROVA. O LIMITE PERCENTUAL SUBSTITUIU O ANTIGO CORTE FIXO
      *DE 15 FALTAS, QUE TRATAVA IGUAL DISCIPLINAS DE 40 E 80 HORAS.
      *O CHAMADOR INFORMA TAMBEM A DISCIPLINA: SE ELA E AVALIADA POR
      *CONCEITO (ESCALA-CAT "C" NO CADDISC), A MEDIA E CONVERTIDA EM
      *CONCEITO PELA CONVCONC E VALE A REGRA DO CONCEITO - CONCEITO
      *QUE APROVA NA TABCONC, NO MESMO LIMITE DE FALTAS, APROVA; O
      *RESTO REPROVA, SEM EXAME.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       WORKING-STORAGE SECTION.
       77  PCT-FALTAS-LIMITE PIC 9(03)V9(02) VALUE 025,00.
       77  MEDIA-EXAME     PIC 9(02)V9(02) VALUE 05,00.
       77  FUNCAO-CONC     PIC X(01) VALUE SPACES.
       77  CONCEITO-MEDIA  PIC X(01) VALUE SPACES.
       77  RESP-CONC       PIC X(03) VALUE "NAO".

       LINKAGE SECTION.
       01  LK-MEDIA        PIC 9(02)V9(02).
       01  LK-PCT-FALTAS   PIC 9(03)V9(02).
       01  LK-APROVADO     PIC X(03).
       01  LK-DISCIPLINA   PIC X(05).

       PROCEDURE DIVISION USING LK-MEDIA LK-PCT-FALTAS LK-APROVADO
           LK-DISCIPLINA.

       PGM-APROVA.
           MOVE "M" TO FUNCAO-CONC.
           CALL "CONVCONC" USING FUNCAO-CONC LK-DISCIPLINA
               CONCEITO-MEDIA LK-MEDIA RESP-CONC.
           IF RESP-CONC EQUAL "SIM"
               PERFORM APROVA-CONCEITO
           ELSE
               PERFORM APROVA-NOTA.

           GOBACK.

       APROVA-CONCEITO.
           MOVE "A" TO FUNCAO-CONC.
           CALL "CONVCONC" USING FUNCAO-CONC LK-DISCIPLINA
               CONCEITO-MEDIA LK-MEDIA RESP-CONC.
           IF RESP-CONC EQUAL "SIM"
              AND LK-PCT-FALTAS NOT> PCT-FALTAS-LIMITE
               MOVE "SIM" TO LK-APROVADO
           ELSE
               MOVE "NAO" TO LK-APROVADO.

       APROVA-NOTA.
           IF LK-MEDIA NOT< 7
              AND LK-PCT-FALTAS NOT> PCT-FALTAS-LIMITE
               MOVE "SIM" TO LK-APROVADO
               MOVE "EXA" TO LK-APROVADO
           ELSE
               MOVE "NAO" TO LK-APROVADO.
