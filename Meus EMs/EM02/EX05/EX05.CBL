       FD  ARQALER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQALER.DAT".
          01 REG-ALER                   PIC X(54).

       FD  ARQEXA
          LABEL RECORD ARE STANDARD
       77  MEDIA              PIC 9(02)V9(02).
       77  MEDIA-DIGITS       REDEFINES MEDIA PIC 9(04).
       77  APROVADO-EX05      PIC X(03) VALUE "NAO".
       77  FUNCAO-CONC        PIC X(01) VALUE "M".
       77  CONCEITO-MEDIA     PIC X(01) VALUE SPACES.
       77  RESP-CONC          PIC X(03) VALUE "NAO".
       77  MEDIA-CONSULTA     PIC 9(02)V9(02) VALUE ZEROES.
       77  NOTA-REPROVADA     PIC X(03) VALUE "NAO".
       77  PESO-NOTA1         PIC 9(01) VALUE 1.
       77  PESO-NOTA2         PIC 9(01) VALUE 1.
       77  PESO-NOTA3         PIC 9(01) VALUE 2.
       77  LIMITE-PCT-ALER    PIC 9(03)V9(02) VALUE 015,00.
       77  LIMITE-PCT-FALTAS  PIC 9(03)V9(02) VALUE 025,00.
       77  HORAS-DISC         PIC 9(03) VALUE ZEROES.
       77  TURMA-DIARIO       PIC X(03) VALUE SPACES.
       77  HORAS-DADAS        PIC 9(03) VALUE ZEROES.
       77  DIARIO-COMPLETO    PIC X(03) VALUE "NAO".
       77  PCT-FALTAS         PIC 9(03)V9(02) VALUE ZEROES.
       77  DISCIPLINA-APROVA  PIC X(05) VALUE SPACES.
       77  NOME-ARQALU        PIC X(20) VALUE "ARQALU.DAT".
       77  TOTAL-FALTAS-DIS   PIC 9(03) VALUE ZEROES.
       77  TOTAL-HORAS-DIS    PIC 9(05) VALUE ZEROES.
       77  FALTAS-APUR        PIC 9(02) VALUE ZEROES.
       77  ABON-APUR          PIC 9(02) VALUE ZEROES.
       77  TOTAL-ABON-DIS     PIC 9(03) VALUE ZEROES.
       77  MATRICULA-ABONO    PIC 9(07) VALUE ZEROES.
       77  FALTAS-LANCADAS    PIC 9(02) VALUE ZEROES.
       77  FALTAS-ABONADAS    PIC 9(02) VALUE ZEROES.
       77  FALTAS-CONTADAS    PIC 9(02) VALUE ZEROES.
       77  APROVADO-DIS       PIC X(03) VALUE "NAO".
       77  QTD-DIS-IMP        PIC 9(02) VALUE ZEROES.
       77  CONTADOR-NAOATIV   PIC 9(06) VALUE ZEROES.
          02 NOM       PIC X(30).
          02 FILLER    PIC X(5) VALUE SPACES.
          02 MEDI      PIC 9(02)V9(02).
          02 MEDI-X    REDEFINES MEDI PIC X(04).
          02 FILLER    PIC X(5) VALUE SPACES.
          02 FALT      PIC 9(02).
          02 FILLER    PIC X(5) VALUE SPACES.
          02 ALER-MEDIA                 PIC 9(02)V9(02).
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 ALER-FALTAS                PIC 9(02).
          02 FILLER                     PIC X(02) VALUE SPACES.
          02 ALER-ABONADAS              PIC 9(02).

       PROCEDURE DIVISION.
       
          CALL "CARGDISC" USING DISCIPLINA-APROVA HORAS-DISC
              PESO-NOTA1 PESO-NOTA2 PESO-NOTA3 PESO-NOTA4
              SOMA-PESOS.
          MOVE TURMA-ORD TO TURMA-DIARIO.
          PERFORM BASE-DIARIO.
          COMPUTE SOMA = (NOTA1-ORD * PESO-NOTA1)
                       + (NOTA2-ORD * PESO-NOTA2)
                       + (NOTA3-ORD * PESO-NOTA3)
                       + (NOTA4-ORD * PESO-NOTA4).
          DIVIDE SOMA BY SOMA-PESOS GIVING MEDIA.

      *----------------------------------------------------------------
      *    COM O DIARIO DE CLASSE DA TURMA/DISCIPLINA ENCERRADO, AS
      *    HORAS-AULA DADAS SUBSTITUEM A CARGA DO CATALOGO COMO BASE
      *    DO PERCENTUAL DE FALTAS.
      *----------------------------------------------------------------
       BASE-DIARIO.
          CALL "CARGAUL" USING TURMA-DIARIO DISCIPLINA-APROVA
              HORAS-DADAS DIARIO-COMPLETO.
          IF DIARIO-COMPLETO EQUAL "SIM"
             AND HORAS-DADAS GREATER THAN ZEROES
              MOVE HORAS-DADAS TO HORAS-DISC.

      *----------------------------------------------------------------
      *    FALTAS ABONADAS PELO MANABO (CARGABO) FICAM FORA DO
      *    PERCENTUAL QUE VAI PARA O APROVA; O TOTAL LANCADO NAO MUDA.
      *----------------------------------------------------------------
       SEPARA-ABONADAS.
          CALL "CARGABO" USING MATRICULA-ABONO DISCIPLINA-APROVA
              FALTAS-ABONADAS.
          IF FALTAS-ABONADAS GREATER THAN FALTAS-LANCADAS
              MOVE FALTAS-LANCADAS TO FALTAS-ABONADAS.
          SUBTRACT FALTAS-ABONADAS FROM FALTAS-LANCADAS
              GIVING FALTAS-CONTADAS.

       VERIFICACAO.
          PERFORM APURA-DISCIPLINAS.
          IF QTD-DIS EQUAL ZEROES
          PERFORM CALCULA-MEDIA.
          MOVE FALTAS-ORD TO FALTAS-APUR.
          MOVE 1 TO QTD-DIS-IMP.
          MOVE MATRICULA-ORD-NUM TO MATRICULA-ABONO.
          MOVE FALTAS-ORD TO FALTAS-LANCADAS.
          PERFORM SEPARA-ABONADAS.
          MOVE FALTAS-ABONADAS TO ABON-APUR.
          COMPUTE PCT-FALTAS ROUNDED =
              FALTAS-CONTADAS * 100 / HORAS-DISC
              ON SIZE ERROR MOVE 999,99 TO PCT-FALTAS
          END-COMPUTE.
          CALL "APROVA" USING MEDIA PCT-FALTAS APROVADO-EX05
              DISCIPLINA-APROVA.
          IF APROVADO-EX05 EQUAL "SIM"
              PERFORM IMPRESSAO
          ELSE
       APURA-DISCIPLINAS.
          MOVE ZEROES TO QTD-DIS QTD-DIS-APR QTD-DIS-EXA QTD-DIS-REP.
          MOVE ZEROES TO SOMA-MEDIAS-DIS TOTAL-FALTAS-DIS.
          MOVE ZEROES TO TOTAL-ABON-DIS.
          MOVE ZEROES TO TOTAL-HORAS-DIS.
          IF TEM-ARQDIS EQUAL "SIM"
              MOVE "NAO" TO FIM-DIS
          CALL "CARGDISC" USING DISCIPLINA-APROVA HORAS-DISC
              PESO-NOTA1 PESO-NOTA2 PESO-NOTA3 PESO-NOTA4
              SOMA-PESOS.
          MOVE TURMA-DIS TO TURMA-DIARIO.
          PERFORM BASE-DIARIO.
          COMPUTE SOMA = (NOTA1-DIS * PESO-NOTA1)
                       + (NOTA2-DIS * PESO-NOTA2)
                       + (NOTA3-DIS * PESO-NOTA3)
                       + (NOTA4-DIS * PESO-NOTA4).
          DIVIDE SOMA BY SOMA-PESOS GIVING MEDIA-DIS.
          MOVE FALTAS-DIS TO FALTAS-APUR.
          MOVE MATRICULA-ORD-NUM TO MATRICULA-ABONO.
          MOVE FALTAS-DIS TO FALTAS-LANCADAS.
          PERFORM SEPARA-ABONADAS.
          COMPUTE PCT-FALTAS ROUNDED =
              FALTAS-CONTADAS * 100 / HORAS-DISC
              ON SIZE ERROR MOVE 999,99 TO PCT-FALTAS
          END-COMPUTE.
          CALL "APROVA" USING MEDIA-DIS PCT-FALTAS APROVADO-DIS
              DISCIPLINA-APROVA.
          ADD MEDIA-DIS TO SOMA-MEDIAS-DIS.
          ADD FALTAS-DIS TO TOTAL-FALTAS-DIS.
          ADD FALTAS-ABONADAS TO TOTAL-ABON-DIS.
          ADD HORAS-DISC TO TOTAL-HORAS-DIS.
          IF APROVADO-DIS EQUAL "SIM"
              ADD 1 TO QTD-DIS-APR
          MOVE REPETENTE-ORD TO REPETENTE-SAI.
          MOVE DISCIPLINA-DIS TO DISCIPLINA-SAI.
          MOVE PCT-FALTAS TO PCT-FALTAS-SAI.
          MOVE MEDIA-DIS TO MEDIA-CONSULTA.
          PERFORM DEFINE-MOTIVO.
          WRITE REG-REP.

       RESULTADO-CONSOLIDADO.
              MOVE 99 TO FALTAS-APUR
          ELSE
              MOVE TOTAL-FALTAS-DIS TO FALTAS-APUR.
          IF TOTAL-ABON-DIS GREATER THAN 99
              MOVE 99 TO ABON-APUR
          ELSE
              MOVE TOTAL-ABON-DIS TO ABON-APUR.
          IF TOTAL-HORAS-DIS GREATER THAN ZEROES
              COMPUTE PCT-FALTAS ROUNDED =
                  (TOTAL-FALTAS-DIS - TOTAL-ABON-DIS) * 100
                  / TOTAL-HORAS-DIS
                  ON SIZE ERROR MOVE 999,99 TO PCT-FALTAS
              END-COMPUTE
          ELSE
          MOVE REPETENTE-ORD TO REPETENTE-SAI.
          MOVE DISCIPLINA-ORD TO DISCIPLINA-SAI.
          MOVE PCT-FALTAS TO PCT-FALTAS-SAI.
          MOVE MEDIA TO MEDIA-CONSULTA.
          PERFORM DEFINE-MOTIVO.
          WRITE REG-REP.

      *----------------------------------------------------------------
      *    NA DISCIPLINA POR CONCEITO A NOTA REPROVA QUANDO O CONCEITO
      *    DA MEDIA NAO APROVA NA TABCONC; NAS DEMAIS, MEDIA MENOR QUE 7
      *----------------------------------------------------------------
       DEFINE-MOTIVO.
          MOVE "NAO" TO NOTA-REPROVADA.
          MOVE "M" TO FUNCAO-CONC.
          CALL "CONVCONC" USING FUNCAO-CONC DISCIPLINA-APROVA
              CONCEITO-MEDIA MEDIA-CONSULTA RESP-CONC.
          IF RESP-CONC EQUAL "SIM"
              PERFORM CONFERE-CONCEITO
          ELSE
              IF MEDIA-CONSULTA < 7
                  MOVE "SIM" TO NOTA-REPROVADA.
          IF NOTA-REPROVADA EQUAL "SIM"
             AND PCT-FALTAS > LIMITE-PCT-FALTAS
              MOVE "A" TO MOTIVO-SAI
          ELSE
              IF NOTA-REPROVADA EQUAL "SIM"
                  MOVE "N" TO MOTIVO-SAI
              ELSE
                  MOVE "F" TO MOTIVO-SAI.

       CONFERE-CONCEITO.
          MOVE "A" TO FUNCAO-CONC.
          CALL "CONVCONC" USING FUNCAO-CONC DISCIPLINA-APROVA
              CONCEITO-MEDIA MEDIA-CONSULTA RESP-CONC.
          IF RESP-CONC NOT EQUAL "SIM"
              MOVE "SIM" TO NOTA-REPROVADA.


       IMPRESSAO.
              MOVE DIGI-ORD TO ALER-DIG
              MOVE NOME-ORD TO ALER-NOME
              MOVE MEDIA TO ALER-MEDIA
              MOVE ABON-APUR TO ALER-ABONADAS
              SUBTRACT ABON-APUR FROM FALTAS-APUR GIVING ALER-FALTAS
              WRITE REG-ALER FROM LINHA-ALER.

       IMPDET.
          MOVE TURMA-ORD TO TUR.
          MOVE NOME-ORD TO NOM.
          MOVE MEDIA TO MEDI.
          IF QTD-DIS EQUAL ZEROES
              MOVE "M" TO FUNCAO-CONC
              CALL "CONVCONC" USING FUNCAO-CONC DISCIPLINA-APROVA
                  CONCEITO-MEDIA MEDIA RESP-CONC
              IF RESP-CONC EQUAL "SIM"
                  MOVE SPACES TO MEDI-X
                  MOVE CONCEITO-MEDIA TO MEDI-X (1:1).
          MOVE FALTAS-APUR TO FALT.
          MOVE QTD-DIS-IMP TO QTDD.
          ADD 1 TO TOTAPROV.
