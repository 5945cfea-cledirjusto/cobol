      *ARQALU), A MEDIA PARCIAL PONDERADA CALCULADA SO SOBRE AS
      *AVALIACOES JA LANCADAS (PESOS DO CATALOGO VIA CARGDISC) E AS
      *FALTAS ATUAIS, COM A MARCACAO ACIMA/ABAIXO DO CORTE DE 7,00.
      *ALUNO NAO ATIVO NAO RECEBE BOLETIM. AS FALTAS ABONADAS NO
      *MANABO (CARGABO) SAEM NA COLUNA ABONAD E A COLUNA FALTAS TRAZ
      *SO AS FALTAS SEM ABONO. NA DISCIPLINA AVALIADA POR CONCEITO
      *A COLUNA MEDIA TRAZ O CONCEITO PARCIAL (CONVCONC).

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
       77  MEDIA-PARCIAL      PIC 9(02)V9(02) VALUE ZEROES.
       77  SOMA-MEDIAS-BOL    PIC 9(04)V9(02) VALUE ZEROES.
       77  TOTAL-FALTAS-BOL   PIC 9(03) VALUE ZEROES.
       77  TOTAL-ABON-BOL     PIC 9(03) VALUE ZEROES.
       77  FALTAS-LANCADAS    PIC 9(02) VALUE ZEROES.
       77  FALTAS-ABONADAS    PIC 9(02) VALUE ZEROES.
       77  FALTAS-CONTADAS    PIC 9(02) VALUE ZEROES.
       77  MEDIA-GERAL-BOL    PIC 9(02)V9(02) VALUE ZEROES.
       77  CORTE-MEDIA        PIC 9(02)V9(02) VALUE 07,00.
       77  PESO-NOTA1         PIC 9(01) VALUE 1.
       77  SOMA-PESOS         PIC 9(02) VALUE 5.
       77  HORAS-DISC         PIC 9(03) VALUE ZEROES.
       77  DISCIPLINA-APROVA  PIC X(05) VALUE SPACES.
       77  FUNCAO-CONC        PIC X(01) VALUE "M".
       77  CONCEITO-MEDIA     PIC X(01) VALUE SPACES.
       77  RESP-CONC          PIC X(03) VALUE "NAO".
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-PAGINAS   PIC 9(06) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
          02 FILLER    PIC X(02) VALUE "N4".
          02 FILLER    PIC X(03) VALUE SPACES.
          02 FILLER    PIC X(06) VALUE "FALTAS".
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(06) VALUE "ABONAD".
          02 FILLER    PIC X(03) VALUE SPACES.
          02 FILLER    PIC X(06) VALUE "MEDIA ".

          02 BDT-N4    PIC 99,99.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 BDT-FALT  PIC 9(02).
          02 FILLER    PIC X(06) VALUE SPACES.
          02 BDT-ABON  PIC 9(02).
          02 FILLER    PIC X(05) VALUE SPACES.
          02 BDT-MED   PIC 99,99.
          02 BDT-MED-X REDEFINES BDT-MED PIC X(05).

       01 BOL-L06.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 FILLER    PIC X(14) VALUE "TOTAL FALTAS: ".
          02 BL06-FAL  PIC 9(03).
          02 FILLER    PIC X(03) VALUE SPACES.
          02 FILLER    PIC X(10) VALUE "ABONADAS: ".
          02 BL06-ABO  PIC 9(03).

       01 BOL-L07.
          02 FILLER    PIC X(05) VALUE SPACES.
       IMPRIME-BOLETIM.
          ADD 1 TO CONTADOR-PAGINAS.
          MOVE ZEROES TO QTD-DIS-BOL SOMA-MEDIAS-BOL TOTAL-FALTAS-BOL.
          MOVE ZEROES TO TOTAL-ABON-BOL.
          MOVE SPACES TO REGBOL.
          WRITE REGBOL AFTER ADVANCING PAGE.
          WRITE REGBOL FROM BOL-L01 AFTER ADVANCING 2 LINES.
          MOVE NOTA2-DIS TO BDT-N2.
          MOVE NOTA3-DIS TO BDT-N3.
          MOVE NOTA4-DIS TO BDT-N4.
          MOVE FALTAS-DIS TO FALTAS-LANCADAS.
          PERFORM SEPARA-ABONADAS.
          MOVE FALTAS-CONTADAS TO BDT-FALT.
          MOVE FALTAS-ABONADAS TO BDT-ABON.
          MOVE MEDIA-PARCIAL TO BDT-MED.
          PERFORM MOSTRA-CONCEITO.
          WRITE REGBOL FROM BOL-DET AFTER ADVANCING 1 LINE.
          ADD MEDIA-PARCIAL TO SOMA-MEDIAS-BOL.
          ADD FALTAS-CONTADAS TO TOTAL-FALTAS-BOL.
          ADD FALTAS-ABONADAS TO TOTAL-ABON-BOL.
          PERFORM LE-DISCIPLINA.

       CALCULA-PARCIAL-DIS.
          MOVE NOTA2-ENT TO BDT-N2.
          MOVE NOTA3-ENT TO BDT-N3.
          MOVE NOTA4-ENT TO BDT-N4.
          MOVE FALTAS-ENT TO FALTAS-LANCADAS.
          PERFORM SEPARA-ABONADAS.
          MOVE FALTAS-CONTADAS TO BDT-FALT.
          MOVE FALTAS-ABONADAS TO BDT-ABON.
          MOVE MEDIA-PARCIAL TO BDT-MED.
          PERFORM MOSTRA-CONCEITO.
          WRITE REGBOL FROM BOL-DET AFTER ADVANCING 1 LINE.
          ADD MEDIA-PARCIAL TO SOMA-MEDIAS-BOL.
          ADD FALTAS-CONTADAS TO TOTAL-FALTAS-BOL.
          ADD FALTAS-ABONADAS TO TOTAL-ABON-BOL.

      *----------------------------------------------------------------
      *    DISCIPLINA AVALIADA POR CONCEITO MOSTRA A LETRA NA COLUNA
      *    DA MEDIA.
      *----------------------------------------------------------------
       MOSTRA-CONCEITO.
          MOVE "M" TO FUNCAO-CONC.
          CALL "CONVCONC" USING FUNCAO-CONC DISCIPLINA-APROVA
              CONCEITO-MEDIA MEDIA-PARCIAL RESP-CONC.
          IF RESP-CONC EQUAL "SIM"
              MOVE SPACES TO BDT-MED-X
              MOVE CONCEITO-MEDIA TO BDT-MED-X (3:1).

      *----------------------------------------------------------------
      *    FALTAS ABONADAS PELO MANABO (CARGABO) SAEM EM COLUNA PROPRIA.
      *----------------------------------------------------------------
       SEPARA-ABONADAS.
          CALL "CARGABO" USING MATRICULA-ORD DISCIPLINA-APROVA
              FALTAS-ABONADAS.
          IF FALTAS-ABONADAS GREATER THAN FALTAS-LANCADAS
              MOVE FALTAS-LANCADAS TO FALTAS-ABONADAS.
          SUBTRACT FALTAS-ABONADAS FROM FALTAS-LANCADAS
              GIVING FALTAS-CONTADAS.

       CALCULA-PARCIAL-LEG.
          CALL "CARGDISC" USING DISCIPLINA-APROVA HORAS-DISC
              MOVE ZEROES TO MEDIA-GERAL-BOL.
          MOVE MEDIA-GERAL-BOL TO BL06-MED.
          MOVE TOTAL-FALTAS-BOL TO BL06-FAL.
          MOVE TOTAL-ABON-BOL TO BL06-ABO.
          WRITE REGBOL FROM BOL-L02 AFTER ADVANCING 1 LINE.
          WRITE REGBOL FROM BOL-L06 AFTER ADVANCING 1 LINE.
          IF MEDIA-GERAL-BOL NOT LESS CORTE-MEDIA
