       IDENTIFICATION DIVISION.
       PROGRAM-ID.	CONFLIB.
       AUTHOR.          CLEDIR JUSTO.
       INSTALLATION.   	FATEC-SP.
       DATE-WRITTEN.   	15/10/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONFERENCIA DA LIBERACAO DA FOLHA. LE O CADSAI.DAT DA
      *FOLHA (EM01\EX06) - COMPETENCIA E DATA DO HEADER, QUANTIDADE
      *DE FUNCIONARIOS E SOMA DOS LIQUIDOS DOS REGISTROS DE FOLHA (AS
      *FERIAS E RESCISOES ACRESCENTADAS NO DIA PELO FERIAPAG E PELA
      *RESCISAO NAO ALTERAM A LIBERACAO) - E A ULTIMA DECISAO DO
      *LIBFOL PARA A COMPETENCIA NO ARQLIB.DAT (REGLIB). DEVOLVE A
      *COMPETENCIA DO CADSAI E "SIM" EM LK-LIBERADA SO QUANDO A
      *ULTIMA DECISAO E L E FOI TOMADA SOBRE ESTA MESMA FOLHA
      *(QUANTIDADE DE FUNCIONARIOS E SOMA DOS LIQUIDOS IGUAIS - O EX06
      *DA NOITE REGRAVA O CADSAI COM NOVA DATA NO HEADER, E SO A
      *FOLHA QUE MUDOU PEDE NOVA LIBERACAO); SENAO DEVOLVE "NAO" E O
      *MOTIVO EM LK-MOTIVO PARA O CHAMADOR EXIBIR. USADA PELA
      *REMESSA, PELO HOLERITE, PELO CONTEXP (LANCAMENTO FOL) E PELO
      *GEREVT (EVENTOS DE REMUNERACAO E DE FERIAS).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADSAI ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQLIB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CADSAI
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADSAI.DAT".
          COPY REGSAI.

       FD  ARQLIB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQLIB.DAT".
          COPY REGLIB.

       WORKING-STORAGE SECTION.
       77  FIM-SAI            PIC X(03) VALUE "NAO".
       77  FIM-LIB            PIC X(03) VALUE "NAO".
       77  ACHOU-DECISAO      PIC X(03) VALUE "NAO".
       77  DATA-FOLHA         PIC 9(08) VALUE ZEROES.
       77  COMPET-FOLHA       PIC 9(06) VALUE ZEROES.
       77  QTD-FUNC           PIC 9(06) VALUE ZEROES.
       77  SOMA-LIQUIDO       PIC 9(09)V9(02) VALUE ZEROES.
       77  SITUACAO-ULT       PIC X(01) VALUE SPACES.
       77  QTD-FUNC-ULT       PIC 9(06) VALUE ZEROES.
       77  LIQUIDO-ULT        PIC 9(09)V9(02) VALUE ZEROES.

       LINKAGE SECTION.
       01  LK-COMPET       PIC 9(06).
       01  LK-LIBERADA     PIC X(03).
       01  LK-MOTIVO       PIC X(60).

       PROCEDURE DIVISION USING LK-COMPET LK-LIBERADA LK-MOTIVO.

       PGM-CONFLIB.
          MOVE "NAO" TO LK-LIBERADA.
          MOVE SPACES TO LK-MOTIVO.
          MOVE ZEROES TO LK-COMPET.
          PERFORM TOTALIZA-FOLHA.
          IF DATA-FOLHA EQUAL ZEROES
              MOVE "CADSAI SEM HEADER - FOLHA NAO CALCULADA"
                  TO LK-MOTIVO
              GOBACK.
          MOVE COMPET-FOLHA TO LK-COMPET.
          PERFORM PROCURA-DECISAO.
          IF ACHOU-DECISAO EQUAL "NAO"
              MOVE "FOLHA DA COMPETENCIA SEM LIBERACAO NO LIBFOL"
                  TO LK-MOTIVO
          ELSE
          IF SITUACAO-ULT EQUAL "R"
              MOVE "FOLHA DA COMPETENCIA RETIDA NO LIBFOL"
                  TO LK-MOTIVO
          ELSE
          IF QTD-FUNC-ULT NOT EQUAL QTD-FUNC
             OR LIQUIDO-ULT NOT EQUAL SOMA-LIQUIDO
              MOVE
              "CADSAI RECALCULADO APOS A LIBERACAO - LIBERAR DE NOVO"
                  TO LK-MOTIVO
          ELSE
              MOVE "SIM" TO LK-LIBERADA.
          GOBACK.

       TOTALIZA-FOLHA.
          MOVE "NAO" TO FIM-SAI.
          MOVE ZEROES TO DATA-FOLHA QTD-FUNC SOMA-LIQUIDO.
          OPEN INPUT CADSAI.
          PERFORM LE-FOLHA.
          PERFORM SOMA-FOLHA UNTIL FIM-SAI EQUAL "SIM".
          CLOSE CADSAI.

       LE-FOLHA.
          READ CADSAI AT END MOVE "SIM" TO FIM-SAI.

       SOMA-FOLHA.
          IF REG-SAI(1:3) EQUAL "HDR"
              IF REG-SAI(12:8) NUMERIC
                  MOVE REG-SAI(12:8) TO DATA-FOLHA
                  MOVE DATA-FOLHA(1:6) TO COMPET-FOLHA
              END-IF
          ELSE
          IF REG-SAI(1:3) NOT EQUAL "TRL"
             AND LIQUIDO-SAI NUMERIC
             AND (TIPO-SAI EQUAL "F" OR TIPO-SAI EQUAL SPACE)
              ADD 1 TO QTD-FUNC
              ADD LIQUIDO-SAI TO SOMA-LIQUIDO.
          PERFORM LE-FOLHA.

      *----------------------------------------------------------------
      *    O ARQLIB SO CRESCE; A ULTIMA DECISAO DA COMPETENCIA VALE.
      *----------------------------------------------------------------
       PROCURA-DECISAO.
          MOVE "NAO" TO FIM-LIB ACHOU-DECISAO.
          OPEN INPUT ARQLIB.
          PERFORM LE-DECISAO.
          PERFORM GUARDA-DECISAO UNTIL FIM-LIB EQUAL "SIM".
          CLOSE ARQLIB.

       LE-DECISAO.
          READ ARQLIB AT END MOVE "SIM" TO FIM-LIB.

       GUARDA-DECISAO.
          IF COMPET-LIB EQUAL COMPET-FOLHA
              MOVE "SIM" TO ACHOU-DECISAO
              MOVE SITUACAO-LIB TO SITUACAO-ULT
              MOVE QTD-FUNC-LIB TO QTD-FUNC-ULT
              MOVE LIQUIDO-LIB TO LIQUIDO-ULT.
          PERFORM LE-DECISAO.
