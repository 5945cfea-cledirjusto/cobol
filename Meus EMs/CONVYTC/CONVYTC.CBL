       IDENTIFICATION DIVISION.
          PROGRAM-ID.      CONVYTC.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONVERSAO UNICA DO ACUMULADO ANUAL PARA O LAYOUT COM
      *A COMPETENCIA E O LIQUIDO DA ULTIMA FOLHA, USADOS PELO EX06
      *PARA REPROCESSAR A MESMA COMPETENCIA SEM SOMAR O MES DE NOVO.
      *LE O ARQYTD NO LAYOUT ANTERIOR (MATRICULA, TOTAL E MESES,
      *RENOMEADO PELO OPERADOR PARA ARQYTDB.DAT) E GRAVA O NOVO
      *ARQYTD.DAT COM OS DOIS CAMPOS NOVOS ZERADOS. EXECUTAR UMA
      *UNICA VEZ NA VIRADA DO LAYOUT, FORA DO MES DE UMA FOLHA JA
      *PROCESSADA (A FOLHA SEGUINTE CONTA COMO MES NOVO).

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT ARQYTDB ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS MATRICULA-ANT.
          SELECT ARQYTD ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-YTD.

       DATA    DIVISION.
       FILE SECTION.

       FD  ARQYTDB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQYTDB.DAT".
          01 REG-YTDB.
          02 MATRICULA-ANT             PIC 9(05).
          02 TOTAL-ANT                 PIC 9(09)V9(02).
          02 MESES-ANT                 PIC 9(02).

       FD  ARQYTD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQYTD.DAT".
          01 REG-YTD.
          02 MATRICULA-YTD             PIC 9(05).
          02 TOTAL-YTD                 PIC 9(09)V9(02).
          02 MESES-YTD                 PIC 9(02).
          02 COMPET-YTD                PIC 9(06).
          02 LIQUIDO-MES-YTD           PIC 9(07)V9(02).

       WORKING-STORAGE SECTION.
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  TOTAL-CONVERTIDO   PIC 9(11)V9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

       PGM-CONVYTC.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          OPEN INPUT  ARQYTDB
               OUTPUT ARQYTD.
          PERFORM LEITURA.

       LEITURA.
          READ ARQYTDB NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
          MOVE MATRICULA-ANT TO MATRICULA-YTD.
          MOVE TOTAL-ANT TO TOTAL-YTD.
          MOVE MESES-ANT TO MESES-YTD.
          MOVE ZEROES TO COMPET-YTD.
          MOVE ZEROES TO LIQUIDO-MES-YTD.
          ADD TOTAL-ANT TO TOTAL-CONVERTIDO.
          WRITE REG-YTD.
          PERFORM LEITURA.

       TERMINO.
          DISPLAY "CONVERSAO DO ARQYTD CONCLUIDA.".
          DISPLAY "REGISTROS CONVERTIDOS: " CONTADOR-LIDOS.
          DISPLAY "TOTAL ACUMULADO......: " TOTAL-CONVERTIDO.
          CLOSE ARQYTDB
                ARQYTD.
