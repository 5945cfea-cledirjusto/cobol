       IDENTIFICATION DIVISION.
          PROGRAM-ID.      CONVMEN.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONVERSAO DE GERACAO DO RAZAO DE MENSALIDADES DOS
      *ALUNOS. O ARQMENS.DAT GANHOU O AJUSTE PRO-RATA DE INCLUSAO E
      *DESISTENCIA DE DISCIPLINA (AJUSTE-MEN, NO FIM DO REGISTRO),
      *LANCADO PELO MATRDISC. ABRIR O ARQUIVO ANTIGO COM A DEFINICAO
      *NOVA DA STATUS 39, ENTAO ESTE PROGRAMA RODA UMA UNICA VEZ
      *ANTES DO PRIMEIRO GERAMENS, MATRDISC, CAIXAREC, BAIXAREC,
      *ESTORREC, ATRASMEN, SALDREC OU RISCALU DA NOVA GERACAO: LE O
      *ARQUIVO NO LEIAUTE ANTIGO, GRAVA ARQMENS.NOV COM O AJUSTE
      *ZERADO E TROCA AS GERACOES DEIXANDO O ORIGINAL COMO .BAK
      *DATADO, COMO NO CONVEND. RODAR DUAS VEZES E INOFENSIVO: NA
      *SEGUNDA O ARQUIVO JA CONVERTIDO ABRE COM STATUS 39 NO LEIAUTE
      *ANTIGO E NADA E TROCADO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT ARQMEANT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS MATRICULA-ANT
          FILE STATUS IS FS-ANT.
          SELECT ARQMENOV ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS MATRICULA-MEN
          FILE STATUS IS FS-NOVO.

       DATA    DIVISION.
       FILE SECTION.

       FD  ARQMEANT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQMENS.DAT".
          01 REG-ANT.
          02 CODIGO-ANT                PIC 9(02).
          02 MATRICULA-ANT             PIC 9(07).
          02 NOME-ANT                  PIC X(30).
          02 DISCIPLINA-ANT            PIC X(05).
          02 VALOR-ANT                 PIC 9(09)V9(02) COMP-3.
          02 MESES-ATRASO-ANT          PIC 9(02)       COMP-3.

       FD  ARQMENOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQMENS.NOV".
          01 REG-MEN.
          02 CODIGO-MEN                PIC 9(02).
          02 MATRICULA-MEN             PIC 9(07).
          02 NOME-MEN                  PIC X(30).
          02 DISCIPLINA-MEN            PIC X(05).
          02 VALOR-MEN                 PIC 9(09)V9(02) COMP-3.
          02 MESES-ATRASO-MEN          PIC 9(02)       COMP-3.
          02 AJUSTE-MEN                PIC S9(07)V9(02) COMP-3.

       WORKING-STORAGE SECTION.
       77  FS-ANT             PIC X(02) VALUE "00".
       77  FS-NOVO            PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CONV      PIC 9(06) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).

       01 NOME-BAK-MEN.
          02 FILLER          PIC X(08) VALUE "ARQMENS.".
          02 BAK-DATA        PIC 9(08).
          02 FILLER          PIC X(04) VALUE ".BAK".

       PROCEDURE DIVISION.

       PGM-CONVMEN.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN INPUT ARQMEANT.
          IF FS-ANT NOT EQUAL "00"
              DISPLAY "ARQMENS NAO ABRIU NO LEIAUTE ANTIGO - "
                  "STATUS " FS-ANT "."
              DISPLAY "ARQUIVO AUSENTE OU JA CONVERTIDO - NADA "
                  "FOI ALTERADO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN OUTPUT ARQMENOV.
          PERFORM LEITURA.
          PERFORM CONVERTE-REGISTRO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE ARQMEANT
                ARQMENOV.
          PERFORM TROCA-GERACOES.
          PERFORM TERMINO.
          STOP RUN.

       LEITURA.
          READ ARQMEANT NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CONTADOR-LIDOS.

       CONVERTE-REGISTRO.
          MOVE CODIGO-ANT TO CODIGO-MEN.
          MOVE MATRICULA-ANT TO MATRICULA-MEN.
          MOVE NOME-ANT TO NOME-MEN.
          MOVE DISCIPLINA-ANT TO DISCIPLINA-MEN.
          MOVE VALOR-ANT TO VALOR-MEN.
          MOVE MESES-ATRASO-ANT TO MESES-ATRASO-MEN.
          MOVE ZEROES TO AJUSTE-MEN.
          WRITE REG-MEN
              INVALID KEY DISPLAY "MATRICULA DUPLICADA: "
                  MATRICULA-MEN.
          IF FS-NOVO EQUAL "00"
              ADD 1 TO CONTADOR-CONV.
          PERFORM LEITURA.

       TROCA-GERACOES.
          MOVE DATA-SISTEMA TO BAK-DATA.
          CALL "CBL_RENAME_FILE" USING "ARQMENS.DAT" NOME-BAK-MEN.
          MOVE ZEROES TO RETURN-CODE.
          CALL "CBL_RENAME_FILE" USING "ARQMENS.NOV" "ARQMENS.DAT".
          MOVE ZEROES TO RETURN-CODE.
          DISPLAY "GERACOES TROCADAS - ORIGINAL PRESERVADO COMO "
              NOME-BAK-MEN.

       TERMINO.
          DISPLAY "CONVERSAO DO ARQMENS CONCLUIDA.".
          DISPLAY "REGISTROS LIDOS.......: " CONTADOR-LIDOS.
          DISPLAY "CONVERTIDOS...........: " CONTADOR-CONV.
