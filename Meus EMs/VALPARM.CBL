       IDENTIFICATION DIVISION.
       PROGRAM-ID.	VALPARM.
       AUTHOR.          CLEDIR JUSTO.
       INSTALLATION.   	FATEC-SP.
       DATE-WRITTEN.   	15/10/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONFERE UM VALOR DE PARAMETRO CONTRA A DEFINICAO DO
      *CAMPO NO CATALOGO TABPARM: TIPO N (NUMERICO NAS POSICOES DO
      *CAMPO, COM AS CASAS DECIMAIS IMPLICITAS, ENTRE O MINIMO E O
      *MAXIMO), D (DATA AAAAMMDD COM MES 01-12 E DIA 01-31; COM
      *MINIMO ZERO ACEITA BRANCO OU ZEROS), X (TEXTO NAO EM BRANCO) E
      *L (UM DOS CODIGOS DA LISTA). DEVOLVE ESPACOS EM LK-MOTIVO
      *QUANDO O VALOR SERVE OU O MOTIVO DA RECUSA. USADO PELO MANPARM
      *NA DIGITACAO E PELO CHKPARM NA CONFERENCIA DOS ARQUIVOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  VALOR-INTEIRO   PIC 9(14) VALUE ZEROES.
       77  VALOR-CAMPO     PIC 9(10)V9(04) VALUE ZEROES.
       77  QTD-ACHADOS     PIC 9(02) VALUE ZEROES.

       01  TAB-DIVISORES.
           02 FILLER       PIC 9(05) VALUE 00001.
           02 FILLER       PIC 9(05) VALUE 00010.
           02 FILLER       PIC 9(05) VALUE 00100.
           02 FILLER       PIC 9(05) VALUE 01000.
           02 FILLER       PIC 9(05) VALUE 10000.
       01  TAB-DIVISORES-R REDEFINES TAB-DIVISORES.
           02 DIVISOR      PIC 9(05) OCCURS 5 TIMES.

       LINKAGE SECTION.
       01  LK-TIPO         PIC X(01).
       01  LK-TAMANHO      PIC 9(02).
       01  LK-DECIMAIS     PIC 9(01).
       01  LK-MINIMO       PIC 9(07)V9(04).
       01  LK-MAXIMO       PIC 9(07)V9(04).
       01  LK-LISTA        PIC X(05).
       01  LK-VALOR        PIC X(33).
       01  LK-MOTIVO       PIC X(30).

       PROCEDURE DIVISION USING LK-TIPO LK-TAMANHO LK-DECIMAIS
               LK-MINIMO LK-MAXIMO LK-LISTA LK-VALOR LK-MOTIVO.

       PGM-VALPARM.
           MOVE SPACES TO LK-MOTIVO.
           IF LK-TAMANHO EQUAL ZEROES OR LK-TAMANHO GREATER THAN 33
               MOVE "CAMPO MAL DEFINIDO NO CATALOGO" TO LK-MOTIVO
               GOBACK.
           IF LK-TIPO EQUAL "N"
               PERFORM CONFERE-NUMERO
           ELSE
           IF LK-TIPO EQUAL "D"
               PERFORM CONFERE-DATA
           ELSE
           IF LK-TIPO EQUAL "X"
               IF LK-VALOR(1:LK-TAMANHO) EQUAL SPACES
                   MOVE "EM BRANCO" TO LK-MOTIVO
               END-IF
           ELSE
           IF LK-TIPO EQUAL "L"
               PERFORM CONFERE-LISTA
           ELSE
               MOVE "CAMPO MAL DEFINIDO NO CATALOGO" TO LK-MOTIVO.
           GOBACK.

       CONFERE-NUMERO.
           IF LK-VALOR(1:LK-TAMANHO) NOT NUMERIC
               MOVE "NAO NUMERICO" TO LK-MOTIVO
           ELSE
               MOVE LK-VALOR(1:LK-TAMANHO) TO VALOR-INTEIRO
               COMPUTE VALOR-CAMPO =
                   VALOR-INTEIRO / DIVISOR (LK-DECIMAIS + 1)
               IF VALOR-CAMPO LESS THAN LK-MINIMO
                  OR VALOR-CAMPO GREATER THAN LK-MAXIMO
                   MOVE "FORA DA FAIXA" TO LK-MOTIVO.

       CONFERE-DATA.
           IF LK-MINIMO EQUAL ZEROES
              AND (LK-VALOR(1:8) EQUAL SPACES
                   OR LK-VALOR(1:8) EQUAL ZEROES)
               NEXT SENTENCE
           ELSE
           IF LK-VALOR(1:8) NOT NUMERIC
              OR LK-VALOR(5:2) LESS THAN "01"
              OR LK-VALOR(5:2) GREATER THAN "12"
              OR LK-VALOR(7:2) LESS THAN "01"
              OR LK-VALOR(7:2) GREATER THAN "31"
               MOVE "DATA INVALIDA" TO LK-MOTIVO.

       CONFERE-LISTA.
           MOVE ZEROES TO QTD-ACHADOS.
           IF LK-VALOR(1:1) NOT EQUAL SPACE
               INSPECT LK-LISTA TALLYING QTD-ACHADOS
                   FOR ALL LK-VALOR(1:1).
           IF QTD-ACHADOS EQUAL ZEROES
               MOVE "CODIGO FORA DA LISTA" TO LK-MOTIVO.
