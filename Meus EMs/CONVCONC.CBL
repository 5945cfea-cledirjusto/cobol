       IDENTIFICATION DIVISION.
       PROGRAM-ID.	CONVCONC.
       AUTHOR.          CLEDIR JUSTO.
       INSTALLATION.   	FATEC-SP.
       DATE-WRITTEN.   	15/10/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. AVALIACAO POR CONCEITO. AS DISCIPLINAS MARCADAS NO
      *CATALOGO CADDISC.DAT COM ESCALA-CAT "C" (ARTES, EDUCACAO
      *FISICA - MANTIDO PELO MANDISC) SAO AVALIADAS POR CONCEITO E
      *NAO POR NOTA DE 0 A 10. A TABELA DE CONVERSAO TABCONC.DAT
      *(UMA LINHA POR CONCEITO: CONCEITO, NOTA EQUIVALENTE GRAVADA
      *NAS NOTAS 1 A 4, MEDIA MINIMA QUE DA O CONCEITO E S/N SE O
      *CONCEITO APROVA) E CARREGADA NA PRIMEIRA CHAMADA; SEM A
      *TABELA VALEM A=10,00/9,00/S B=8,00/7,00/S C=6,00/5,00/S
      *D=3,00/0,00/N. FUNCOES (LK-FUNCAO): E DEVOLVE SIM EM
      *LK-RESPOSTA SE A DISCIPLINA E POR CONCEITO; N CONVERTE O
      *CONCEITO EM NOTA (NAO = CONCEITO FORA DA TABELA); M DEVOLVE
      *O CONCEITO DA MEDIA PARA DISCIPLINA POR CONCEITO (BRANCO E
      *NAO PARA DISCIPLINA POR NOTA); A DEVOLVE SIM SE O CONCEITO
      *APROVA. O CAMINHO DO CATALOGO PODE VIR DA VARIAVEL DE
      *AMBIENTE CADDISC_DAT, COMO NA CARGDISC. USADA PELO APROVA E
      *PELOS PROGRAMAS QUE LANCAM, MOSTRAM OU EXPORTAM AS NOTAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADDISC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL TABCONC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CADDISC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS NOME-CADDISC.
          01 REG-DIS-CAT.
          02 DISCIPLINA-CAT            PIC X(05).
          02 NOME-CAT                  PIC X(20).
          02 HORAS-CAT                 PIC 9(03).
          02 PESO1-CAT                 PIC 9(01).
          02 PESO2-CAT                 PIC 9(01).
          02 PESO3-CAT                 PIC 9(01).
          02 PESO4-CAT                 PIC 9(01).
          02 MENSAL-CAT                PIC 9(05)V9(02).
          02 PRECO-CAT                 PIC 9(05)V9(02).
          02 TETO-CAT                  PIC 9(05)V9(02).
          02 ESCALA-CAT                PIC X(01).

       FD  TABCONC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "TABCONC.DAT".
          01 REG-TCN.
          02 CONCEITO-TCN              PIC X(01).
          02 NOTA-TCN                  PIC 9(02)V9(02).
          02 MINIMO-TCN                PIC 9(02)V9(02).
          02 APROVA-TCN                PIC X(01).

       WORKING-STORAGE SECTION.
       77  JA-CARREGOU        PIC X(03) VALUE "NAO".
       77  FIM-CAT            PIC X(03) VALUE "NAO".
       77  FIM-TCN            PIC X(03) VALUE "NAO".
       77  QTD-DISC           PIC 9(03) VALUE ZEROES.
       77  IX-CAT             PIC 9(03) VALUE ZEROES.
       77  QTD-CONC           PIC 9(02) VALUE ZEROES.
       77  IX-CON             PIC 9(02) VALUE ZEROES.
       77  ACHOU-DISC         PIC X(03) VALUE "NAO".
       77  ACHOU-CONC         PIC X(03) VALUE "NAO".
       77  MINIMO-ESCOLHIDO   PIC 9(02)V9(02) VALUE ZEROES.
       77  NOME-CADDISC       PIC X(30) VALUE "CADDISC.DAT".

       01 TAB-CONCEITUAIS.
          02 CAT-DISCIPLINA OCCURS 100 TIMES PIC X(05).

       01 TAB-CONCEITOS.
          02 CON-OCORRENCIA OCCURS 10 TIMES.
             03 CON-CONCEITO           PIC X(01).
             03 CON-NOTA               PIC 9(02)V9(02).
             03 CON-MINIMO             PIC 9(02)V9(02).
             03 CON-APROVA             PIC X(01).

       LINKAGE SECTION.
       01  LK-FUNCAO       PIC X(01).
       01  LK-DISCIPLINA   PIC X(05).
       01  LK-CONCEITO     PIC X(01).
       01  LK-NOTA         PIC 9(02)V9(02).
       01  LK-RESPOSTA     PIC X(03).

       PROCEDURE DIVISION USING LK-FUNCAO LK-DISCIPLINA LK-CONCEITO
           LK-NOTA LK-RESPOSTA.

       PGM-CONVCONC.
          IF JA-CARREGOU EQUAL "NAO"
              PERFORM CARGA-TABELAS.
          MOVE "NAO" TO LK-RESPOSTA.
          IF LK-FUNCAO EQUAL "E"
              PERFORM PROCURA-ESCALA
              MOVE ACHOU-DISC TO LK-RESPOSTA
          ELSE
          IF LK-FUNCAO EQUAL "N"
              PERFORM CONCEITO-PARA-NOTA
          ELSE
          IF LK-FUNCAO EQUAL "M"
              PERFORM MEDIA-PARA-CONCEITO
          ELSE
          IF LK-FUNCAO EQUAL "A"
              PERFORM PROCURA-CONCEITO
              IF ACHOU-CONC EQUAL "SIM"
                 AND CON-APROVA (IX-CON) EQUAL "S"
                  MOVE "SIM" TO LK-RESPOSTA.
          GOBACK.

      *----------------------------------------------------------------
      *    CONCEITO INFORMADO NO LANCAMENTO VIRA A NOTA EQUIVALENTE.
      *----------------------------------------------------------------
       CONCEITO-PARA-NOTA.
          MOVE ZEROES TO LK-NOTA.
          PERFORM PROCURA-CONCEITO.
          IF ACHOU-CONC EQUAL "SIM"
              MOVE CON-NOTA (IX-CON) TO LK-NOTA
              MOVE "SIM" TO LK-RESPOSTA.

      *----------------------------------------------------------------
      *    MEDIA DA DISCIPLINA POR CONCEITO VIRA O CONCEITO DE MAIOR
      *    MINIMO QUE A MEDIA ALCANCA.
      *----------------------------------------------------------------
       MEDIA-PARA-CONCEITO.
          MOVE SPACES TO LK-CONCEITO.
          PERFORM PROCURA-ESCALA.
          IF ACHOU-DISC EQUAL "SIM"
              MOVE "SIM" TO LK-RESPOSTA
              MOVE ZEROES TO MINIMO-ESCOLHIDO
              PERFORM ESCOLHE-CONCEITO
                  VARYING IX-CON FROM 1 BY 1
                  UNTIL IX-CON GREATER THAN QTD-CONC.

       ESCOLHE-CONCEITO.
          IF CON-MINIMO (IX-CON) NOT GREATER LK-NOTA
             AND (LK-CONCEITO EQUAL SPACES
                  OR CON-MINIMO (IX-CON) GREATER MINIMO-ESCOLHIDO)
              MOVE CON-CONCEITO (IX-CON) TO LK-CONCEITO
              MOVE CON-MINIMO (IX-CON) TO MINIMO-ESCOLHIDO.

       PROCURA-ESCALA.
          MOVE "NAO" TO ACHOU-DISC.
          IF LK-DISCIPLINA NOT EQUAL SPACES
             AND QTD-DISC GREATER THAN ZEROES
              PERFORM TESTA-ESCALA
                  VARYING IX-CAT FROM 1 BY 1
                  UNTIL IX-CAT GREATER THAN QTD-DISC
                     OR ACHOU-DISC EQUAL "SIM".

       TESTA-ESCALA.
          IF CAT-DISCIPLINA (IX-CAT) EQUAL LK-DISCIPLINA
              MOVE "SIM" TO ACHOU-DISC.

       PROCURA-CONCEITO.
          MOVE "NAO" TO ACHOU-CONC.
          MOVE 1 TO IX-CON.
          IF LK-CONCEITO NOT EQUAL SPACES
              PERFORM TESTA-CONCEITO
                  UNTIL IX-CON GREATER THAN QTD-CONC
                     OR ACHOU-CONC EQUAL "SIM".

       TESTA-CONCEITO.
          IF CON-CONCEITO (IX-CON) EQUAL LK-CONCEITO
              MOVE "SIM" TO ACHOU-CONC
          ELSE
              ADD 1 TO IX-CON.

       CARGA-TABELAS.
          MOVE "SIM" TO JA-CARREGOU.
          ACCEPT NOME-CADDISC FROM ENVIRONMENT "CADDISC_DAT".
          IF NOME-CADDISC EQUAL SPACES
             OR NOME-CADDISC EQUAL LOW-VALUES
              MOVE "CADDISC.DAT" TO NOME-CADDISC.
          OPEN INPUT CADDISC.
          PERFORM LE-CATALOGO.
          PERFORM GUARDA-CATALOGO UNTIL FIM-CAT EQUAL "SIM".
          CLOSE CADDISC.
          OPEN INPUT TABCONC.
          PERFORM LE-CONVERSAO.
          PERFORM GUARDA-CONVERSAO UNTIL FIM-TCN EQUAL "SIM".
          CLOSE TABCONC.
          IF QTD-CONC EQUAL ZEROES
              PERFORM TABELA-PADRAO.

       LE-CATALOGO.
          READ CADDISC AT END MOVE "SIM" TO FIM-CAT.

       GUARDA-CATALOGO.
          IF ESCALA-CAT EQUAL "C"
              IF QTD-DISC NOT LESS 100
                  DISPLAY "TABELA DE DISCIPLINAS POR CONCEITO LOTADA"
              ELSE
                  ADD 1 TO QTD-DISC
                  MOVE DISCIPLINA-CAT TO CAT-DISCIPLINA (QTD-DISC).
          PERFORM LE-CATALOGO.

       LE-CONVERSAO.
          READ TABCONC AT END MOVE "SIM" TO FIM-TCN.

       GUARDA-CONVERSAO.
          IF CONCEITO-TCN NOT EQUAL SPACES
             AND NOTA-TCN NUMERIC
             AND MINIMO-TCN NUMERIC
              IF QTD-CONC NOT LESS 10
                  DISPLAY "TABELA DE CONCEITOS LOTADA"
              ELSE
                  ADD 1 TO QTD-CONC
                  MOVE CONCEITO-TCN TO CON-CONCEITO (QTD-CONC)
                  MOVE NOTA-TCN TO CON-NOTA (QTD-CONC)
                  MOVE MINIMO-TCN TO CON-MINIMO (QTD-CONC)
                  MOVE APROVA-TCN TO CON-APROVA (QTD-CONC).
          PERFORM LE-CONVERSAO.

       TABELA-PADRAO.
          MOVE 4 TO QTD-CONC.
          MOVE "A" TO CON-CONCEITO (1).
          MOVE 10,00 TO CON-NOTA (1).
          MOVE 09,00 TO CON-MINIMO (1).
          MOVE "S" TO CON-APROVA (1).
          MOVE "B" TO CON-CONCEITO (2).
          MOVE 08,00 TO CON-NOTA (2).
          MOVE 07,00 TO CON-MINIMO (2).
          MOVE "S" TO CON-APROVA (2).
          MOVE "C" TO CON-CONCEITO (3).
          MOVE 06,00 TO CON-NOTA (3).
          MOVE 05,00 TO CON-MINIMO (3).
          MOVE "S" TO CON-APROVA (3).
          MOVE "D" TO CON-CONCEITO (4).
          MOVE 03,00 TO CON-NOTA (4).
          MOVE ZEROES TO CON-MINIMO (4).
          MOVE "N" TO CON-APROVA (4).
