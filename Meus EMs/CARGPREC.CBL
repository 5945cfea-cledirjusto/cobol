       IDENTIFICATION DIVISION.
       PROGRAM-ID.	CARGPREC.
       AUTHOR.          CLEDIR JUSTO.
       INSTALLATION.   	FATEC-SP.
       DATE-WRITTEN.   	15/10/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONSULTA OS VALORES DE COBRANCA DA DISCIPLINA NO
      *CATALOGO CADDISC.DAT (MANTIDO PELO MANDISC): O PRECO MENSAL
      *POR INSCRICAO, O TETO MENSAL DO CURSO E A MENSALIDADE FIXA DO
      *CURSO. NA PRIMEIRA CHAMADA CARREGA O CATALOGO EM TABELA; O
      *CAMINHO DO ARQUIVO PODE VIR DA VARIAVEL DE AMBIENTE
      *CADDISC_DAT, COMO NA CARGDISC. DISCIPLINA FORA DO CATALOGO,
      *EM BRANCO OU CATALOGO AUSENTE DEVOLVEM OS TRES VALORES
      *ZERADOS; LINHA ANTIGA SEM PRECO E TETO DEVOLVE ESSES DOIS
      *ZERADOS. USADA PELO GERAMENS NA MENSALIDADE POR INSCRICAO E
      *PELO MATRDISC NO AJUSTE PRO-RATA DE INCLUSAO E DESISTENCIA,
      *PARA QUE OS DOIS CALCULEM O VALOR DO MES DO MESMO JEITO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADDISC ASSIGN TO DISK
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

       WORKING-STORAGE SECTION.
       77  JA-CARREGOU        PIC X(03) VALUE "NAO".
       77  FIM-CAT            PIC X(03) VALUE "NAO".
       77  QTD-DISC           PIC 9(03) VALUE ZEROES.
       77  IX-CAT             PIC 9(03) VALUE ZEROES.
       77  ACHOU-DISC         PIC X(03) VALUE "NAO".
       77  NOME-CADDISC       PIC X(30) VALUE "CADDISC.DAT".

       01 TAB-CATALOGO.
          02 CAT-OCORRENCIA OCCURS 100 TIMES.
             03 CAT-DISCIPLINA         PIC X(05).
             03 CAT-PRECO              PIC 9(05)V9(02).
             03 CAT-TETO               PIC 9(05)V9(02).
             03 CAT-MENSAL             PIC 9(05)V9(02).

       LINKAGE SECTION.
       01  LK-DISCIPLINA   PIC X(05).
       01  LK-PRECO        PIC 9(05)V9(02).
       01  LK-TETO         PIC 9(05)V9(02).
       01  LK-MENSAL       PIC 9(05)V9(02).

       PROCEDURE DIVISION USING LK-DISCIPLINA LK-PRECO LK-TETO
           LK-MENSAL.

       PGM-CARGPREC.
          IF JA-CARREGOU EQUAL "NAO"
              PERFORM CARGA-CATALOGO.
          MOVE ZEROES TO LK-PRECO.
          MOVE ZEROES TO LK-TETO.
          MOVE ZEROES TO LK-MENSAL.
          MOVE "NAO" TO ACHOU-DISC.
          IF LK-DISCIPLINA NOT EQUAL SPACES
             AND QTD-DISC GREATER THAN ZEROES
              PERFORM PROCURA-DISCIPLINA
                  VARYING IX-CAT FROM 1 BY 1
                  UNTIL IX-CAT GREATER THAN QTD-DISC
                     OR ACHOU-DISC EQUAL "SIM".
          GOBACK.

       CARGA-CATALOGO.
          MOVE "SIM" TO JA-CARREGOU.
          ACCEPT NOME-CADDISC FROM ENVIRONMENT "CADDISC_DAT".
          IF NOME-CADDISC EQUAL SPACES
             OR NOME-CADDISC EQUAL LOW-VALUES
              MOVE "CADDISC.DAT" TO NOME-CADDISC.
          OPEN INPUT CADDISC.
          PERFORM LE-CATALOGO.
          PERFORM GUARDA-CATALOGO UNTIL FIM-CAT EQUAL "SIM".
          CLOSE CADDISC.

       LE-CATALOGO.
          READ CADDISC AT END MOVE "SIM" TO FIM-CAT.

       GUARDA-CATALOGO.
          IF QTD-DISC NOT LESS 100
              DISPLAY "TABELA DO CATALOGO DE DISCIPLINAS LOTADA"
          ELSE
              ADD 1 TO QTD-DISC
              MOVE DISCIPLINA-CAT TO CAT-DISCIPLINA (QTD-DISC)
              PERFORM GUARDA-VALORES.
          PERFORM LE-CATALOGO.

       GUARDA-VALORES.
          IF MENSAL-CAT NUMERIC
              MOVE MENSAL-CAT TO CAT-MENSAL (QTD-DISC)
          ELSE
              MOVE ZEROES TO CAT-MENSAL (QTD-DISC).
          IF PRECO-CAT NUMERIC
              MOVE PRECO-CAT TO CAT-PRECO (QTD-DISC)
          ELSE
              MOVE ZEROES TO CAT-PRECO (QTD-DISC).
          IF TETO-CAT NUMERIC
              MOVE TETO-CAT TO CAT-TETO (QTD-DISC)
          ELSE
              MOVE ZEROES TO CAT-TETO (QTD-DISC).

       PROCURA-DISCIPLINA.
          IF CAT-DISCIPLINA (IX-CAT) EQUAL LK-DISCIPLINA
              MOVE "SIM" TO ACHOU-DISC
              MOVE CAT-PRECO (IX-CAT) TO LK-PRECO
              MOVE CAT-TETO (IX-CAT) TO LK-TETO
              MOVE CAT-MENSAL (IX-CAT) TO LK-MENSAL.
