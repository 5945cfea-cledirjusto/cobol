       IDENTIFICATION DIVISION.
          PROGRAM-ID.      MANFAM.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. MANUTENCAO DO GRUPO FAMILIAR (CADFAM.DAT) NO BALCAO.
      *CADA REGISTRO LIGA UM SOCIO MEMBRO AO SOCIO PAGADOR DO GRUPO;
      *O PAGADOR RECEBE O CARNE, A ORDEM DE DEBITO E AS CARTAS DE
      *COBRANCA DO GRUPO INTEIRO E O RECIBO DELE QUITA OS TITULOS
      *DOS MEMBROS. NA INCLUSAO O PAGADOR E O MEMBRO TEM DE CONSTAR
      *NO CADSOC1 E NAO PODEM ESTAR CANCELADOS; O MEMBRO NAO PODE
      *PERTENCER A OUTRO GRUPO NEM SER PAGADOR DE UM GRUPO, E O
      *PAGADOR NAO PODE SER MEMBRO DE OUTRO GRUPO. O GRUPO ACEITA
      *ATE 19 MEMBROS ALEM DO PAGADOR. EXCLUIDO O ULTIMO MEMBRO, O
      *GRUPO DEIXA DE EXISTIR.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADFAM ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES
          FILE STATUS IS FS-SOC.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADFAM
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADFAM.DAT".
          COPY REGFAM.

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  FS-SOC             PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  OPCAO-MAN          PIC X(01) VALUE SPACES.
       77  QTD-FAMILIAS       PIC 9(03) VALUE ZEROES.
       77  IX-FAM             PIC 9(03) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(03) VALUE ZEROES.
       77  ACHOU-MEMBRO       PIC X(03) VALUE "NAO".
       77  ACHOU-PAGADOR      PIC X(03) VALUE "NAO".
       77  QTD-MEMBROS        PIC 9(03) VALUE ZEROES.
       77  QTD-ALTERACOES     PIC 9(03) VALUE ZEROES.
       77  ENTRADA-PAGADOR    PIC 9(06) VALUE ZEROES.
       77  ENTRADA-SOCIO      PIC 9(06) VALUE ZEROES.
       77  NUMERO-PROCURADO   PIC 9(06) VALUE ZEROES.
       77  PAGADOR-ACHADO     PIC 9(06) VALUE ZEROES.
       77  SOCIO-VALIDO       PIC X(03) VALUE "NAO".
       77  NOME-PAGADOR       PIC X(30) VALUE SPACES.
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.

       01 TAB-FAMILIAS.
          02 FAM-OCORRENCIA OCCURS 500 TIMES.
             03 FAM-PAGADOR            PIC 9(06).
             03 FAM-SOCIO              PIC 9(06).
             03 FAM-DATA-INC           PIC 9(08).

       PROCEDURE DIVISION.

       PGM-MANFAM.
          CALL "SIGNON" USING OPERADOR-ID NIVEL-OPERADOR
              RESULTADO-SIGNON.
          IF RESULTADO-SIGNON NOT EQUAL "SIM"
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM CARGA-FAMILIAS.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "CADFAM MAIOR QUE A TABELA - "
                  "MANUTENCAO NAO PERMITIDA."
              STOP RUN.
          OPEN INPUT CADSOC1.
          IF FS-SOC NOT EQUAL "00"
              DISPLAY "CADSOC1 NAO ABRIU - STATUS " FS-SOC
                  ". MANUTENCAO NAO PERMITIDA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          DISPLAY "MANUTENCAO DO GRUPO FAMILIAR".
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          CLOSE CADSOC1.
          PERFORM REGRAVA-ARQUIVO.
          STOP RUN.

       CARGA-FAMILIAS.
          OPEN INPUT CADFAM.
          PERFORM LE-FAMILIA.
          PERFORM GUARDA-FAMILIA UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADFAM.

       LE-FAMILIA.
          READ CADFAM AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-FAMILIA.
          IF QTD-FAMILIAS NOT LESS 500
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-FAMILIAS
              MOVE PAGADOR-FAM TO FAM-PAGADOR (QTD-FAMILIAS)
              MOVE SOCIO-FAM TO FAM-SOCIO (QTD-FAMILIAS)
              MOVE DATA-INC-FAM TO FAM-DATA-INC (QTD-FAMILIAS).
          PERFORM LE-FAMILIA.

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (I-INCLUIR E-EXCLUIR L-LISTAR F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "I"
              PERFORM INCLUI-MEMBRO
          ELSE
          IF OPCAO-MAN EQUAL "E"
              PERFORM EXCLUI-MEMBRO
          ELSE
          IF OPCAO-MAN EQUAL "L"
              PERFORM LISTA-GRUPOS
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE I, E, L OU F.".

       PEDE-MEMBRO.
          DISPLAY "NUMERO DO SOCIO MEMBRO (6 DIGITOS): ".
          MOVE ZEROES TO ENTRADA-SOCIO.
          ACCEPT ENTRADA-SOCIO.

      *----------------------------------------------------------------
      *    PROCURA O SOCIO COMO MEMBRO (IX-ACHADO, PAGADOR-ACHADO) E
      *    COMO PAGADOR DE ALGUM GRUPO (ACHOU-PAGADOR, QTD-MEMBROS).
      *----------------------------------------------------------------
       LOCALIZA-SOCIO.
          MOVE "NAO" TO ACHOU-MEMBRO.
          MOVE "NAO" TO ACHOU-PAGADOR.
          MOVE ZEROES TO IX-ACHADO.
          MOVE ZEROES TO PAGADOR-ACHADO.
          MOVE ZEROES TO QTD-MEMBROS.
          IF QTD-FAMILIAS GREATER THAN ZEROES
              PERFORM TESTA-UMA-FAMILIA
                  VARYING IX-FAM FROM 1 BY 1
                  UNTIL IX-FAM GREATER THAN QTD-FAMILIAS.

       TESTA-UMA-FAMILIA.
          IF FAM-SOCIO (IX-FAM) EQUAL NUMERO-PROCURADO
              MOVE "SIM" TO ACHOU-MEMBRO
              MOVE IX-FAM TO IX-ACHADO
              MOVE FAM-PAGADOR (IX-FAM) TO PAGADOR-ACHADO.
          IF FAM-PAGADOR (IX-FAM) EQUAL NUMERO-PROCURADO
              MOVE "SIM" TO ACHOU-PAGADOR
              ADD 1 TO QTD-MEMBROS.

       CONFERE-CADASTRO.
          MOVE "SIM" TO SOCIO-VALIDO.
          MOVE NUMERO-PROCURADO TO NUMERO-SOCIO1.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "NAO" TO SOCIO-VALIDO.
          IF SOCIO-VALIDO EQUAL "NAO"
              DISPLAY "SOCIO " NUMERO-PROCURADO " NAO CADASTRADO."
          ELSE
          IF CODIGO-PAGAMENTO1 EQUAL 03
              MOVE "NAO" TO SOCIO-VALIDO
              DISPLAY "SOCIO " NUMERO-PROCURADO " CANCELADO.".

       INCLUI-MEMBRO.
          DISPLAY "NUMERO DO SOCIO PAGADOR (6 DIGITOS): ".
          MOVE ZEROES TO ENTRADA-PAGADOR.
          ACCEPT ENTRADA-PAGADOR.
          PERFORM PEDE-MEMBRO.
          IF ENTRADA-PAGADOR EQUAL ZEROES
             OR ENTRADA-SOCIO EQUAL ZEROES
              DISPLAY "PAGADOR E MEMBRO SAO OBRIGATORIOS."
          ELSE
          IF ENTRADA-PAGADOR EQUAL ENTRADA-SOCIO
              DISPLAY "O PAGADOR JA FAZ PARTE DO PROPRIO GRUPO."
          ELSE
          IF QTD-FAMILIAS NOT LESS 500
              DISPLAY "TABELA DE GRUPOS LOTADA."
          ELSE
              PERFORM CONFERE-PAGADOR.

       CONFERE-PAGADOR.
          MOVE ENTRADA-PAGADOR TO NUMERO-PROCURADO.
          PERFORM LOCALIZA-SOCIO.
          IF ACHOU-MEMBRO EQUAL "SIM"
              DISPLAY "O PAGADOR E MEMBRO DO GRUPO DE "
                  PAGADOR-ACHADO "."
          ELSE
          IF QTD-MEMBROS NOT LESS 19
              DISPLAY "GRUPO COMPLETO - 19 MEMBROS ALEM DO PAGADOR."
          ELSE
              PERFORM CONFERE-CADASTRO
              IF SOCIO-VALIDO EQUAL "SIM"
                  MOVE NOME-SOCIO1 TO NOME-PAGADOR
                  PERFORM CONFERE-NOVO-MEMBRO.

       CONFERE-NOVO-MEMBRO.
          MOVE ENTRADA-SOCIO TO NUMERO-PROCURADO.
          PERFORM LOCALIZA-SOCIO.
          IF ACHOU-MEMBRO EQUAL "SIM"
              DISPLAY "SOCIO JA PERTENCE AO GRUPO DE "
                  PAGADOR-ACHADO "."
          ELSE
          IF ACHOU-PAGADOR EQUAL "SIM"
              DISPLAY "SOCIO E PAGADOR DE OUTRO GRUPO - EXCLUA "
                  "OS MEMBROS DELE ANTES."
          ELSE
              PERFORM CONFERE-CADASTRO
              IF SOCIO-VALIDO EQUAL "SIM"
                  PERFORM GUARDA-NOVO-MEMBRO.

       GUARDA-NOVO-MEMBRO.
          ADD 1 TO QTD-FAMILIAS.
          MOVE ENTRADA-PAGADOR TO FAM-PAGADOR (QTD-FAMILIAS).
          MOVE ENTRADA-SOCIO TO FAM-SOCIO (QTD-FAMILIAS).
          MOVE DATA-SISTEMA TO FAM-DATA-INC (QTD-FAMILIAS).
          ADD 1 TO QTD-ALTERACOES.
          DISPLAY "SOCIO " ENTRADA-SOCIO " " NOME-SOCIO1.
          DISPLAY "INCLUIDO NO GRUPO DE " ENTRADA-PAGADOR " "
              NOME-PAGADOR.

       EXCLUI-MEMBRO.
          PERFORM PEDE-MEMBRO.
          MOVE ENTRADA-SOCIO TO NUMERO-PROCURADO.
          PERFORM LOCALIZA-SOCIO.
          IF ACHOU-MEMBRO EQUAL "NAO"
              DISPLAY "SOCIO NAO E MEMBRO DE GRUPO FAMILIAR."
          ELSE
              PERFORM REMOVE-MEMBRO
              ADD 1 TO QTD-ALTERACOES
              DISPLAY "SOCIO RETIRADO DO GRUPO DE " PAGADOR-ACHADO
                  ".".

       REMOVE-MEMBRO.
          PERFORM DESLOCA-MEMBRO
              VARYING IX-FAM FROM IX-ACHADO BY 1
              UNTIL IX-FAM NOT LESS QTD-FAMILIAS.
          SUBTRACT 1 FROM QTD-FAMILIAS.

       DESLOCA-MEMBRO.
          MOVE FAM-OCORRENCIA (IX-FAM + 1) TO FAM-OCORRENCIA (IX-FAM).

       LISTA-GRUPOS.
          IF QTD-FAMILIAS EQUAL ZEROES
              DISPLAY "NENHUM GRUPO FAMILIAR CADASTRADO."
          ELSE
              PERFORM LISTA-UM-MEMBRO
                  VARYING IX-FAM FROM 1 BY 1
                  UNTIL IX-FAM GREATER THAN QTD-FAMILIAS.

       LISTA-UM-MEMBRO.
          MOVE FAM-SOCIO (IX-FAM) TO NUMERO-SOCIO1.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "NAO CONSTA NO CADSOC1" TO NOME-SOCIO1.
          DISPLAY "  PAGADOR " FAM-PAGADOR (IX-FAM) "  MEMBRO "
              FAM-SOCIO (IX-FAM) " " NOME-SOCIO1 " DESDE "
              FAM-DATA-INC (IX-FAM) (7:2) "/"
              FAM-DATA-INC (IX-FAM) (5:2) "/"
              FAM-DATA-INC (IX-FAM) (1:4).

       REGRAVA-ARQUIVO.
          OPEN OUTPUT CADFAM.
          IF QTD-FAMILIAS GREATER THAN ZEROES
              PERFORM GRAVA-UM-MEMBRO
                  VARYING IX-FAM FROM 1 BY 1
                  UNTIL IX-FAM GREATER THAN QTD-FAMILIAS.
          CLOSE CADFAM.
          DISPLAY "GRUPOS FAMILIARES REGRAVADOS (" QTD-ALTERACOES
              " MOVIMENTOS).".

       GRAVA-UM-MEMBRO.
          MOVE FAM-PAGADOR (IX-FAM) TO PAGADOR-FAM.
          MOVE FAM-SOCIO (IX-FAM) TO SOCIO-FAM.
          MOVE FAM-DATA-INC (IX-FAM) TO DATA-INC-FAM.
          WRITE REG-FAM.
