       IDENTIFICATION DIVISION.
          PROGRAM-ID.      MANBOLS.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. MANUTENCAO DO CADASTRO DE BOLSAS E DESCONTOS DE
      *MENSALIDADE (CADBOLS.DAT - UMA BOLSA POR MATRICULA, COM TIPO,
      *PERCENTUAL, COMPETENCIAS DE INICIO E FIM E MEDIA MINIMA PARA
      *MANTE-LA), NO ESTILO DA MANUTENCAO DE PROFESSORES. OPCOES:
      *I INCLUI (O ALUNO PRECISA EXISTIR NO ARQALU E O DIGITO E
      *CONFERIDO PELO DIGMAT), A ALTERA, E EXCLUI, L LISTA, R REATIVA
      *BOLSA SUSPENSA PELO RENBOLS (SO COM OPERADOR OU SUPERVISOR
      *NIVEL 2); F ENCERRA E REGRAVA O ARQUIVO. O GERAMENS APLICA O
      *DESCONTO DAS BOLSAS ATIVAS NA COMPETENCIA AO LANCAR NO ARQMENS.
      *O CADBOLS E REGRAVADO A PARTIR DA TABELA (999); SE ELE NAO
      *COUBER NELA A MANUTENCAO E RECUSADA COM RETURN-CODE 8.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADBOLS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQALU ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-ENT
          ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADBOLS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADBOLS.DAT".
          COPY REGBOL.

       FD  ARQALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX05\ARQALU.DAT".
          COPY REGALU.

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  SUPERVISOR-ID      PIC 9(04) VALUE ZEROES.
       77  NIVEL-SUPERVISOR   PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SUPERV   PIC X(03) VALUE "NAO".
       77  OPCAO-MAN          PIC X(01) VALUE SPACES.
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  QTD-BOLSAS         PIC 9(03) VALUE ZEROES.
       77  IX-BOL             PIC 9(03) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(03) VALUE ZEROES.
       77  ACHOU-BOLSA        PIC X(03) VALUE "NAO".
       77  DADOS-VALIDOS      PIC X(03) VALUE "NAO".
       77  MATR-BUSCA         PIC 9(06) VALUE ZEROES.
       77  DIGI-BUSCA         PIC 9(01) VALUE ZEROES.
       77  DIGI-CALCULADO     PIC 9(01) VALUE ZEROES.
       77  ENTRADA-TIPO       PIC X(01) VALUE SPACES.
       77  QTD-ALTERACOES     PIC 9(03) VALUE ZEROES.
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.

       01  ENTRADA-PCT-X      PIC X(05) VALUE SPACES.
       01  ENTRADA-PCT REDEFINES ENTRADA-PCT-X
                              PIC 9(03)V9(02).
       01  ENTRADA-INI-X      PIC X(06) VALUE SPACES.
       01  ENTRADA-INI REDEFINES ENTRADA-INI-X.
           02 ANO-INI         PIC 9(04).
           02 MES-INI         PIC 9(02).
       01  ENTRADA-FIM-X      PIC X(06) VALUE SPACES.
       01  ENTRADA-FIM REDEFINES ENTRADA-FIM-X.
           02 ANO-FIM         PIC 9(04).
           02 MES-FIM         PIC 9(02).
       01  ENTRADA-MED-X      PIC X(04) VALUE SPACES.
       01  ENTRADA-MED REDEFINES ENTRADA-MED-X
                              PIC 9(02)V9(02).

       01  MATRICULA-BUSCA.
           02 MATR-BUSCA-CH   PIC 9(06).
           02 DIGI-BUSCA-CH   PIC 9(01).
       01  MATRICULA-BUSCA-NUM REDEFINES MATRICULA-BUSCA
                              PIC 9(07).

       01 TAB-BOLSAS.
          02 BOL-OCORRENCIA OCCURS 999 TIMES.
             03 BOL-MATRICULA          PIC 9(07).
             03 BOL-TIPO               PIC X(01).
             03 BOL-PERCENTUAL         PIC 9(03)V9(02).
             03 BOL-COMPET-INI         PIC 9(06).
             03 BOL-COMPET-FIM         PIC 9(06).
             03 BOL-MEDIA-MIN          PIC 9(02)V9(02).
             03 BOL-SITUACAO           PIC X(01).
             03 BOL-DATA-SIT           PIC 9(08).
             03 BOL-MEDIA-ULT          PIC 9(02)V9(02).

       PROCEDURE DIVISION.

       PGM-MANBOLS.
          CALL "SIGNON" USING OPERADOR-ID NIVEL-OPERADOR
              RESULTADO-SIGNON.
          IF RESULTADO-SIGNON NOT EQUAL "SIM"
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN INPUT ARQALU.
          PERFORM CARGA-BOLSAS.
          IF TABELA-CHEIA EQUAL "SIM"
              CLOSE ARQALU
              DISPLAY "CADBOLS MAIOR QUE A TABELA - MANUTENCAO NAO "
                  "PERMITIDA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          DISPLAY "MANUTENCAO DE BOLSAS E DESCONTOS - CADBOLS".
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          CLOSE ARQALU.
          PERFORM REGRAVA-ARQUIVO.
          STOP RUN.

       CARGA-BOLSAS.
          OPEN INPUT CADBOLS.
          PERFORM LE-BOLSA.
          PERFORM GUARDA-BOLSA UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADBOLS.

       LE-BOLSA.
          READ CADBOLS AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-BOLSA.
          IF QTD-BOLSAS NOT LESS 999
              DISPLAY "TABELA DE BOLSAS LOTADA (999)"
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-BOLSAS
              MOVE MATRICULA-BOL TO BOL-MATRICULA (QTD-BOLSAS)
              MOVE TIPO-BOL TO BOL-TIPO (QTD-BOLSAS)
              MOVE PERCENTUAL-BOL TO BOL-PERCENTUAL (QTD-BOLSAS)
              MOVE COMPET-INI-BOL TO BOL-COMPET-INI (QTD-BOLSAS)
              MOVE COMPET-FIM-BOL TO BOL-COMPET-FIM (QTD-BOLSAS)
              MOVE MEDIA-MIN-BOL TO BOL-MEDIA-MIN (QTD-BOLSAS)
              MOVE SITUACAO-BOL TO BOL-SITUACAO (QTD-BOLSAS)
              MOVE DATA-SIT-BOL TO BOL-DATA-SIT (QTD-BOLSAS)
              MOVE MEDIA-ULT-BOL TO BOL-MEDIA-ULT (QTD-BOLSAS).
          PERFORM LE-BOLSA.

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (I-INCLUIR A-ALTERAR E-EXCLUIR L-LISTAR "
              "R-REATIVAR F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "I"
              PERFORM INCLUI-BOLSA
          ELSE
          IF OPCAO-MAN EQUAL "A"
              PERFORM ALTERA-BOLSA
          ELSE
          IF OPCAO-MAN EQUAL "E"
              PERFORM EXCLUI-BOLSA
          ELSE
          IF OPCAO-MAN EQUAL "L"
              PERFORM LISTA-BOLSAS
          ELSE
          IF OPCAO-MAN EQUAL "R"
              PERFORM REATIVA-BOLSA
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE I, A, E, L, R OU F.".

       PEDE-MATRICULA.
          DISPLAY "MATRICULA (6 DIGITOS)............: ".
          ACCEPT MATR-BUSCA.
          DISPLAY "DIGITO VERIFICADOR...............: ".
          ACCEPT DIGI-BUSCA.
          CALL "DIGMAT" USING MATR-BUSCA DIGI-CALCULADO.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE MATR-BUSCA TO MATR-BUSCA-CH.
          MOVE DIGI-BUSCA TO DIGI-BUSCA-CH.
          IF DIGI-BUSCA NOT EQUAL DIGI-CALCULADO
              DISPLAY "DIGITO VERIFICADOR NAO CONFERE."
              MOVE "SIM" TO NAO-ACHOU.

       BUSCA-ALUNO.
          MOVE MATRICULA-BUSCA TO MATRICULA-ENT.
          READ ARQALU KEY IS MATRICULA-ENT
              INVALID KEY
                  MOVE "SIM" TO NAO-ACHOU
                  DISPLAY "MATRICULA NAO ENCONTRADA NO ARQALU.".

       LOCALIZA-BOLSA.
          MOVE "NAO" TO ACHOU-BOLSA.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-BOLSAS GREATER THAN ZEROES
              PERFORM TESTA-UMA-BOLSA
                  VARYING IX-BOL FROM 1 BY 1
                  UNTIL IX-BOL GREATER THAN QTD-BOLSAS
                     OR ACHOU-BOLSA EQUAL "SIM".

       TESTA-UMA-BOLSA.
          IF BOL-MATRICULA (IX-BOL) EQUAL MATRICULA-BUSCA-NUM
              MOVE "SIM" TO ACHOU-BOLSA
              MOVE IX-BOL TO IX-ACHADO.

       INCLUI-BOLSA.
          PERFORM PEDE-MATRICULA.
          IF NAO-ACHOU EQUAL "NAO"
              PERFORM BUSCA-ALUNO.
          IF NAO-ACHOU EQUAL "NAO"
              PERFORM LOCALIZA-BOLSA
              IF ACHOU-BOLSA EQUAL "SIM"
                  DISPLAY "ALUNO JA TEM BOLSA - USE A OPCAO A."
              ELSE
              IF QTD-BOLSAS NOT LESS 999
                  DISPLAY "TABELA DE BOLSAS LOTADA."
              ELSE
                  DISPLAY "ALUNO: " NOME-ENT
                  PERFORM PEDE-DADOS-BOLSA
                  IF DADOS-VALIDOS EQUAL "SIM"
                      ADD 1 TO QTD-BOLSAS
                      MOVE QTD-BOLSAS TO IX-ACHADO
                      MOVE MATRICULA-BUSCA-NUM
                        TO BOL-MATRICULA (IX-ACHADO)
                      MOVE ZEROES TO BOL-MEDIA-ULT (IX-ACHADO)
                      MOVE "A" TO BOL-SITUACAO (IX-ACHADO)
                      MOVE DATA-SISTEMA TO BOL-DATA-SIT (IX-ACHADO)
                      PERFORM GUARDA-DADOS-BOLSA
                      ADD 1 TO QTD-ALTERACOES
                      DISPLAY "BOLSA INCLUIDA.".

       ALTERA-BOLSA.
          PERFORM PEDE-MATRICULA.
          IF NAO-ACHOU EQUAL "NAO"
              PERFORM LOCALIZA-BOLSA
              IF ACHOU-BOLSA EQUAL "NAO"
                  DISPLAY "BOLSA NAO ENCONTRADA."
              ELSE
                  PERFORM MOSTRA-BOLSA
                  PERFORM PEDE-DADOS-BOLSA
                  IF DADOS-VALIDOS EQUAL "SIM"
                      PERFORM GUARDA-DADOS-BOLSA
                      ADD 1 TO QTD-ALTERACOES
                      DISPLAY "BOLSA ALTERADA.".

      *----------------------------------------------------------------
      *    DADOS DA BOLSA: QUALQUER CAMPO INVALIDO RECUSA O MOVIMENTO
      *    INTEIRO (NADA E GRAVADO NA TABELA).
      *----------------------------------------------------------------
       PEDE-DADOS-BOLSA.
          MOVE "SIM" TO DADOS-VALIDOS.
          DISPLAY "TIPO (M-MERITO S-SOCIAL F-FILHO DE FUNCIONARIO "
              "C-CONVENIO O-OUTRO): ".
          ACCEPT ENTRADA-TIPO.
          DISPLAY "PERCENTUAL (5 DIGITOS, 2 DECIMAIS - 05000 = 50%): ".
          ACCEPT ENTRADA-PCT-X.
          DISPLAY "COMPETENCIA INICIAL (AAAAMM)....: ".
          ACCEPT ENTRADA-INI-X.
          DISPLAY "COMPETENCIA FINAL (AAAAMM, 000000 = SEM FIM): ".
          ACCEPT ENTRADA-FIM-X.
          DISPLAY "MEDIA MINIMA (4 DIGITOS, 0700 = 7,00; 0000 = SEM "
              "EXIGENCIA): ".
          ACCEPT ENTRADA-MED-X.
          IF ENTRADA-TIPO NOT EQUAL "M" AND NOT EQUAL "S"
             AND NOT EQUAL "F" AND NOT EQUAL "C" AND NOT EQUAL "O"
              DISPLAY "TIPO INVALIDO."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF ENTRADA-PCT-X NOT NUMERIC
              DISPLAY "PERCENTUAL INVALIDO."
              MOVE "NAO" TO DADOS-VALIDOS
          ELSE
          IF ENTRADA-PCT EQUAL ZEROES OR ENTRADA-PCT GREATER 100
              DISPLAY "PERCENTUAL DEVE FICAR ENTRE 0,01 E 100,00."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF ENTRADA-INI-X NOT NUMERIC
              DISPLAY "COMPETENCIA INICIAL INVALIDA."
              MOVE "NAO" TO DADOS-VALIDOS
          ELSE
          IF MES-INI LESS 1 OR MES-INI GREATER 12
              DISPLAY "COMPETENCIA INICIAL INVALIDA."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF ENTRADA-FIM-X NOT NUMERIC
              DISPLAY "COMPETENCIA FINAL INVALIDA."
              MOVE "NAO" TO DADOS-VALIDOS
          ELSE
          IF ENTRADA-FIM-X NOT EQUAL "000000"
              IF MES-FIM LESS 1 OR MES-FIM GREATER 12
                 OR ENTRADA-FIM-X LESS ENTRADA-INI-X
                  DISPLAY "COMPETENCIA FINAL INVALIDA."
                  MOVE "NAO" TO DADOS-VALIDOS.
          IF ENTRADA-MED-X NOT NUMERIC
              DISPLAY "MEDIA MINIMA INVALIDA."
              MOVE "NAO" TO DADOS-VALIDOS
          ELSE
          IF ENTRADA-MED GREATER 10
              DISPLAY "MEDIA MINIMA INVALIDA."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF DADOS-VALIDOS EQUAL "NAO"
              DISPLAY "MOVIMENTO RECUSADO.".

       GUARDA-DADOS-BOLSA.
          MOVE ENTRADA-TIPO TO BOL-TIPO (IX-ACHADO).
          MOVE ENTRADA-PCT TO BOL-PERCENTUAL (IX-ACHADO).
          MOVE ENTRADA-INI TO BOL-COMPET-INI (IX-ACHADO).
          MOVE ENTRADA-FIM TO BOL-COMPET-FIM (IX-ACHADO).
          MOVE ENTRADA-MED TO BOL-MEDIA-MIN (IX-ACHADO).

       EXCLUI-BOLSA.
          PERFORM PEDE-MATRICULA.
          IF NAO-ACHOU EQUAL "NAO"
              PERFORM LOCALIZA-BOLSA
              IF ACHOU-BOLSA EQUAL "NAO"
                  DISPLAY "BOLSA NAO ENCONTRADA."
              ELSE
                  PERFORM REMOVE-BOLSA
                  ADD 1 TO QTD-ALTERACOES
                  DISPLAY "BOLSA EXCLUIDA.".

       REMOVE-BOLSA.
          PERFORM DESLOCA-BOLSA
              VARYING IX-BOL FROM IX-ACHADO BY 1
              UNTIL IX-BOL NOT LESS QTD-BOLSAS.
          SUBTRACT 1 FROM QTD-BOLSAS.

       DESLOCA-BOLSA.
          MOVE BOL-OCORRENCIA (IX-BOL + 1) TO BOL-OCORRENCIA (IX-BOL).

      *----------------------------------------------------------------
      *    REATIVACAO DE BOLSA SUSPENSA PELA RENOVACAO (RENBOLS): SO
      *    COM NIVEL 2, NO MOLDE DA REMISSAO DO READMIS.
      *----------------------------------------------------------------
       REATIVA-BOLSA.
          PERFORM PEDE-MATRICULA.
          IF NAO-ACHOU EQUAL "NAO"
              PERFORM LOCALIZA-BOLSA
              IF ACHOU-BOLSA EQUAL "NAO"
                  DISPLAY "BOLSA NAO ENCONTRADA."
              ELSE
              IF BOL-SITUACAO (IX-ACHADO) NOT EQUAL "S"
                  DISPLAY "BOLSA NAO ESTA SUSPENSA."
              ELSE
                  PERFORM AUTORIZA-REATIVACAO
                  IF SUPERVISOR-ID NOT EQUAL ZEROES
                      MOVE "A" TO BOL-SITUACAO (IX-ACHADO)
                      MOVE DATA-SISTEMA TO BOL-DATA-SIT (IX-ACHADO)
                      ADD 1 TO QTD-ALTERACOES
                      DISPLAY "BOLSA REATIVADA.".

       AUTORIZA-REATIVACAO.
          MOVE ZEROES TO SUPERVISOR-ID.
          IF NIVEL-OPERADOR NOT LESS 2
              MOVE OPERADOR-ID TO SUPERVISOR-ID
          ELSE
              DISPLAY "REATIVACAO EXIGE OPERADOR NIVEL 2 - "
                  "IDENTIFIQUE O SUPERVISOR."
              CALL "SIGNON" USING SUPERVISOR-ID NIVEL-SUPERVISOR
                  RESULTADO-SUPERV
              IF RESULTADO-SUPERV NOT EQUAL "SIM"
                 OR NIVEL-SUPERVISOR LESS 2
                  MOVE ZEROES TO SUPERVISOR-ID
                  DISPLAY "SUPERVISOR NAO AUTORIZADO.".

       LISTA-BOLSAS.
          IF QTD-BOLSAS EQUAL ZEROES
              DISPLAY "NENHUMA BOLSA CADASTRADA."
          ELSE
              PERFORM LISTA-UMA-BOLSA
                  VARYING IX-BOL FROM 1 BY 1
                  UNTIL IX-BOL GREATER THAN QTD-BOLSAS.

       LISTA-UMA-BOLSA.
          DISPLAY "  " BOL-MATRICULA (IX-BOL) "  TIPO "
              BOL-TIPO (IX-BOL) "  " BOL-PERCENTUAL (IX-BOL) "%  "
              BOL-COMPET-INI (IX-BOL) "-" BOL-COMPET-FIM (IX-BOL)
              "  MIN " BOL-MEDIA-MIN (IX-BOL) "  SIT "
              BOL-SITUACAO (IX-BOL) "  ULT " BOL-MEDIA-ULT (IX-BOL).

       MOSTRA-BOLSA.
          MOVE IX-ACHADO TO IX-BOL.
          PERFORM LISTA-UMA-BOLSA.

       REGRAVA-ARQUIVO.
          OPEN OUTPUT CADBOLS.
          IF QTD-BOLSAS GREATER THAN ZEROES
              PERFORM GRAVA-UMA-BOLSA
                  VARYING IX-BOL FROM 1 BY 1
                  UNTIL IX-BOL GREATER THAN QTD-BOLSAS.
          CLOSE CADBOLS.
          DISPLAY "CADBOLS REGRAVADO (" QTD-ALTERACOES
              " MOVIMENTOS).".

       GRAVA-UMA-BOLSA.
          MOVE BOL-MATRICULA (IX-BOL) TO MATRICULA-BOL.
          MOVE BOL-TIPO (IX-BOL) TO TIPO-BOL.
          MOVE BOL-PERCENTUAL (IX-BOL) TO PERCENTUAL-BOL.
          MOVE BOL-COMPET-INI (IX-BOL) TO COMPET-INI-BOL.
          MOVE BOL-COMPET-FIM (IX-BOL) TO COMPET-FIM-BOL.
          MOVE BOL-MEDIA-MIN (IX-BOL) TO MEDIA-MIN-BOL.
          MOVE BOL-SITUACAO (IX-BOL) TO SITUACAO-BOL.
          MOVE BOL-DATA-SIT (IX-BOL) TO DATA-SIT-BOL.
          MOVE BOL-MEDIA-ULT (IX-BOL) TO MEDIA-ULT-BOL.
          WRITE REG-BOL.
