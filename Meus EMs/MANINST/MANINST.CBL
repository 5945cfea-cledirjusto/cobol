       IDENTIFICATION DIVISION.
          PROGRAM-ID.      MANINST.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. MANUTENCAO DA TABELA DE INSTALACOES DO CLUBE
      *(CADINST.DAT - CODIGO, DESCRICAO, TAXA DE RESERVA, HORARIO DE
      *FUNCIONAMENTO, DURACAO DO PERIODO E SITUACAO). CARREGA A
      *TABELA EM MEMORIA, ACEITA AS OPCOES I-INCLUIR, A-ALTERAR,
      *E-EXCLUIR, L-LISTAR E F-FIM E REGRAVA O ARQUIVO COMPLETO AO
      *ENCERRAR, NO ESTILO DO MANPLAN. A INSTALACAO COM RESERVAS
      *PENDENTES DEVE SER INTERDITADA (SITUACAO I) EM VEZ DE
      *EXCLUIDA, PARA QUE O OCUPINST CONTINUE MOSTRANDO A DESCRICAO.
      *O CADINST E REGRAVADO A PARTIR DA TABELA (100); SE ELE NAO
      *COUBER NELA A MANUTENCAO E RECUSADA COM RETURN-CODE 8.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADINST ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADINST
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADINST.DAT".
          COPY REGINST.

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  OPCAO-MAN          PIC X(01) VALUE SPACES.
       77  QTD-INST           PIC 9(03) VALUE ZEROES.
       77  IX-INS             PIC 9(03) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(03) VALUE ZEROES.
       77  ACHOU-INST         PIC X(03) VALUE "NAO".
       77  DADOS-VALIDOS      PIC X(03) VALUE "NAO".
       77  ENTRADA-COD        PIC X(03) VALUE SPACES.
       77  ENTRADA-VAL        PIC X(09) VALUE SPACES.
       77  ENTRADA-HORA       PIC X(02) VALUE SPACES.
       77  ENTRADA-SIT        PIC X(01) VALUE SPACES.
       77  QTD-ALTERACOES     PIC 9(03) VALUE ZEROES.
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".

       01 TAB-INSTALACOES.
          02 INS-OCORRENCIA OCCURS 100 TIMES.
             03 INS-CODIGO             PIC 9(03).
             03 INS-DESCRICAO          PIC X(25).
             03 INS-TAXA               PIC 9(07)V9(02).
             03 INS-ABRE               PIC 9(02).
             03 INS-FECHA              PIC 9(02).
             03 INS-DURACAO            PIC 9(02).
             03 INS-SITUACAO           PIC X(01).

       01 INS-NOVA.
          02 NOV-TAXA                  PIC 9(07)V9(02).
          02 NOV-ABRE                  PIC 9(02).
          02 NOV-FECHA                 PIC 9(02).
          02 NOV-DURACAO               PIC 9(02).
          02 NOV-SITUACAO              PIC X(01).

       PROCEDURE DIVISION.

       PGM-MANINST.
          CALL "SIGNON" USING OPERADOR-ID NIVEL-OPERADOR
              RESULTADO-SIGNON.
          IF RESULTADO-SIGNON NOT EQUAL "SIM"
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM CARGA-INSTALACOES.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "CADINST MAIOR QUE A TABELA - MANUTENCAO NAO "
                  "PERMITIDA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          DISPLAY "MANUTENCAO DA TABELA DE INSTALACOES - CADINST".
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          PERFORM REGRAVA-ARQUIVO.
          STOP RUN.

       CARGA-INSTALACOES.
          OPEN INPUT CADINST.
          PERFORM LE-INSTALACAO.
          PERFORM GUARDA-INSTALACAO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADINST.

       LE-INSTALACAO.
          READ CADINST AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-INSTALACAO.
          IF QTD-INST NOT LESS 100
              DISPLAY "TABELA DE INSTALACOES LOTADA (100)"
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-INST
              MOVE CODIGO-INST TO INS-CODIGO (QTD-INST)
              MOVE DESCRICAO-INST TO INS-DESCRICAO (QTD-INST)
              MOVE TAXA-INST TO INS-TAXA (QTD-INST)
              MOVE HORA-ABRE-INST TO INS-ABRE (QTD-INST)
              MOVE HORA-FECHA-INST TO INS-FECHA (QTD-INST)
              MOVE DURACAO-INST TO INS-DURACAO (QTD-INST)
              MOVE SITUACAO-INST TO INS-SITUACAO (QTD-INST).
          PERFORM LE-INSTALACAO.

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (I-INCLUIR A-ALTERAR E-EXCLUIR L-LISTAR "
              "F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "I"
              PERFORM INCLUI-INSTALACAO
          ELSE
          IF OPCAO-MAN EQUAL "A"
              PERFORM ALTERA-INSTALACAO
          ELSE
          IF OPCAO-MAN EQUAL "E"
              PERFORM EXCLUI-INSTALACAO
          ELSE
          IF OPCAO-MAN EQUAL "L"
              PERFORM LISTA-INSTALACOES
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE I, A, E, L OU F.".

       PEDE-CODIGO.
          DISPLAY "CODIGO DA INSTALACAO (3 DIGITOS): ".
          ACCEPT ENTRADA-COD.

       LOCALIZA-INSTALACAO.
          MOVE "NAO" TO ACHOU-INST.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-INST GREATER THAN ZEROES
              PERFORM TESTA-UMA-INSTALACAO
                  VARYING IX-INS FROM 1 BY 1
                  UNTIL IX-INS GREATER THAN QTD-INST
                     OR ACHOU-INST EQUAL "SIM".

       TESTA-UMA-INSTALACAO.
          IF INS-CODIGO (IX-INS) EQUAL ENTRADA-COD
              MOVE "SIM" TO ACHOU-INST
              MOVE IX-INS TO IX-ACHADO.

       INCLUI-INSTALACAO.
          PERFORM PEDE-CODIGO.
          IF ENTRADA-COD NOT NUMERIC OR ENTRADA-COD EQUAL "000"
              DISPLAY "CODIGO INVALIDO."
          ELSE
              PERFORM LOCALIZA-INSTALACAO
              IF ACHOU-INST EQUAL "SIM"
                  DISPLAY "INSTALACAO JA EXISTE - USE A OPCAO A."
              ELSE
              IF QTD-INST NOT LESS 100
                  DISPLAY "TABELA DE INSTALACOES LOTADA."
              ELSE
                  MOVE ZEROES TO INS-NOVA
                  MOVE "A" TO NOV-SITUACAO
                  PERFORM PEDE-DADOS
                  IF DADOS-VALIDOS EQUAL "SIM"
                      ADD 1 TO QTD-INST
                      MOVE QTD-INST TO IX-ACHADO
                      MOVE ENTRADA-COD TO INS-CODIGO (IX-ACHADO)
                      PERFORM GUARDA-DADOS
                      ADD 1 TO QTD-ALTERACOES
                      DISPLAY "INSTALACAO INCLUIDA.".

       ALTERA-INSTALACAO.
          PERFORM PEDE-CODIGO.
          PERFORM LOCALIZA-INSTALACAO.
          IF ACHOU-INST EQUAL "NAO"
              DISPLAY "INSTALACAO NAO ENCONTRADA."
          ELSE
              MOVE INS-TAXA (IX-ACHADO) TO NOV-TAXA
              MOVE INS-ABRE (IX-ACHADO) TO NOV-ABRE
              MOVE INS-FECHA (IX-ACHADO) TO NOV-FECHA
              MOVE INS-DURACAO (IX-ACHADO) TO NOV-DURACAO
              MOVE INS-SITUACAO (IX-ACHADO) TO NOV-SITUACAO
              PERFORM PEDE-DADOS
              IF DADOS-VALIDOS EQUAL "SIM"
                  PERFORM GUARDA-DADOS
                  ADD 1 TO QTD-ALTERACOES
                  DISPLAY "INSTALACAO ALTERADA.".

       EXCLUI-INSTALACAO.
          PERFORM PEDE-CODIGO.
          PERFORM LOCALIZA-INSTALACAO.
          IF ACHOU-INST EQUAL "NAO"
              DISPLAY "INSTALACAO NAO ENCONTRADA."
          ELSE
              PERFORM REMOVE-INSTALACAO
              ADD 1 TO QTD-ALTERACOES
              DISPLAY "INSTALACAO EXCLUIDA.".

       REMOVE-INSTALACAO.
          PERFORM DESLOCA-INSTALACAO
              VARYING IX-INS FROM IX-ACHADO BY 1
              UNTIL IX-INS NOT LESS QTD-INST.
          SUBTRACT 1 FROM QTD-INST.

       DESLOCA-INSTALACAO.
          MOVE INS-OCORRENCIA (IX-INS + 1) TO INS-OCORRENCIA (IX-INS).

      *----------------------------------------------------------------
      *    OS DADOS DIGITADOS FICAM EM INS-NOVA E SO PASSAM PARA A
      *    TABELA SE O HORARIO FECHAR: ABERTURA ANTES DO FECHAMENTO E
      *    AO MENOS UM PERIODO INTEIRO ENTRE OS DOIS.
      *----------------------------------------------------------------
       PEDE-DADOS.
          MOVE "SIM" TO DADOS-VALIDOS.
          DISPLAY "DESCRICAO DA INSTALACAO.............: ".
          ACCEPT DESCRICAO-INST.
          DISPLAY "TAXA DO PERIODO (SEM VIRGULA, 2 CASAS): ".
          ACCEPT ENTRADA-VAL.
          IF ENTRADA-VAL NUMERIC
              MOVE ENTRADA-VAL TO NOV-TAXA.
          DISPLAY "HORA DE ABERTURA (00-23)............: ".
          ACCEPT ENTRADA-HORA.
          IF ENTRADA-HORA NUMERIC
              MOVE ENTRADA-HORA TO NOV-ABRE.
          DISPLAY "HORA DE FECHAMENTO (01-24)..........: ".
          ACCEPT ENTRADA-HORA.
          IF ENTRADA-HORA NUMERIC
              MOVE ENTRADA-HORA TO NOV-FECHA.
          DISPLAY "DURACAO DO PERIODO EM HORAS.........: ".
          ACCEPT ENTRADA-HORA.
          IF ENTRADA-HORA NUMERIC
              MOVE ENTRADA-HORA TO NOV-DURACAO.
          DISPLAY "SITUACAO (A-LIBERADA I-INTERDITADA).: ".
          ACCEPT ENTRADA-SIT.
          IF ENTRADA-SIT EQUAL "A" OR ENTRADA-SIT EQUAL "I"
              MOVE ENTRADA-SIT TO NOV-SITUACAO.
          IF NOV-FECHA GREATER THAN 24
             OR NOV-ABRE NOT LESS NOV-FECHA
             OR NOV-DURACAO EQUAL ZEROES
             OR NOV-DURACAO GREATER THAN NOV-FECHA - NOV-ABRE
              DISPLAY "HORARIO INVALIDO - NADA FOI GRAVADO."
              MOVE "NAO" TO DADOS-VALIDOS.

       GUARDA-DADOS.
          IF DESCRICAO-INST NOT EQUAL SPACES
              MOVE DESCRICAO-INST TO INS-DESCRICAO (IX-ACHADO).
          MOVE NOV-TAXA TO INS-TAXA (IX-ACHADO).
          MOVE NOV-ABRE TO INS-ABRE (IX-ACHADO).
          MOVE NOV-FECHA TO INS-FECHA (IX-ACHADO).
          MOVE NOV-DURACAO TO INS-DURACAO (IX-ACHADO).
          MOVE NOV-SITUACAO TO INS-SITUACAO (IX-ACHADO).

       LISTA-INSTALACOES.
          IF QTD-INST EQUAL ZEROES
              DISPLAY "NENHUMA INSTALACAO CADASTRADA."
          ELSE
              PERFORM LISTA-UMA-INSTALACAO
                  VARYING IX-INS FROM 1 BY 1
                  UNTIL IX-INS GREATER THAN QTD-INST.

       LISTA-UMA-INSTALACAO.
          DISPLAY "  " INS-CODIGO (IX-INS) "  "
              INS-DESCRICAO (IX-INS) "  " INS-TAXA (IX-INS) "  "
              INS-ABRE (IX-INS) "-" INS-FECHA (IX-INS) "H  "
              INS-DURACAO (IX-INS) "H  " INS-SITUACAO (IX-INS).

       REGRAVA-ARQUIVO.
          OPEN OUTPUT CADINST.
          IF QTD-INST GREATER THAN ZEROES
              PERFORM GRAVA-UMA-INSTALACAO
                  VARYING IX-INS FROM 1 BY 1
                  UNTIL IX-INS GREATER THAN QTD-INST.
          CLOSE CADINST.
          DISPLAY "TABELA DE INSTALACOES REGRAVADA (" QTD-ALTERACOES
              " MOVIMENTOS).".

       GRAVA-UMA-INSTALACAO.
          MOVE INS-CODIGO (IX-INS) TO CODIGO-INST.
          MOVE INS-DESCRICAO (IX-INS) TO DESCRICAO-INST.
          MOVE INS-TAXA (IX-INS) TO TAXA-INST.
          MOVE INS-ABRE (IX-INS) TO HORA-ABRE-INST.
          MOVE INS-FECHA (IX-INS) TO HORA-FECHA-INST.
          MOVE INS-DURACAO (IX-INS) TO DURACAO-INST.
          MOVE INS-SITUACAO (IX-INS) TO SITUACAO-INST.
          WRITE REG-INST.
