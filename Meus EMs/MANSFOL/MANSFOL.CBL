       IDENTIFICATION DIVISION.
          PROGRAM-ID.      MANSFOL.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. MANUTENCAO DO VINCULO SOCIO X FOLHA (SOCFOL.DAT) PARA
      *O DESCONTO DA MENSALIDADE EM FOLHA. CADA VINCULO LIGA UM SOCIO
      *DO CADSOC1 A MATRICULA DE UM FUNCIONARIO ATIVO NO CADENT DA
      *FOLHA (EM01\EX06) - UM VINCULO ATIVO POR SOCIO E POR MATRICULA.
      *NA INCLUSAO O SOCIO PRECISA EXISTIR E NAO ESTAR CANCELADO
      *(CODIGO 03) E PASSA AO METODO DE PAGAMENTO 5 (DESCONTO EM
      *FOLHA); NO ENCERRAMENTO VOLTA AO METODO 2 (TRANSFERENCIA). O
      *VINCULO ENCERRADO FICA NO ARQUIVO COM SITUACAO E E E REATIVADO
      *SE O SOCIO VOLTAR A MESMA MATRICULA, PRESERVANDO A COMPETENCIA
      *JA DESCONTADA. CADA MOVIMENTO SAI NO JORNSOC (OPCAO F) PARA A
      *AUDITORIA, COM A IMAGEM DO SOCIO ANTES E DEPOIS (REGISO) PARA
      *O RECUPERA. RECUSA A SESSAO COM A TRAVA DA ROTINA BATCH NO
      *CADSOC1. O DESCONTO E O RECIBO SAO FEITOS PELO EX06 (EM01).
      *CADA LINHA DO JORNSOC LEVA NO FIM A SEQUENCIA E A CONFERENCIA
      *ENCADEADA DA SELAJOR, CONFERIDAS PELO VERJORN.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL SOCFOL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES
          FILE STATUS IS FS-SOC.
          SELECT OPTIONAL CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL JORNSOC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  SOCFOL
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SOCFOL.DAT".
          COPY REGSFO.

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       FD  CADENT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADENT.DAT".
          01 REG-ENT.
          02 MATRICULA-ENT             PIC 9(05).
          02 NOME-ENT                  PIC X(30).
          02 SALARIOB-ENT              PIC 9(05)V99.
          02 DEPENDENTES-ENT           PIC 9(02).
          02 DATA-ADMISSAO-ENT         PIC 9(08).
          02 DATA-DESLIG-ENT           PIC 9(08).
          02 SITUACAO-ENT              PIC X(01).
          02 UNIDADE-ENT               PIC 9(02).
          02 CARGO-ENT                 PIC 9(03).

       FD  JORNSOC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNSOC.DAT".
          01 REG-JSO.
          02 JSO-DATA              PIC 9(08).
          02 FILLER                PIC X(01).
          02 JSO-HORA              PIC 9(06).
          02 FILLER                PIC X(01).
          02 JSO-OPCAO             PIC X(01).
          02 FILLER                PIC X(01).
          02 JSO-NUMERO            PIC 9(06).
          02 FILLER                PIC X(01).
          02 JSO-DISPOSICAO        PIC X(14).
          02 FILLER                PIC X(01).
          02 JSO-OPERADOR          PIC 9(04).
          02 FILLER                PIC X(01).
          02 JSO-VIGENCIA          PIC 9(08).
          02 FILLER                PIC X(01).
          02 JSO-PLANO-ANT         PIC 9(02).
          02 FILLER                PIC X(01).
          02 JSO-PLANO-NOVO        PIC 9(02).
          02 FILLER                PIC X(01).
          02 JSO-IMAGEM-ANT        PIC X(76).
          02 FILLER                PIC X(01).
          02 JSO-IMAGEM-DEP        PIC X(76).
          02 FILLER                PIC X(01).
          02 JSO-SEQ               PIC 9(09).
          02 FILLER                PIC X(01).
          02 JSO-CHK               PIC 9(09).

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  ARQUIVO-TRAVA      PIC X(12) VALUE SPACES.
       77  CADASTRO-TRAVADO   PIC X(03) VALUE "NAO".
       77  FS-SOC             PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  OPCAO-MAN          PIC X(01) VALUE SPACES.
       77  QTD-VINCULOS       PIC 9(03) VALUE ZEROES.
       77  IX-VIN             PIC 9(03) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(03) VALUE ZEROES.
       77  ACHOU-VINCULO      PIC X(03) VALUE "NAO".
       77  MATR-OCUPADA       PIC X(03) VALUE "NAO".
       77  ACHOU-SOCIO        PIC X(03) VALUE "NAO".
       77  ACHOU-FUNCIONARIO  PIC X(03) VALUE "NAO".
       77  QTD-ALTERACOES     PIC 9(03) VALUE ZEROES.
       77  ENTRADA-SOCIO      PIC 9(06) VALUE ZEROES.
       77  ENTRADA-MATR       PIC 9(05) VALUE ZEROES.
       77  DISPOSICAO-JORNAL  PIC X(14) VALUE SPACES.
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  HORA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  IMAGEM-ANTES       PIC X(76) VALUE SPACES.
       77  IMAGEM-DEPOIS      PIC X(76) VALUE SPACES.

       01 TAB-VINCULOS.
          02 VIN-OCORRENCIA OCCURS 500 TIMES.
             03 VIN-SOCIO              PIC 9(06).
             03 VIN-MATR               PIC 9(05).
             03 VIN-SITUACAO           PIC X(01).
             03 VIN-COMPET             PIC 9(06).
             03 VIN-VALOR              PIC 9(07)V9(02).
             03 VIN-DATA               PIC 9(08).

       COPY REGISO.

       COPY REGSEL.

       PROCEDURE DIVISION.

       PGM-MANSFOL.
          CALL "SIGNON" USING OPERADOR-ID NIVEL-OPERADOR
              RESULTADO-SIGNON.
          IF RESULTADO-SIGNON NOT EQUAL "SIM"
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          MOVE "CADSOC1" TO ARQUIVO-TRAVA.
          CALL "TESTTRAV" USING ARQUIVO-TRAVA CADASTRO-TRAVADO.
          IF CADASTRO-TRAVADO EQUAL "SIM"
              DISPLAY "ROTINA BATCH EM ANDAMENTO - SESSAO "
                  "RECUSADA. LIBERE PELO MENU SE NECESSARIO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM CARGA-VINCULOS.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "SOCFOL MAIOR QUE A TABELA - "
                  "MANUTENCAO NAO PERMITIDA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN I-O CADSOC1.
          IF FS-SOC NOT EQUAL "00"
              DISPLAY "CADSOC1 NAO ABRIU - STATUS " FS-SOC
                  ". MANUTENCAO NAO PERMITIDA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          DISPLAY "MANUTENCAO DO DESCONTO DA MENSALIDADE EM FOLHA".
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          CLOSE CADSOC1.
          DISPLAY "VINCULOS ALTERADOS NA SESSAO: " QTD-ALTERACOES.
          STOP RUN.

       CARGA-VINCULOS.
          OPEN INPUT SOCFOL.
          PERFORM LE-VINCULO.
          PERFORM GUARDA-VINCULO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE SOCFOL.

       LE-VINCULO.
          READ SOCFOL AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-VINCULO.
          IF QTD-VINCULOS NOT LESS 500
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-VINCULOS
              MOVE SOCIO-SFO TO VIN-SOCIO (QTD-VINCULOS)
              MOVE MATR-SFO TO VIN-MATR (QTD-VINCULOS)
              MOVE SITUACAO-SFO TO VIN-SITUACAO (QTD-VINCULOS)
              MOVE COMPET-SFO TO VIN-COMPET (QTD-VINCULOS)
              MOVE VALOR-SFO TO VIN-VALOR (QTD-VINCULOS)
              MOVE DATA-SFO TO VIN-DATA (QTD-VINCULOS).
          PERFORM LE-VINCULO.

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (I-INCLUIR E-ENCERRAR L-LISTAR F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "I"
              PERFORM INCLUI-VINCULO
          ELSE
          IF OPCAO-MAN EQUAL "E"
              PERFORM ENCERRA-VINCULO
          ELSE
          IF OPCAO-MAN EQUAL "L"
              PERFORM LISTA-VINCULOS
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE I, E, L OU F.".

       PEDE-SOCIO.
          DISPLAY "NUMERO DO SOCIO (6 DIGITOS): ".
          MOVE ZEROES TO ENTRADA-SOCIO.
          ACCEPT ENTRADA-SOCIO.

       PEDE-MATRICULA.
          DISPLAY "MATRICULA DO FUNCIONARIO (5 DIGITOS): ".
          MOVE ZEROES TO ENTRADA-MATR.
          ACCEPT ENTRADA-MATR.

      *----------------------------------------------------------------
      *    LOCALIZA O VINCULO DO SOCIO (ATIVO OU ENCERRADO) E CONFERE
      *    SE A MATRICULA JA ESTA ATIVA PARA OUTRO SOCIO.
      *----------------------------------------------------------------
       LOCALIZA-VINCULO.
          MOVE "NAO" TO ACHOU-VINCULO.
          MOVE "NAO" TO MATR-OCUPADA.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-VINCULOS GREATER THAN ZEROES
              PERFORM TESTA-UM-VINCULO
                  VARYING IX-VIN FROM 1 BY 1
                  UNTIL IX-VIN GREATER THAN QTD-VINCULOS.

       TESTA-UM-VINCULO.
          IF VIN-SOCIO (IX-VIN) EQUAL ENTRADA-SOCIO
             AND ACHOU-VINCULO EQUAL "NAO"
              MOVE "SIM" TO ACHOU-VINCULO
              MOVE IX-VIN TO IX-ACHADO.
          IF VIN-MATR (IX-VIN) EQUAL ENTRADA-MATR
             AND VIN-SITUACAO (IX-VIN) EQUAL "A"
             AND VIN-SOCIO (IX-VIN) NOT EQUAL ENTRADA-SOCIO
              MOVE "SIM" TO MATR-OCUPADA.

       BUSCA-SOCIO.
          MOVE "SIM" TO ACHOU-SOCIO.
          MOVE ENTRADA-SOCIO TO NUMERO-SOCIO1.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "NAO" TO ACHOU-SOCIO
          END-READ.

       BUSCA-FUNCIONARIO.
          MOVE "NAO" TO ACHOU-FUNCIONARIO.
          MOVE "NAO" TO FIM-ENT.
          OPEN INPUT CADENT.
          PERFORM LE-FUNCIONARIO.
          PERFORM PROCURA-FUNCIONARIO UNTIL FIM-ENT EQUAL "SIM".
          CLOSE CADENT.

       LE-FUNCIONARIO.
          READ CADENT AT END MOVE "SIM" TO FIM-ENT.

       PROCURA-FUNCIONARIO.
          IF MATRICULA-ENT EQUAL ENTRADA-MATR
             AND SITUACAO-ENT NOT EQUAL "I"
              MOVE "SIM" TO ACHOU-FUNCIONARIO
              MOVE "SIM" TO FIM-ENT
          ELSE
              PERFORM LE-FUNCIONARIO.

       INCLUI-VINCULO.
          PERFORM PEDE-SOCIO.
          PERFORM PEDE-MATRICULA.
          IF ENTRADA-SOCIO EQUAL ZEROES
             OR ENTRADA-MATR EQUAL ZEROES
              DISPLAY "SOCIO E MATRICULA SAO OBRIGATORIOS."
          ELSE
              PERFORM CONFERE-INCLUSAO.

       CONFERE-INCLUSAO.
          PERFORM LOCALIZA-VINCULO.
          PERFORM BUSCA-SOCIO.
          IF ACHOU-SOCIO EQUAL "NAO"
              DISPLAY "SOCIO NAO ENCONTRADO NO CADSOC1."
          ELSE
          IF CODIGO-PAGAMENTO1 EQUAL 03
              DISPLAY "SOCIO CANCELADO - DESCONTO NAO PERMITIDO."
          ELSE
          IF ACHOU-VINCULO EQUAL "SIM"
             AND VIN-SITUACAO (IX-ACHADO) EQUAL "A"
              DISPLAY "SOCIO JA DESCONTA EM FOLHA - MATRICULA "
                  VIN-MATR (IX-ACHADO)
          ELSE
          IF MATR-OCUPADA EQUAL "SIM"
              DISPLAY "MATRICULA JA DESCONTA OUTRO SOCIO."
          ELSE
          IF ACHOU-VINCULO EQUAL "NAO"
             AND QTD-VINCULOS NOT LESS 500
              DISPLAY "TABELA DE VINCULOS LOTADA."
          ELSE
              PERFORM BUSCA-FUNCIONARIO
              IF ACHOU-FUNCIONARIO EQUAL "NAO"
                  DISPLAY "MATRICULA NAO ENCONTRADA OU INATIVA "
                      "NO CADENT DA FOLHA."
              ELSE
                  PERFORM EFETIVA-INCLUSAO.

      *----------------------------------------------------------------
      *    O VINCULO ENCERRADO DO MESMO SOCIO E REAPROVEITADO COM A
      *    COMPETENCIA JA DESCONTADA, PARA O EX06 NAO GERAR UM SEGUNDO
      *    RECIBO NO MESMO MES.
      *----------------------------------------------------------------
       EFETIVA-INCLUSAO.
          IF ACHOU-VINCULO EQUAL "NAO"
              ADD 1 TO QTD-VINCULOS
              MOVE QTD-VINCULOS TO IX-ACHADO
              MOVE ENTRADA-SOCIO TO VIN-SOCIO (IX-ACHADO)
              MOVE ZEROES TO VIN-COMPET (IX-ACHADO)
              MOVE ZEROES TO VIN-VALOR (IX-ACHADO).
          IF VIN-MATR (IX-ACHADO) NOT EQUAL ENTRADA-MATR
              MOVE ZEROES TO VIN-COMPET (IX-ACHADO)
              MOVE ZEROES TO VIN-VALOR (IX-ACHADO).
          MOVE ENTRADA-MATR TO VIN-MATR (IX-ACHADO).
          MOVE "A" TO VIN-SITUACAO (IX-ACHADO).
          MOVE DATA-SISTEMA TO VIN-DATA (IX-ACHADO).
          PERFORM MONTA-IMAGEM.
          MOVE REG-ISO TO IMAGEM-ANTES.
          MOVE 5 TO METODO-PAGAMENTO1.
          REWRITE REG-SOC1.
          PERFORM MONTA-IMAGEM.
          MOVE REG-ISO TO IMAGEM-DEPOIS.
          PERFORM REGRAVA-ARQUIVO.
          MOVE "FOLHA-VINCULO " TO DISPOSICAO-JORNAL.
          PERFORM GRAVA-JORNAL.
          ADD 1 TO QTD-ALTERACOES.
          DISPLAY "SOCIO " ENTRADA-SOCIO " PASSA A DESCONTO EM FOLHA "
              "NA MATRICULA " ENTRADA-MATR ".".

       ENCERRA-VINCULO.
          PERFORM PEDE-SOCIO.
          MOVE ZEROES TO ENTRADA-MATR.
          PERFORM LOCALIZA-VINCULO.
          IF ACHOU-VINCULO EQUAL "NAO"
              DISPLAY "VINCULO NAO ENCONTRADO."
          ELSE
          IF VIN-SITUACAO (IX-ACHADO) NOT EQUAL "A"
              DISPLAY "VINCULO JA ENCERRADO."
          ELSE
              PERFORM EFETIVA-ENCERRAMENTO.

       EFETIVA-ENCERRAMENTO.
          MOVE "E" TO VIN-SITUACAO (IX-ACHADO).
          MOVE DATA-SISTEMA TO VIN-DATA (IX-ACHADO).
          PERFORM BUSCA-SOCIO.
          MOVE SPACES TO IMAGEM-ANTES.
          MOVE SPACES TO IMAGEM-DEPOIS.
          IF ACHOU-SOCIO EQUAL "SIM"
              PERFORM MONTA-IMAGEM
              MOVE REG-ISO TO IMAGEM-ANTES.
          IF ACHOU-SOCIO EQUAL "SIM"
             AND METODO-PAGAMENTO1 EQUAL 5
              MOVE 2 TO METODO-PAGAMENTO1
              REWRITE REG-SOC1.
          IF ACHOU-SOCIO EQUAL "SIM"
              PERFORM MONTA-IMAGEM
              MOVE REG-ISO TO IMAGEM-DEPOIS.
          PERFORM REGRAVA-ARQUIVO.
          MOVE "FOLHA-ENCERRA " TO DISPOSICAO-JORNAL.
          PERFORM GRAVA-JORNAL.
          ADD 1 TO QTD-ALTERACOES.
          DISPLAY "VINCULO ENCERRADO - SOCIO VOLTA A TRANSFERENCIA.".

       LISTA-VINCULOS.
          IF QTD-VINCULOS EQUAL ZEROES
              DISPLAY "NENHUM VINCULO CADASTRADO."
          ELSE
              PERFORM LISTA-UM-VINCULO
                  VARYING IX-VIN FROM 1 BY 1
                  UNTIL IX-VIN GREATER THAN QTD-VINCULOS.

       LISTA-UM-VINCULO.
          DISPLAY "  SOCIO " VIN-SOCIO (IX-VIN) "  MATRICULA "
              VIN-MATR (IX-VIN) "  SITUACAO " VIN-SITUACAO (IX-VIN)
              "  ULTIMA COMPETENCIA " VIN-COMPET (IX-VIN).

       REGRAVA-ARQUIVO.
          OPEN OUTPUT SOCFOL.
          IF QTD-VINCULOS GREATER THAN ZEROES
              PERFORM GRAVA-UM-VINCULO
                  VARYING IX-VIN FROM 1 BY 1
                  UNTIL IX-VIN GREATER THAN QTD-VINCULOS.
          CLOSE SOCFOL.

       GRAVA-UM-VINCULO.
          MOVE VIN-SOCIO (IX-VIN) TO SOCIO-SFO.
          MOVE VIN-MATR (IX-VIN) TO MATR-SFO.
          MOVE VIN-SITUACAO (IX-VIN) TO SITUACAO-SFO.
          MOVE VIN-COMPET (IX-VIN) TO COMPET-SFO.
          MOVE VIN-VALOR (IX-VIN) TO VALOR-SFO.
          MOVE VIN-DATA (IX-VIN) TO DATA-SFO.
          WRITE REG-SFO.

       GRAVA-JORNAL.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE SPACES TO REG-JSO.
          MOVE DATA-SISTEMA TO JSO-DATA.
          MOVE HORA-SISTEMA(1:6) TO JSO-HORA.
          MOVE "F" TO JSO-OPCAO.
          MOVE ENTRADA-SOCIO TO JSO-NUMERO.
          MOVE DISPOSICAO-JORNAL TO JSO-DISPOSICAO.
          MOVE OPERADOR-ID TO JSO-OPERADOR.
          MOVE DATA-SISTEMA TO JSO-VIGENCIA.
          MOVE ZEROES TO JSO-PLANO-ANT.
          MOVE ZEROES TO JSO-PLANO-NOVO.
          IF ACHOU-SOCIO EQUAL "SIM"
              MOVE PLANO-SOCIO1 TO JSO-PLANO-ANT
              MOVE PLANO-SOCIO1 TO JSO-PLANO-NOVO.
          MOVE IMAGEM-ANTES TO JSO-IMAGEM-ANT.
          MOVE IMAGEM-DEPOIS TO JSO-IMAGEM-DEP.
          OPEN EXTEND JORNSOC.
          PERFORM SELA-JORNAL.
          WRITE REG-JSO.
          CLOSE JORNSOC.

      *----------------------------------------------------------------
      *    SEQUENCIA E CONFERENCIA ENCADEADA DA LINHA (SELAJOR).
      *----------------------------------------------------------------
       SELA-JORNAL.
          MOVE "S" TO FUNCAO-SELO.
          MOVE "JORNSOC" TO JORNAL-SELO.
          MOVE REG-JSO(1:213) TO TEXTO-SELO.
          MOVE 213 TO TAMANHO-SELO.
          CALL "SELAJOR" USING FUNCAO-SELO JORNAL-SELO TEXTO-SELO
              TAMANHO-SELO SEQ-SELO CHK-SELO.
          MOVE SEQ-SELO TO JSO-SEQ.
          MOVE CHK-SELO TO JSO-CHK.

      *----------------------------------------------------------------
      *    IMAGEM TEXTO DO SOCIO PARA O JORNSOC (ANTES E DEPOIS).
      *----------------------------------------------------------------
       MONTA-IMAGEM.
          MOVE CODIGO-PAGAMENTO1 TO CODIGO-ISO.
          MOVE NUMERO-SOCIO1 TO NUMERO-ISO.
          MOVE NOME-SOCIO1 TO NOME-ISO.
          MOVE VALOR-PAGAMENTO1 TO VALOR-ISO.
          MOVE MESES-ATRASO1 TO MESES-ISO.
          MOVE METODO-PAGAMENTO1 TO METODO-ISO.
          MOVE PLANO-SOCIO1 TO PLANO-ISO.
          MOVE UNIDADE-SOCIO1 TO UNIDADE-ISO.
          MOVE SITUACAO-COBR1 TO SITUACAO-ISO.
          MOVE DATA-ADMISSAO1 TO ADMISSAO-ISO.
          MOVE CPF-SOCIO1 TO CPF-ISO.
