       IDENTIFICATION DIVISION.
          PROGRAM-ID.      MANHSAL.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. ALTERACAO DE SALARIO E DE CARGO DOS FUNCIONARIOS DA
      *FOLHA (EM01\EX06) COM HISTORICO. CADA ALTERACAO GRAVA UM
      *REGISTRO NO HISTSAL.DAT (REGHSA - MATRICULA, VIGENCIA, SALARIO
      *E CARGO NOVOS E ANTERIORES, UNIDADE, MOTIVO, OPERADOR) E O
      *CADENT E REGRAVADO COM O SALARIO E O CARGO NOVOS. S ALTERA UM
      *FUNCIONARIO ATIVO (MOTIVO M-MERITO, D-ACORDO COLETIVO,
      *P-PROMOCAO OU C-CORRECAO); O CARGO TEM DE EXISTIR NO CADCARGO
      *E O SALARIO NAO PODE FICAR ABAIXO DO PISO DELE, E REDUCAO DE
      *SALARIO SO ENTRA COMO CORRECAO. D APLICA UM PERCENTUAL DE
      *ACORDO OU DISSIDIO A TODOS OS ATIVOS DE UMA UNIDADE (00 =
      *TODAS). G GRAVA A ADMISSAO (MOTIVO A, VIGENCIA NA DATA DE
      *ADMISSAO) DE QUEM AINDA NAO TEM HISTORICO, COM O SALARIO E O
      *CARGO DO CADENT - E A CARGA INICIAL DO HISTORICO. L LISTA O
      *HISTORICO DE UMA MATRICULA. A VIGENCIA NAO PODE SER FUTURA NEM
      *ANTERIOR A ULTIMA JA GRAVADA PARA O FUNCIONARIO; VIGENCIA EM
      *MES JA PAGO TEM A DIFERENCA CALCULADA PELO RETROAT. S, D E G
      *SO PARA OPERADOR DE NIVEL 2. OS MOVIMENTOS FICAM EM MEMORIA E
      *SO SAO GRAVADOS NO FIM (F): PRIMEIRO O HISTORICO, DEPOIS O
      *CADENT EM CADENT.NOV COM TROCA DAS GERACOES E O ORIGINAL COMO
      *.BAK DATADO, COMO NO CARGCPF E NO MANBEN. CADA FUNCIONARIO
      *REGRAVADO COM SALARIO OU CARGO NOVO DEIXA NO JORNFUN (REGJFU,
      *OPCAO S) A IMAGEM DO CADENT ANTES E DEPOIS COM O OPERADOR,
      *PARA A AUDISOC - O MESMO JORNAL DO CADASTRO (MANFUN).
      *CADA LINHA DO JORNFUN LEVA NO FIM A SEQUENCIA E A CONFERENCIA
      *ENCADEADA DA SELAJOR, CONFERIDAS PELO VERJORN.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FS-ENT.
          SELECT CADENTN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADCARGO ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL HISTSAL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL JORNFUN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

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
          02 CPF-ENT                   PIC X(11).

       FD  CADENTN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADENT.NOV".
          01 REG-ENN                   PIC X(77).

       FD  CADCARGO
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADCARGO.DAT".
          01 REG-CGO.
          02 CODIGO-CGO                PIC 9(03).
          02 DESCRICAO-CGO             PIC X(20).
          02 PISO-CGO                  PIC 9(05)V9(02).

       FD  HISTSAL
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\HISTSAL.DAT".
          COPY REGHSA.

       FD  JORNFUN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNFUN.DAT".
          COPY REGJFU.

       WORKING-STORAGE SECTION.
       77  FS-ENT             PIC X(02) VALUE "00".
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  OPCAO-MAN          PIC X(01) VALUE SPACES.
       77  QTD-FUNC           PIC 9(04) VALUE ZEROES.
       77  IX-FUN             PIC 9(04) VALUE ZEROES.
       77  IX-FUN-ACHADO      PIC 9(04) VALUE ZEROES.
       77  QTD-CARGOS         PIC 9(03) VALUE ZEROES.
       77  IX-CGO             PIC 9(03) VALUE ZEROES.
       77  IX-CGO-ACHADO      PIC 9(03) VALUE ZEROES.
       77  QTD-EVENTOS        PIC 9(04) VALUE ZEROES.
       77  IX-EVE             PIC 9(04) VALUE ZEROES.
       77  QTD-ALTERADOS      PIC 9(04) VALUE ZEROES.
       77  QTD-COLETIVO       PIC 9(04) VALUE ZEROES.
       77  QTD-DESPREZADOS    PIC 9(04) VALUE ZEROES.
       77  QTD-LISTADOS       PIC 9(04) VALUE ZEROES.
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  DADOS-VALIDOS      PIC X(03) VALUE "SIM".
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  HORA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  VIGENCIA-NOVA      PIC 9(08) VALUE ZEROES.
       77  SALARIO-NOVO       PIC 9(05)V9(02) VALUE ZEROES.
       77  CARGO-NOVO         PIC 9(03) VALUE ZEROES.
       77  PISO-CARGO         PIC 9(05)V9(02) VALUE ZEROES.
       77  SALARIO-CALC       PIC 9(07)V9(02) VALUE ZEROES.
       77  MOTIVO-NOVO        PIC X(01) VALUE SPACES.
       77  UNIDADE-ACORDO     PIC 9(02) VALUE ZEROES.
       77  PCT-ACORDO         PIC 9(03)V9(02) VALUE ZEROES.
       77  ENTRADA-MAT        PIC X(05) VALUE SPACES.
       77  ENTRADA-VIG        PIC X(08) VALUE SPACES.
       77  ENTRADA-MOT        PIC X(01) VALUE SPACES.
       77  ENTRADA-CGO        PIC X(03) VALUE SPACES.
       77  ENTRADA-UNI        PIC X(02) VALUE SPACES.
       77  ENTRADA-CONF       PIC X(01) VALUE SPACES.

       01 ENTRADA-PCT         PIC X(05) VALUE SPACES.
       01 ENTRADA-PCT-NUM REDEFINES ENTRADA-PCT PIC 9(03)V9(02).
       01 ENTRADA-VAL         PIC X(07) VALUE SPACES.
       01 ENTRADA-VAL-NUM REDEFINES ENTRADA-VAL PIC 9(05)V9(02).

       01 TAB-FUNCIONARIOS.
          02 FUN-OCORRENCIA OCCURS 2000 TIMES.
             03 FUN-MATRICULA          PIC 9(05).
             03 FUN-NOME               PIC X(30).
             03 FUN-SALARIO            PIC 9(05)V9(02).
             03 FUN-CARGO              PIC 9(03).
             03 FUN-UNIDADE            PIC 9(02).
             03 FUN-SITUACAO           PIC X(01).
             03 FUN-ADMISSAO           PIC 9(08).
             03 FUN-ULT-VIG            PIC 9(08).
             03 FUN-ALTERADO           PIC X(03).

       01 TAB-CARGOS.
          02 CGO-OCORRENCIA OCCURS 100 TIMES.
             03 CGO-CODIGO             PIC 9(03).
             03 CGO-DESCRICAO          PIC X(20).
             03 CGO-PISO               PIC 9(05)V9(02).

       01 TAB-EVENTOS.
          02 EVE-OCORRENCIA OCCURS 2000 TIMES PIC X(56).

       01 NOME-BAK-ENT.
          02 FILLER          PIC X(17) VALUE "EM01\EX06\CADENT.".
          02 BAK-DATA        PIC 9(08).
          02 FILLER          PIC X(04) VALUE ".BAK".

       COPY REGSEL.

       PROCEDURE DIVISION.

       PGM-MANHSAL.
          CALL "SIGNON" USING OPERADOR-ID NIVEL-OPERADOR
              RESULTADO-SIGNON.
          IF RESULTADO-SIGNON NOT EQUAL "SIM"
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM CARGA-CARGOS.
          PERFORM CARGA-FUNCIONARIOS.
          IF FS-ENT NOT EQUAL "00"
              DISPLAY "CADENT DA FOLHA NAO ABRIU - STATUS " FS-ENT
                  " - MANUTENCAO NAO PERMITIDA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM CARGA-HISTORICO.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "CADENT OU CADCARGO MAIOR QUE A TABELA - "
                  "MANUTENCAO NAO PERMITIDA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          DISPLAY "ALTERACAO DE SALARIO E CARGO DA FOLHA".
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          IF QTD-EVENTOS GREATER THAN ZEROES
              PERFORM GRAVA-HISTORICO.
          IF QTD-ALTERADOS GREATER THAN ZEROES
              PERFORM REGRAVA-CADENT.
          STOP RUN.

       CARGA-CARGOS.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT CADCARGO.
          PERFORM LE-CARGO.
          PERFORM GUARDA-CARGO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADCARGO.

       LE-CARGO.
          READ CADCARGO AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-CARGO.
          IF QTD-CARGOS NOT LESS 100
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-CARGOS
              MOVE CODIGO-CGO TO CGO-CODIGO (QTD-CARGOS)
              MOVE DESCRICAO-CGO TO CGO-DESCRICAO (QTD-CARGOS)
              MOVE PISO-CGO TO CGO-PISO (QTD-CARGOS).
          PERFORM LE-CARGO.

       CARGA-FUNCIONARIOS.
          MOVE "NAO" TO FIM-ENT.
          OPEN INPUT CADENT.
          IF FS-ENT EQUAL "00"
              PERFORM LE-FUNCIONARIO
              PERFORM GUARDA-FUNCIONARIO UNTIL FIM-ENT EQUAL "SIM"
              CLOSE CADENT.

       LE-FUNCIONARIO.
          READ CADENT AT END MOVE "SIM" TO FIM-ENT.

       GUARDA-FUNCIONARIO.
          IF QTD-FUNC NOT LESS 2000
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-FUNC
              MOVE MATRICULA-ENT TO FUN-MATRICULA (QTD-FUNC)
              MOVE NOME-ENT TO FUN-NOME (QTD-FUNC)
              MOVE SALARIOB-ENT TO FUN-SALARIO (QTD-FUNC)
              MOVE CARGO-ENT TO FUN-CARGO (QTD-FUNC)
              MOVE UNIDADE-ENT TO FUN-UNIDADE (QTD-FUNC)
              MOVE SITUACAO-ENT TO FUN-SITUACAO (QTD-FUNC)
              MOVE DATA-ADMISSAO-ENT TO FUN-ADMISSAO (QTD-FUNC)
              MOVE ZEROES TO FUN-ULT-VIG (QTD-FUNC)
              MOVE "NAO" TO FUN-ALTERADO (QTD-FUNC).
          PERFORM LE-FUNCIONARIO.

      *----------------------------------------------------------------
      *    A ULTIMA VIGENCIA GRAVADA DE CADA FUNCIONARIO LIMITA A DATA
      *    DA PROXIMA ALTERACAO E DIZ QUEM JA TEM HISTORICO.
      *----------------------------------------------------------------
       CARGA-HISTORICO.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT HISTSAL.
          PERFORM LE-HISTORICO.
          PERFORM MARCA-HISTORICO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE HISTSAL.

       LE-HISTORICO.
          READ HISTSAL AT END MOVE "SIM" TO FIM-ARQ.

       MARCA-HISTORICO.
          MOVE MATRICULA-HSA TO ENTRADA-MAT.
          PERFORM LOCALIZA-FUNCIONARIO.
          IF IX-FUN-ACHADO GREATER THAN ZEROES
             AND VIGENCIA-HSA GREATER THAN
                 FUN-ULT-VIG (IX-FUN-ACHADO)
              MOVE VIGENCIA-HSA TO FUN-ULT-VIG (IX-FUN-ACHADO).
          PERFORM LE-HISTORICO.

       LOCALIZA-FUNCIONARIO.
          MOVE ZEROES TO IX-FUN-ACHADO.
          IF QTD-FUNC GREATER THAN ZEROES
              PERFORM TESTA-FUNCIONARIO
                  VARYING IX-FUN FROM 1 BY 1
                  UNTIL IX-FUN GREATER THAN QTD-FUNC
                     OR IX-FUN-ACHADO GREATER THAN ZEROES.

       TESTA-FUNCIONARIO.
          IF FUN-MATRICULA (IX-FUN) EQUAL ENTRADA-MAT
              MOVE IX-FUN TO IX-FUN-ACHADO.

       LOCALIZA-CARGO.
          MOVE ZEROES TO IX-CGO-ACHADO.
          MOVE ZEROES TO PISO-CARGO.
          IF QTD-CARGOS GREATER THAN ZEROES
              PERFORM TESTA-CARGO
                  VARYING IX-CGO FROM 1 BY 1
                  UNTIL IX-CGO GREATER THAN QTD-CARGOS
                     OR IX-CGO-ACHADO GREATER THAN ZEROES.

       TESTA-CARGO.
          IF CGO-CODIGO (IX-CGO) EQUAL CARGO-NOVO
              MOVE IX-CGO TO IX-CGO-ACHADO
              MOVE CGO-PISO (IX-CGO) TO PISO-CARGO.

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (S-ALTERA SALARIO/CARGO D-ACORDO COLETIVO".
          DISPLAY "       G-CARGA DAS ADMISSOES L-LISTAR F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "L"
              PERFORM LISTA-MATRICULA
          ELSE
          IF OPCAO-MAN EQUAL "S" OR OPCAO-MAN EQUAL "D"
             OR OPCAO-MAN EQUAL "G"
              IF NIVEL-OPERADOR LESS THAN 2
                  DISPLAY "ALTERACAO SALARIAL SO PARA OPERADOR DE "
                      "NIVEL 2."
              ELSE
                  PERFORM EXECUTA-OPCAO
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE S, D, G, L OU F.".

       EXECUTA-OPCAO.
          IF OPCAO-MAN EQUAL "S"
              PERFORM ALTERA-FUNCIONARIO
          ELSE
          IF OPCAO-MAN EQUAL "D"
              PERFORM ACORDO-COLETIVO
          ELSE
              PERFORM CARGA-ADMISSOES.

       PEDE-MATRICULA.
          DISPLAY "MATRICULA DO FUNCIONARIO (5 DIGITOS): ".
          MOVE SPACES TO ENTRADA-MAT.
          ACCEPT ENTRADA-MAT.

      *----------------------------------------------------------------
      *    VIGENCIA EM BRANCO E HOJE. NAO ACEITA DATA FUTURA - O CADENT
      *    E ALTERADO NA HORA E A FOLHA DO MES JA PAGARIA O NOVO VALOR.
      *----------------------------------------------------------------
       PEDE-VIGENCIA.
          DISPLAY "VIGENCIA (AAAAMMDD, BRANCO = HOJE)...: ".
          MOVE SPACES TO ENTRADA-VIG.
          ACCEPT ENTRADA-VIG.
          IF ENTRADA-VIG EQUAL SPACES
              MOVE DATA-SISTEMA TO VIGENCIA-NOVA
          ELSE
          IF ENTRADA-VIG NOT NUMERIC
              MOVE ZEROES TO VIGENCIA-NOVA
          ELSE
              MOVE ENTRADA-VIG TO VIGENCIA-NOVA.
          IF VIGENCIA-NOVA EQUAL ZEROES
             OR VIGENCIA-NOVA GREATER THAN DATA-SISTEMA
             OR VIGENCIA-NOVA(5:2) LESS THAN "01"
             OR VIGENCIA-NOVA(5:2) GREATER THAN "12"
             OR VIGENCIA-NOVA(7:2) LESS THAN "01"
             OR VIGENCIA-NOVA(7:2) GREATER THAN "31"
              DISPLAY "VIGENCIA INVALIDA OU FUTURA."
              MOVE "NAO" TO DADOS-VALIDOS.

      *----------------------------------------------------------------
      *    ALTERACAO INDIVIDUAL. ENTRADA EM BRANCO MANTEM O SALARIO OU
      *    O CARGO ATUAL; ALGUM DOS DOIS TEM DE MUDAR.
      *----------------------------------------------------------------
       ALTERA-FUNCIONARIO.
          MOVE "SIM" TO DADOS-VALIDOS.
          PERFORM PEDE-MATRICULA.
          PERFORM LOCALIZA-FUNCIONARIO.
          IF IX-FUN-ACHADO EQUAL ZEROES
              DISPLAY "MATRICULA NAO ENCONTRADA NO CADENT."
          ELSE
          IF FUN-SITUACAO (IX-FUN-ACHADO) EQUAL "I"
              DISPLAY "FUNCIONARIO INATIVO."
          ELSE
              PERFORM MOSTRA-FUNCIONARIO
              PERFORM CAPTURA-ALTERACAO
              PERFORM CONFERE-ALTERACAO
              PERFORM EFETIVA-ALTERACAO.

       MOSTRA-FUNCIONARIO.
          DISPLAY FUN-MATRICULA (IX-FUN-ACHADO) " "
              FUN-NOME (IX-FUN-ACHADO) "  UNIDADE "
              FUN-UNIDADE (IX-FUN-ACHADO).
          DISPLAY "SALARIO ATUAL " FUN-SALARIO (IX-FUN-ACHADO)
              "  CARGO " FUN-CARGO (IX-FUN-ACHADO)
              "  ULTIMA VIGENCIA " FUN-ULT-VIG (IX-FUN-ACHADO).

       CAPTURA-ALTERACAO.
          PERFORM PEDE-VIGENCIA.
          DISPLAY "MOTIVO (M-MERITO D-ACORDO P-PROMOCAO C-CORRECAO): ".
          MOVE SPACES TO ENTRADA-MOT.
          ACCEPT ENTRADA-MOT.
          MOVE ENTRADA-MOT TO MOTIVO-NOVO.
          DISPLAY "NOVO SALARIO (7 DIG, 2 CASAS, BRANCO MANTEM): ".
          MOVE SPACES TO ENTRADA-VAL.
          ACCEPT ENTRADA-VAL.
          MOVE FUN-SALARIO (IX-FUN-ACHADO) TO SALARIO-NOVO.
          IF ENTRADA-VAL NUMERIC
              MOVE ENTRADA-VAL-NUM TO SALARIO-NOVO
          ELSE
          IF ENTRADA-VAL NOT EQUAL SPACES
              DISPLAY "SALARIO INVALIDO."
              MOVE "NAO" TO DADOS-VALIDOS.
          DISPLAY "NOVO CARGO (3 DIGITOS, BRANCO MANTEM)....: ".
          MOVE SPACES TO ENTRADA-CGO.
          ACCEPT ENTRADA-CGO.
          MOVE FUN-CARGO (IX-FUN-ACHADO) TO CARGO-NOVO.
          IF ENTRADA-CGO NUMERIC
              MOVE ENTRADA-CGO TO CARGO-NOVO
          ELSE
          IF ENTRADA-CGO NOT EQUAL SPACES
              DISPLAY "CARGO INVALIDO."
              MOVE "NAO" TO DADOS-VALIDOS.

      *----------------------------------------------------------------
      *    SALARIO NAO SE REDUZ (SO CORRIGE UM LANCAMENTO ERRADO) E
      *    NAO FICA ABAIXO DO PISO DO CARGO NO CADCARGO.
      *----------------------------------------------------------------
       CONFERE-ALTERACAO.
          IF MOTIVO-NOVO NOT EQUAL "M" AND MOTIVO-NOVO NOT EQUAL "D"
             AND MOTIVO-NOVO NOT EQUAL "P" AND MOTIVO-NOVO NOT EQUAL "C"
              DISPLAY "MOTIVO INVALIDO. USE M, D, P OU C."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF VIGENCIA-NOVA LESS THAN FUN-ULT-VIG (IX-FUN-ACHADO)
             OR VIGENCIA-NOVA LESS THAN FUN-ADMISSAO (IX-FUN-ACHADO)
              DISPLAY "VIGENCIA ANTERIOR A ADMISSAO OU A ULTIMA "
                  "ALTERACAO."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF SALARIO-NOVO EQUAL FUN-SALARIO (IX-FUN-ACHADO)
             AND CARGO-NOVO EQUAL FUN-CARGO (IX-FUN-ACHADO)
              DISPLAY "NADA FOI ALTERADO."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF SALARIO-NOVO EQUAL ZEROES
              DISPLAY "SALARIO ZERADO."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF SALARIO-NOVO LESS THAN FUN-SALARIO (IX-FUN-ACHADO)
             AND MOTIVO-NOVO NOT EQUAL "C"
              DISPLAY "REDUCAO DE SALARIO SO COMO CORRECAO (C)."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF QTD-CARGOS GREATER THAN ZEROES
              PERFORM LOCALIZA-CARGO
              IF IX-CGO-ACHADO EQUAL ZEROES
                  DISPLAY "CARGO " CARGO-NOVO " NAO EXISTE NO CADCARGO."
                  MOVE "NAO" TO DADOS-VALIDOS
              ELSE
              IF SALARIO-NOVO LESS THAN PISO-CARGO
                  DISPLAY "SALARIO ABAIXO DO PISO DO CARGO ("
                      PISO-CARGO ")."
                  MOVE "NAO" TO DADOS-VALIDOS.

       EFETIVA-ALTERACAO.
          IF DADOS-VALIDOS EQUAL "NAO"
              DISPLAY "ALTERACAO DESPREZADA."
          ELSE
          IF QTD-EVENTOS NOT LESS 2000
              DISPLAY "TABELA DE MOVIMENTOS LOTADA - ENCERRE (F)."
          ELSE
              PERFORM REGISTRA-EVENTO
              DISPLAY "ALTERACAO DA MATRICULA "
                  FUN-MATRICULA (IX-FUN-ACHADO) " REGISTRADA.".

      *----------------------------------------------------------------
      *    MONTA O REGISTRO DO HISTORICO COM O QUE VALIA ANTES, GUARDA
      *    NA TABELA DE MOVIMENTOS E PASSA O NOVO VALOR AO FUNCIONARIO.
      *----------------------------------------------------------------
       REGISTRA-EVENTO.
          MOVE FUN-MATRICULA (IX-FUN-ACHADO) TO MATRICULA-HSA.
          MOVE VIGENCIA-NOVA TO VIGENCIA-HSA.
          MOVE SALARIO-NOVO TO SALARIO-HSA.
          MOVE CARGO-NOVO TO CARGO-HSA.
          MOVE FUN-UNIDADE (IX-FUN-ACHADO) TO UNIDADE-HSA.
          MOVE MOTIVO-NOVO TO MOTIVO-HSA.
          MOVE "MANHSAL" TO ORIGEM-HSA.
          MOVE OPERADOR-ID TO OPERADOR-HSA.
          MOVE DATA-SISTEMA TO DATA-REG-HSA.
          IF MOTIVO-NOVO EQUAL "A"
              MOVE ZEROES TO SALARIO-ANT-HSA CARGO-ANT-HSA
          ELSE
              MOVE FUN-SALARIO (IX-FUN-ACHADO) TO SALARIO-ANT-HSA
              MOVE FUN-CARGO (IX-FUN-ACHADO) TO CARGO-ANT-HSA
              MOVE SALARIO-NOVO TO FUN-SALARIO (IX-FUN-ACHADO)
              MOVE CARGO-NOVO TO FUN-CARGO (IX-FUN-ACHADO)
              IF FUN-ALTERADO (IX-FUN-ACHADO) EQUAL "NAO"
                  MOVE "SIM" TO FUN-ALTERADO (IX-FUN-ACHADO)
                  ADD 1 TO QTD-ALTERADOS.
          ADD 1 TO QTD-EVENTOS.
          MOVE REG-HSA TO EVE-OCORRENCIA (QTD-EVENTOS).
          MOVE VIGENCIA-NOVA TO FUN-ULT-VIG (IX-FUN-ACHADO).

      *----------------------------------------------------------------
      *    ACORDO OU DISSIDIO: O MESMO PERCENTUAL PARA TODOS OS ATIVOS
      *    DA UNIDADE. QUEM JA TEM ALTERACAO DEPOIS DA VIGENCIA OU
      *    ESTOURARIA O CAMPO DE SALARIO FICA DE FORA E E CONTADO.
      *----------------------------------------------------------------
       ACORDO-COLETIVO.
          MOVE "SIM" TO DADOS-VALIDOS.
          DISPLAY "UNIDADE (2 DIGITOS, 00 = TODAS)......: ".
          MOVE SPACES TO ENTRADA-UNI.
          ACCEPT ENTRADA-UNI.
          IF ENTRADA-UNI NOT NUMERIC
              DISPLAY "UNIDADE INVALIDA."
              MOVE "NAO" TO DADOS-VALIDOS
          ELSE
              MOVE ENTRADA-UNI TO UNIDADE-ACORDO.
          DISPLAY "PERCENTUAL DO REAJUSTE (5 DIG, 2 CASAS): ".
          MOVE SPACES TO ENTRADA-PCT.
          ACCEPT ENTRADA-PCT.
          IF ENTRADA-PCT NOT NUMERIC
              MOVE ZEROES TO PCT-ACORDO
          ELSE
              MOVE ENTRADA-PCT-NUM TO PCT-ACORDO.
          IF PCT-ACORDO EQUAL ZEROES OR PCT-ACORDO GREATER THAN 100
              DISPLAY "PERCENTUAL INVALIDO."
              MOVE "NAO" TO DADOS-VALIDOS.
          PERFORM PEDE-VIGENCIA.
          IF DADOS-VALIDOS EQUAL "NAO"
              DISPLAY "ACORDO DESPREZADO."
          ELSE
              MOVE ZEROES TO QTD-COLETIVO
              PERFORM CONTA-COLETIVO
                  VARYING IX-FUN FROM 1 BY 1
                  UNTIL IX-FUN GREATER THAN QTD-FUNC
              DISPLAY "FUNCIONARIOS ATIVOS NA UNIDADE: " QTD-COLETIVO
              DISPLAY "CONFIRMA O REAJUSTE DE " PCT-ACORDO
                  " POR CENTO (S/N)? "
              MOVE SPACES TO ENTRADA-CONF
              ACCEPT ENTRADA-CONF
              IF ENTRADA-CONF EQUAL "S"
                  PERFORM APLICA-COLETIVO.

       CONTA-COLETIVO.
          IF FUN-SITUACAO (IX-FUN) NOT EQUAL "I"
             AND (UNIDADE-ACORDO EQUAL ZEROES
                  OR FUN-UNIDADE (IX-FUN) EQUAL UNIDADE-ACORDO)
              ADD 1 TO QTD-COLETIVO.

       APLICA-COLETIVO.
          MOVE ZEROES TO QTD-COLETIVO QTD-DESPREZADOS.
          MOVE "D" TO MOTIVO-NOVO.
          PERFORM REAJUSTA-UM
              VARYING IX-FUN-ACHADO FROM 1 BY 1
              UNTIL IX-FUN-ACHADO GREATER THAN QTD-FUNC.
          DISPLAY "REAJUSTADOS: " QTD-COLETIVO
              "  DEIXADOS DE FORA: " QTD-DESPREZADOS.

       REAJUSTA-UM.
          IF FUN-SITUACAO (IX-FUN-ACHADO) NOT EQUAL "I"
             AND (UNIDADE-ACORDO EQUAL ZEROES
                  OR FUN-UNIDADE (IX-FUN-ACHADO) EQUAL UNIDADE-ACORDO)
              COMPUTE SALARIO-CALC ROUNDED =
                  FUN-SALARIO (IX-FUN-ACHADO)
                  + FUN-SALARIO (IX-FUN-ACHADO) * PCT-ACORDO / 100
              IF SALARIO-CALC GREATER THAN 99999,99
                 OR VIGENCIA-NOVA LESS THAN FUN-ULT-VIG (IX-FUN-ACHADO)
                 OR VIGENCIA-NOVA LESS THAN
                    FUN-ADMISSAO (IX-FUN-ACHADO)
                 OR QTD-EVENTOS NOT LESS 2000
                  ADD 1 TO QTD-DESPREZADOS
                  DISPLAY "  FORA DO ACORDO: "
                      FUN-MATRICULA (IX-FUN-ACHADO)
              ELSE
                  MOVE SALARIO-CALC TO SALARIO-NOVO
                  MOVE FUN-CARGO (IX-FUN-ACHADO) TO CARGO-NOVO
                  PERFORM REGISTRA-EVENTO
                  ADD 1 TO QTD-COLETIVO.

      *----------------------------------------------------------------
      *    CARGA INICIAL: A ADMISSAO DE QUEM NAO TEM HISTORICO, COM O
      *    SALARIO E O CARGO DO CADENT. O CADENT NAO MUDA.
      *----------------------------------------------------------------
       CARGA-ADMISSOES.
          MOVE ZEROES TO QTD-COLETIVO.
          MOVE "A" TO MOTIVO-NOVO.
          PERFORM ADMITE-UM
              VARYING IX-FUN-ACHADO FROM 1 BY 1
              UNTIL IX-FUN-ACHADO GREATER THAN QTD-FUNC.
          DISPLAY "ADMISSOES REGISTRADAS: " QTD-COLETIVO.

       ADMITE-UM.
          IF FUN-ULT-VIG (IX-FUN-ACHADO) EQUAL ZEROES
             AND QTD-EVENTOS LESS THAN 2000
              IF FUN-ADMISSAO (IX-FUN-ACHADO) NUMERIC
                 AND FUN-ADMISSAO (IX-FUN-ACHADO) GREATER THAN ZEROES
                  MOVE FUN-ADMISSAO (IX-FUN-ACHADO) TO VIGENCIA-NOVA
              ELSE
                  MOVE DATA-SISTEMA TO VIGENCIA-NOVA.
          IF FUN-ULT-VIG (IX-FUN-ACHADO) EQUAL ZEROES
             AND QTD-EVENTOS LESS THAN 2000
              MOVE FUN-SALARIO (IX-FUN-ACHADO) TO SALARIO-NOVO
              MOVE FUN-CARGO (IX-FUN-ACHADO) TO CARGO-NOVO
              PERFORM REGISTRA-EVENTO
              ADD 1 TO QTD-COLETIVO.

      *----------------------------------------------------------------
      *    HISTORICO GRAVADO MAIS OS MOVIMENTOS AINDA NAO GRAVADOS.
      *----------------------------------------------------------------
       LISTA-MATRICULA.
          PERFORM PEDE-MATRICULA.
          MOVE ZEROES TO QTD-LISTADOS.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT HISTSAL.
          PERFORM LE-HISTORICO.
          PERFORM LISTA-GRAVADO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE HISTSAL.
          IF QTD-EVENTOS GREATER THAN ZEROES
              PERFORM LISTA-PENDENTE
                  VARYING IX-EVE FROM 1 BY 1
                  UNTIL IX-EVE GREATER THAN QTD-EVENTOS.
          IF QTD-LISTADOS EQUAL ZEROES
              DISPLAY "MATRICULA SEM HISTORICO.".

       LISTA-GRAVADO.
          IF MATRICULA-HSA EQUAL ENTRADA-MAT
              PERFORM MOSTRA-HISTORICO.
          PERFORM LE-HISTORICO.

       LISTA-PENDENTE.
          MOVE EVE-OCORRENCIA (IX-EVE) TO REG-HSA.
          IF MATRICULA-HSA EQUAL ENTRADA-MAT
              MOVE "PENDENTE" TO ORIGEM-HSA
              PERFORM MOSTRA-HISTORICO.

       MOSTRA-HISTORICO.
          ADD 1 TO QTD-LISTADOS.
          DISPLAY VIGENCIA-HSA " " MOTIVO-HSA " SALARIO "
              SALARIO-HSA " CARGO " CARGO-HSA " (ANTES "
              SALARIO-ANT-HSA " " CARGO-ANT-HSA ") " ORIGEM-HSA.

       GRAVA-HISTORICO.
          OPEN EXTEND HISTSAL.
          PERFORM GRAVA-UM-EVENTO
              VARYING IX-EVE FROM 1 BY 1
              UNTIL IX-EVE GREATER THAN QTD-EVENTOS.
          CLOSE HISTSAL.
          DISPLAY "HISTSAL ATUALIZADO (" QTD-EVENTOS " MOVIMENTOS).".

       GRAVA-UM-EVENTO.
          MOVE EVE-OCORRENCIA (IX-EVE) TO REG-HSA.
          WRITE REG-HSA.

      *----------------------------------------------------------------
      *    O CADENT DA FOLHA E COPIADO PARA CADENT.NOV COM O SALARIO E
      *    O CARGO NOVOS DE QUEM FOI ALTERADO.
      *----------------------------------------------------------------
       REGRAVA-CADENT.
          MOVE "NAO" TO FIM-ENT.
          OPEN INPUT CADENT.
          IF FS-ENT NOT EQUAL "00"
              DISPLAY "CADENT DA FOLHA NAO ABRIU - STATUS " FS-ENT
                  " - SALARIOS NAO ATUALIZADOS."
              MOVE 8 TO RETURN-CODE
          ELSE
              ACCEPT HORA-SISTEMA FROM TIME
              OPEN OUTPUT CADENTN
              OPEN EXTEND JORNFUN
              PERFORM LE-FUNCIONARIO
              PERFORM COPIA-FUNCIONARIO UNTIL FIM-ENT EQUAL "SIM"
              CLOSE CADENT
                    CADENTN
                    JORNFUN
              PERFORM TROCA-GERACOES.

       COPIA-FUNCIONARIO.
          MOVE MATRICULA-ENT TO ENTRADA-MAT.
          PERFORM LOCALIZA-FUNCIONARIO.
          IF IX-FUN-ACHADO GREATER THAN ZEROES
              IF FUN-ALTERADO (IX-FUN-ACHADO) EQUAL "SIM"
                  MOVE SPACES TO REG-JFU
                  MOVE REG-ENT TO JFU-ANTES
                  MOVE FUN-SALARIO (IX-FUN-ACHADO) TO SALARIOB-ENT
                  MOVE FUN-CARGO (IX-FUN-ACHADO) TO CARGO-ENT
                  PERFORM JORNALIZA-FUNCIONARIO.
          MOVE REG-ENT TO REG-ENN.
          WRITE REG-ENN.
          PERFORM LE-FUNCIONARIO.

      *----------------------------------------------------------------
      *    LINHA DO JORNFUN DO FUNCIONARIO REGRAVADO. A LOTACAO NAO
      *    MUDA AQUI E VAI ZERADA.
      *----------------------------------------------------------------
       JORNALIZA-FUNCIONARIO.
          MOVE DATA-SISTEMA TO JFU-DATA.
          MOVE HORA-SISTEMA(1:6) TO JFU-HORA.
          MOVE "S" TO JFU-OPCAO.
          MOVE MATRICULA-ENT TO JFU-MATRICULA.
          MOVE OPERADOR-ID TO JFU-OPERADOR.
          MOVE "MANHSAL" TO JFU-ORIGEM.
          MOVE ZEROES TO JFU-DEPTO-ANT JFU-DEPTO.
          MOVE REG-ENT TO JFU-DEPOIS.
          PERFORM SELA-JORNAL.
          WRITE REG-JFU.

      *----------------------------------------------------------------
      *    SEQUENCIA E CONFERENCIA ENCADEADA DA LINHA (SELAJOR).
      *----------------------------------------------------------------
       SELA-JORNAL.
          MOVE "S" TO FUNCAO-SELO.
          MOVE "JORNFUN" TO JORNAL-SELO.
          MOVE REG-JFU(1:229) TO TEXTO-SELO.
          MOVE 229 TO TAMANHO-SELO.
          CALL "SELAJOR" USING FUNCAO-SELO JORNAL-SELO TEXTO-SELO
              TAMANHO-SELO SEQ-SELO CHK-SELO.
          MOVE SEQ-SELO TO JFU-SEQ.
          MOVE CHK-SELO TO JFU-CHK.

       TROCA-GERACOES.
          MOVE DATA-SISTEMA TO BAK-DATA.
          CALL "CBL_RENAME_FILE" USING "EM01\EX06\CADENT.DAT"
              NOME-BAK-ENT.
          MOVE ZEROES TO RETURN-CODE.
          CALL "CBL_RENAME_FILE" USING "EM01\EX06\CADENT.NOV"
              "EM01\EX06\CADENT.DAT".
          MOVE ZEROES TO RETURN-CODE.
          DISPLAY "CADENT DA FOLHA REGRAVADO (" QTD-ALTERADOS
              " FUNCIONARIOS ALTERADOS) - ORIGINAL PRESERVADO COMO "
              NOME-BAK-ENT.
