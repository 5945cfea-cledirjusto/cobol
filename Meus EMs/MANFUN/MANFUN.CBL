       IDENTIFICATION DIVISION.
          PROGRAM-ID.      MANFUN.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. MANUTENCAO DO CADASTRO DE FUNCIONARIOS DA FOLHA
      *(CADENT DO EM01\EX06). I ADMITE COM A PROXIMA MATRICULA LIVRE
      *(A MAIOR DO CADENT MAIS UM): NOME, CPF (DIGCPF, SEM REPETIR
      *O DE OUTRO FUNCIONARIO), DATA DE ADMISSAO, UNIDADE (01 OU 02,
      *AS DUAS UNIDADES DAS TABELAS DE CONTROLE DA FOLHA), CARGO DO
      *CADCARGO COM SALARIO NAO ABAIXO DO PISO DELE E DEPARTAMENTO DO
      *CADDEPT; A ADMISSAO TAMBEM ABRE O HISTORICO NO HISTSAL (MOTIVO
      *A). A ALTERA NOME, CPF, UNIDADE E DEPARTAMENTO - SALARIO E
      *CARGO CONTINUAM NO MANHSAL, QUE GUARDA A VIGENCIA, E OS
      *DEPENDENTES NO MANBEN. D DESLIGA: GRAVA A DATA DO DESLIGAMENTO
      *E A SITUACAO I; NO ENCERRAMENTO O PROGRAMA LISTA OS
      *DESLIGADOS E OFERECE CHAMAR O RESCISAO PARA O CALCULO. C
      *CONSULTA E L LISTA. I E D SO PARA OPERADOR DE NIVEL 2. O
      *DEPARTAMENTO DE CADA FUNCIONARIO FICA NO CADLOT (REGLOT), POIS
      *O CADENT DA FOLHA NAO TEM O CAMPO. R RATEIA O CUSTO DE QUEM
      *TRABALHA EM MAIS DE UM DEPARTAMENTO: ATE DOIS DEPARTAMENTOS
      *ADICIONAIS COM O PERCENTUAL DE CADA UM, FICANDO O RESTANTE NO
      *DEPARTAMENTO PRINCIPAL; CADA DEPARTAMENTO E UMA LINHA DO CADLOT,
      *A PRINCIPAL PRIMEIRO, LIDAS PELO CUSTFOL NA DISTRIBUICAO DO
      *CUSTO POR CENTRO DE CUSTO. TODA ALTERACAO VAI PARA O
      *JORNFUN (REGJFU) COM A IMAGEM ANTES E DEPOIS E O OPERADOR,
      *LIDO PELA AUDISOC. OS MOVIMENTOS FICAM EM MEMORIA E SO SAO
      *GRAVADOS NO FIM (F): O CADENT EM CADENT.NOV COM TROCA DAS
      *GERACOES E O ORIGINAL COMO .BAK DATADO, COMO NO MANHSAL, DEPOIS
      *O CADLOT, O HISTSAL E O JORNFUN.
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
          SELECT OPTIONAL CADDEPT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADLOT ASSIGN TO DISK
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

       FD  CADDEPT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADDEPT.DAT".
          01 REG-DEPT.
          02 CODIGO-DEPT               PIC 9(02).
          02 NOME-DEPT                 PIC X(20).
          02 CENTRO-CUSTO-DEPT         PIC 9(04).

       FD  CADLOT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADLOT.DAT".
          COPY REGLOT.

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
       77  IX-CPF-ACHADO      PIC 9(04) VALUE ZEROES.
       77  QTD-CARGOS         PIC 9(03) VALUE ZEROES.
       77  IX-CGO             PIC 9(03) VALUE ZEROES.
       77  IX-CGO-ACHADO      PIC 9(03) VALUE ZEROES.
       77  QTD-DEPTOS         PIC 9(02) VALUE ZEROES.
       77  IX-DEP             PIC 9(02) VALUE ZEROES.
       77  IX-DEP-ACHADO      PIC 9(02) VALUE ZEROES.
       77  QTD-JORNAL         PIC 9(04) VALUE ZEROES.
       77  IX-JFU             PIC 9(04) VALUE ZEROES.
       77  QTD-ADMITIDOS      PIC 9(04) VALUE ZEROES.
       77  QTD-ALTERADOS      PIC 9(04) VALUE ZEROES.
       77  QTD-DESLIGADOS     PIC 9(04) VALUE ZEROES.
       77  QTD-LISTADOS       PIC 9(04) VALUE ZEROES.
       77  QTD-LOTADOS        PIC 9(04) VALUE ZEROES.
       77  QTD-UNIDADES       PIC 9(02) VALUE 2.
       77  MAIOR-MATRICULA    PIC 9(05) VALUE ZEROES.
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  DADOS-VALIDOS      PIC X(03) VALUE "SIM".
       77  CPF-VALIDO         PIC X(03) VALUE "NAO".
       77  CPF-CONFERE        PIC 9(11) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  HORA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  DATA-NOVA          PIC 9(08) VALUE ZEROES.
       77  PISO-CARGO         PIC 9(05)V9(02) VALUE ZEROES.
       77  DEPTO-TRB          PIC 9(02) VALUE ZEROES.
       77  DEPTO-ANTES        PIC 9(02) VALUE ZEROES.
       77  IX-RAT             PIC 9(01) VALUE ZEROES.
       77  SOMA-RATEIO        PIC 9(03)V9(02) VALUE ZEROES.
       77  PCT-PRINCIPAL      PIC 9(03)V9(02) VALUE ZEROES.
       77  IMAGEM-ANTES       PIC X(77) VALUE SPACES.
       77  ENTRADA-MAT        PIC X(05) VALUE SPACES.
       77  ENTRADA-NOME       PIC X(30) VALUE SPACES.
       77  ENTRADA-CPF        PIC X(11) VALUE SPACES.
       77  ENTRADA-DATA       PIC X(08) VALUE SPACES.
       77  ENTRADA-UNI        PIC X(02) VALUE SPACES.
       77  ENTRADA-CGO        PIC X(03) VALUE SPACES.
       77  ENTRADA-DEP        PIC X(02) VALUE SPACES.
       77  ENTRADA-CONF       PIC X(01) VALUE SPACES.
       77  COMANDO            PIC X(20) VALUE SPACES.

       01 ENTRADA-VAL         PIC X(07) VALUE SPACES.
       01 ENTRADA-VAL-NUM REDEFINES ENTRADA-VAL PIC 9(05)V9(02).
       01 ENTRADA-PCT         PIC X(05) VALUE SPACES.
       01 ENTRADA-PCT-NUM REDEFINES ENTRADA-PCT PIC 9(03)V9(02).

      *----------------------------------------------------------------
      *    RATEIO DE TRABALHO (DEPARTAMENTOS ADICIONAIS DO CADLOT) NO
      *    MESMO FORMATO DO FUN-RATEIOS E DO JORNFUN.
      *----------------------------------------------------------------
       01 RATEIO-TRB.
          02 RTB-OCORRENCIA OCCURS 2 TIMES.
             03 RTB-DEPTO              PIC 9(02).
             03 RTB-PCT                PIC 9(03)V9(02).
       01 RATEIO-ANTES                 PIC X(14) VALUE ZEROES.

      *----------------------------------------------------------------
      *    REGISTRO DE TRABALHO NO LAYOUT DO CADENT: E NELE QUE A
      *    ADMISSAO E A ALTERACAO SAO MONTADAS E CONFERIDAS.
      *----------------------------------------------------------------
       01 FUN-TRABALHO.
          02 MATRICULA-TRB             PIC 9(05).
          02 NOME-TRB                  PIC X(30).
          02 SALARIO-TRB               PIC 9(05)V99.
          02 DEPENDENTES-TRB           PIC 9(02).
          02 ADMISSAO-TRB              PIC 9(08).
          02 DESLIG-TRB                PIC 9(08).
          02 SITUACAO-TRB              PIC X(01).
          02 UNIDADE-TRB               PIC 9(02).
          02 CARGO-TRB                 PIC 9(03).
          02 CPF-TRB                   PIC X(11).

       01 TAB-FUNCIONARIOS.
          02 FUN-OCORRENCIA OCCURS 2000 TIMES.
             03 FUN-REGISTRO.
                04 FUN-MATRICULA       PIC 9(05).
                04 FUN-NOME            PIC X(30).
                04 FUN-SALARIO         PIC 9(05)V9(02).
                04 FUN-DEPENDENTES     PIC 9(02).
                04 FUN-ADMISSAO        PIC 9(08).
                04 FUN-DESLIG          PIC 9(08).
                04 FUN-SITUACAO        PIC X(01).
                04 FUN-UNIDADE         PIC 9(02).
                04 FUN-CARGO           PIC 9(03).
                04 FUN-CPF             PIC X(11).
             03 FUN-DEPTO              PIC 9(02).
             03 FUN-RATEIOS.
                04 FUN-RATEIO OCCURS 2 TIMES.
                   05 FUN-DEPTO-RAT    PIC 9(02).
                   05 FUN-PCT-RAT      PIC 9(03)V9(02).

       01 TAB-CARGOS.
          02 CGO-OCORRENCIA OCCURS 100 TIMES.
             03 CGO-CODIGO             PIC 9(03).
             03 CGO-DESCRICAO          PIC X(20).
             03 CGO-PISO               PIC 9(05)V9(02).

       01 TAB-DEPTOS.
          02 DEP-OCORRENCIA OCCURS 50 TIMES.
             03 DEP-CODIGO             PIC 9(02).
             03 DEP-NOME               PIC X(20).

       01 TAB-JORNAL.
          02 JFU-OCORRENCIA OCCURS 2000 TIMES PIC X(229).

       01 NOME-BAK-ENT.
          02 FILLER          PIC X(17) VALUE "EM01\EX06\CADENT.".
          02 BAK-DATA        PIC 9(08).
          02 FILLER          PIC X(04) VALUE ".BAK".

       COPY REGSEL.

       PROCEDURE DIVISION.

       PGM-MANFUN.
          CALL "SIGNON" USING OPERADOR-ID NIVEL-OPERADOR
              RESULTADO-SIGNON.
          IF RESULTADO-SIGNON NOT EQUAL "SIM"
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM CARGA-CARGOS.
          PERFORM CARGA-DEPTOS.
          PERFORM CARGA-FUNCIONARIOS.
          IF FS-ENT NOT EQUAL "00"
              DISPLAY "CADENT DA FOLHA NAO ABRIU - STATUS " FS-ENT
                  " - MANUTENCAO NAO PERMITIDA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM CARGA-LOTACAO.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "CADENT, CADCARGO OU CADDEPT MAIOR QUE A TABELA"
                  " - MANUTENCAO NAO PERMITIDA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          DISPLAY "CADASTRO DE FUNCIONARIOS DA FOLHA".
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          IF QTD-JORNAL GREATER THAN ZEROES
              PERFORM GRAVA-CADASTRO.
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

       CARGA-DEPTOS.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT CADDEPT.
          PERFORM LE-DEPTO.
          PERFORM GUARDA-DEPTO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADDEPT.

       LE-DEPTO.
          READ CADDEPT AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-DEPTO.
          IF QTD-DEPTOS NOT LESS 50
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-DEPTOS
              MOVE CODIGO-DEPT TO DEP-CODIGO (QTD-DEPTOS)
              MOVE NOME-DEPT TO DEP-NOME (QTD-DEPTOS).
          PERFORM LE-DEPTO.

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
              MOVE REG-ENT TO FUN-REGISTRO (QTD-FUNC)
              MOVE ZEROES TO FUN-DEPTO (QTD-FUNC)
              MOVE ZEROES TO FUN-RATEIOS (QTD-FUNC)
              IF MATRICULA-ENT GREATER THAN MAIOR-MATRICULA
                  MOVE MATRICULA-ENT TO MAIOR-MATRICULA.
          PERFORM LE-FUNCIONARIO.

       CARGA-LOTACAO.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT CADLOT.
          PERFORM LE-LOTACAO.
          PERFORM GUARDA-LOTACAO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADLOT.

       LE-LOTACAO.
          READ CADLOT AT END MOVE "SIM" TO FIM-ARQ.

      *----------------------------------------------------------------
      *    A PRIMEIRA LINHA DA MATRICULA E O DEPARTAMENTO PRINCIPAL; AS
      *    SEGUINTES SAO O RATEIO. O PERCENTUAL DA PRINCIPAL E SEMPRE O
      *    RESTANTE E E REFEITO NA GRAVACAO.
      *----------------------------------------------------------------
       GUARDA-LOTACAO.
          MOVE MATRICULA-LOT TO ENTRADA-MAT.
          PERFORM LOCALIZA-FUNCIONARIO.
          IF IX-FUN-ACHADO GREATER THAN ZEROES
              IF FUN-DEPTO (IX-FUN-ACHADO) EQUAL ZEROES
                  MOVE DEPTO-LOT TO FUN-DEPTO (IX-FUN-ACHADO)
              ELSE
                  PERFORM GUARDA-RATEIO.
          PERFORM LE-LOTACAO.

       GUARDA-RATEIO.
          IF FUN-DEPTO-RAT (IX-FUN-ACHADO 1) EQUAL ZEROES
              MOVE DEPTO-LOT TO FUN-DEPTO-RAT (IX-FUN-ACHADO 1)
              MOVE PERCENTUAL-LOT TO FUN-PCT-RAT (IX-FUN-ACHADO 1)
          ELSE
          IF FUN-DEPTO-RAT (IX-FUN-ACHADO 2) EQUAL ZEROES
              MOVE DEPTO-LOT TO FUN-DEPTO-RAT (IX-FUN-ACHADO 2)
              MOVE PERCENTUAL-LOT TO FUN-PCT-RAT (IX-FUN-ACHADO 2)
          ELSE
              DISPLAY "MATRICULA " MATRICULA-LOT " COM MAIS DE TRES "
                  "LOTACOES NO CADLOT - DEPTO " DEPTO-LOT
                  " DESPREZADO.".

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
          IF CGO-CODIGO (IX-CGO) EQUAL CARGO-TRB
              MOVE IX-CGO TO IX-CGO-ACHADO
              MOVE CGO-PISO (IX-CGO) TO PISO-CARGO.

       LOCALIZA-DEPTO.
          MOVE ZEROES TO IX-DEP-ACHADO.
          IF QTD-DEPTOS GREATER THAN ZEROES
              PERFORM TESTA-DEPTO
                  VARYING IX-DEP FROM 1 BY 1
                  UNTIL IX-DEP GREATER THAN QTD-DEPTOS
                     OR IX-DEP-ACHADO GREATER THAN ZEROES.

       TESTA-DEPTO.
          IF DEP-CODIGO (IX-DEP) EQUAL DEPTO-TRB
              MOVE IX-DEP TO IX-DEP-ACHADO.

      *----------------------------------------------------------------
      *    O MESMO CPF NAO PODE ESTAR EM OUTRA MATRICULA, ATIVA OU NAO.
      *----------------------------------------------------------------
       LOCALIZA-CPF.
          MOVE ZEROES TO IX-CPF-ACHADO.
          IF QTD-FUNC GREATER THAN ZEROES
              PERFORM TESTA-CPF
                  VARYING IX-FUN FROM 1 BY 1
                  UNTIL IX-FUN GREATER THAN QTD-FUNC
                     OR IX-CPF-ACHADO GREATER THAN ZEROES.

       TESTA-CPF.
          IF FUN-CPF (IX-FUN) EQUAL CPF-TRB
             AND FUN-MATRICULA (IX-FUN) NOT EQUAL MATRICULA-TRB
              MOVE IX-FUN TO IX-CPF-ACHADO.

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (I-ADMISSAO A-ALTERACAO D-DESLIGAMENTO".
          DISPLAY "       R-RATEIO C-CONSULTA L-LISTAR F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "C"
              PERFORM CONSULTA-FUNCIONARIO
          ELSE
          IF OPCAO-MAN EQUAL "R"
              PERFORM RATEIA-FUNCIONARIO
          ELSE
          IF OPCAO-MAN EQUAL "L"
              PERFORM LISTA-FUNCIONARIOS
          ELSE
          IF OPCAO-MAN EQUAL "A"
              PERFORM ALTERA-FUNCIONARIO
          ELSE
          IF OPCAO-MAN EQUAL "I" OR OPCAO-MAN EQUAL "D"
              IF NIVEL-OPERADOR LESS THAN 2
                  DISPLAY "ADMISSAO E DESLIGAMENTO SO PARA OPERADOR "
                      "DE NIVEL 2."
              ELSE
                  PERFORM EXECUTA-OPCAO
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE I, A, D, R, C, L OU F.".

       EXECUTA-OPCAO.
          IF OPCAO-MAN EQUAL "I"
              PERFORM ADMITE-FUNCIONARIO
          ELSE
              PERFORM DESLIGA-FUNCIONARIO.

       PEDE-MATRICULA.
          DISPLAY "MATRICULA DO FUNCIONARIO (5 DIGITOS): ".
          MOVE SPACES TO ENTRADA-MAT.
          ACCEPT ENTRADA-MAT.

      *----------------------------------------------------------------
      *    DATA EM BRANCO E HOJE. O CHAMADOR MOSTRA O PEDIDO ANTES.
      *----------------------------------------------------------------
       PEDE-DATA.
          MOVE SPACES TO ENTRADA-DATA.
          ACCEPT ENTRADA-DATA.
          IF ENTRADA-DATA EQUAL SPACES
              MOVE DATA-SISTEMA TO DATA-NOVA
          ELSE
          IF ENTRADA-DATA NOT NUMERIC
              MOVE ZEROES TO DATA-NOVA
          ELSE
              MOVE ENTRADA-DATA TO DATA-NOVA.
          IF DATA-NOVA EQUAL ZEROES
             OR DATA-NOVA(5:2) LESS THAN "01"
             OR DATA-NOVA(5:2) GREATER THAN "12"
             OR DATA-NOVA(7:2) LESS THAN "01"
             OR DATA-NOVA(7:2) GREATER THAN "31"
              DISPLAY "DATA INVALIDA."
              MOVE "NAO" TO DADOS-VALIDOS.

      *----------------------------------------------------------------
      *    ENTRADA EM BRANCO MANTEM O QUE ESTA NO REGISTRO DE TRABALHO
      *    (NA ADMISSAO ELE COMECA VAZIO E A CONFERENCIA RECUSA).
      *----------------------------------------------------------------
       PEDE-NOME.
          DISPLAY "NOME (30 POSICOES, BRANCO MANTEM).......: ".
          MOVE SPACES TO ENTRADA-NOME.
          ACCEPT ENTRADA-NOME.
          IF ENTRADA-NOME NOT EQUAL SPACES
              MOVE ENTRADA-NOME TO NOME-TRB.

       PEDE-CPF.
          DISPLAY "CPF (11 DIGITOS, BRANCO MANTEM).........: ".
          MOVE SPACES TO ENTRADA-CPF.
          ACCEPT ENTRADA-CPF.
          IF ENTRADA-CPF NUMERIC
              MOVE ENTRADA-CPF TO CPF-TRB
          ELSE
          IF ENTRADA-CPF NOT EQUAL SPACES
              DISPLAY "CPF INVALIDO."
              MOVE "NAO" TO DADOS-VALIDOS.

       PEDE-UNIDADE.
          DISPLAY "UNIDADE (2 DIGITOS, BRANCO MANTEM)......: ".
          MOVE SPACES TO ENTRADA-UNI.
          ACCEPT ENTRADA-UNI.
          IF ENTRADA-UNI NUMERIC
              MOVE ENTRADA-UNI TO UNIDADE-TRB
          ELSE
          IF ENTRADA-UNI NOT EQUAL SPACES
              DISPLAY "UNIDADE INVALIDA."
              MOVE "NAO" TO DADOS-VALIDOS.

       PEDE-DEPTO.
          DISPLAY "DEPARTAMENTO (2 DIGITOS, BRANCO MANTEM).: ".
          MOVE SPACES TO ENTRADA-DEP.
          ACCEPT ENTRADA-DEP.
          IF ENTRADA-DEP NUMERIC
              MOVE ENTRADA-DEP TO DEPTO-TRB
          ELSE
          IF ENTRADA-DEP NOT EQUAL SPACES
              DISPLAY "DEPARTAMENTO INVALIDO."
              MOVE "NAO" TO DADOS-VALIDOS.

       PEDE-CARGO.
          DISPLAY "CARGO (3 DIGITOS).......................: ".
          MOVE SPACES TO ENTRADA-CGO.
          ACCEPT ENTRADA-CGO.
          IF ENTRADA-CGO NUMERIC
              MOVE ENTRADA-CGO TO CARGO-TRB
          ELSE
              DISPLAY "CARGO INVALIDO."
              MOVE "NAO" TO DADOS-VALIDOS.

       PEDE-SALARIO.
          DISPLAY "SALARIO (7 DIGITOS, 2 CASAS)............: ".
          MOVE SPACES TO ENTRADA-VAL.
          ACCEPT ENTRADA-VAL.
          IF ENTRADA-VAL NUMERIC
              MOVE ENTRADA-VAL-NUM TO SALARIO-TRB
          ELSE
              DISPLAY "SALARIO INVALIDO."
              MOVE "NAO" TO DADOS-VALIDOS.

       MOSTRA-FUNCIONARIO.
          DISPLAY FUN-MATRICULA (IX-FUN-ACHADO) " "
              FUN-NOME (IX-FUN-ACHADO) "  SITUACAO "
              FUN-SITUACAO (IX-FUN-ACHADO).
          DISPLAY "ADMISSAO " FUN-ADMISSAO (IX-FUN-ACHADO)
              "  DESLIGAMENTO " FUN-DESLIG (IX-FUN-ACHADO)
              "  CPF " FUN-CPF (IX-FUN-ACHADO).
          DISPLAY "UNIDADE " FUN-UNIDADE (IX-FUN-ACHADO)
              "  DEPTO " FUN-DEPTO (IX-FUN-ACHADO)
              "  CARGO " FUN-CARGO (IX-FUN-ACHADO)
              "  SALARIO " FUN-SALARIO (IX-FUN-ACHADO)
              "  DEPENDENTES " FUN-DEPENDENTES (IX-FUN-ACHADO).
          IF FUN-DEPTO-RAT (IX-FUN-ACHADO 1) GREATER THAN ZEROES
              PERFORM MOSTRA-RATEIO.

       MOSTRA-RATEIO.
          COMPUTE PCT-PRINCIPAL = 100 - FUN-PCT-RAT (IX-FUN-ACHADO 1)
              - FUN-PCT-RAT (IX-FUN-ACHADO 2).
          DISPLAY "RATEIO: DEPTO " FUN-DEPTO (IX-FUN-ACHADO) " "
              PCT-PRINCIPAL "%  DEPTO "
              FUN-DEPTO-RAT (IX-FUN-ACHADO 1) " "
              FUN-PCT-RAT (IX-FUN-ACHADO 1) "%  DEPTO "
              FUN-DEPTO-RAT (IX-FUN-ACHADO 2) " "
              FUN-PCT-RAT (IX-FUN-ACHADO 2) "%".

      *----------------------------------------------------------------
      *    CONFERENCIA COMUM A ADMISSAO E A ALTERACAO: NOME, UNIDADE,
      *    CPF E DEPARTAMENTO. NA ALTERACAO O CPF EM BRANCO DE QUEM
      *    AINDA NAO TEM CPF CARREGADO E ACEITO.
      *----------------------------------------------------------------
       CONFERE-CADASTRO.
          IF NOME-TRB EQUAL SPACES
              DISPLAY "NOME EM BRANCO."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF UNIDADE-TRB LESS THAN 1
             OR UNIDADE-TRB GREATER THAN QTD-UNIDADES
              DISPLAY "UNIDADE INVALIDA - A FOLHA TEM AS UNIDADES 01 "
                  "E 02."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF CPF-TRB EQUAL SPACES
              IF OPCAO-MAN EQUAL "I"
                  DISPLAY "CPF OBRIGATORIO NA ADMISSAO."
                  MOVE "NAO" TO DADOS-VALIDOS
              ELSE
                  CONTINUE
          ELSE
              PERFORM CONFERE-CPF.
          IF QTD-DEPTOS GREATER THAN ZEROES
              PERFORM LOCALIZA-DEPTO
              IF IX-DEP-ACHADO EQUAL ZEROES
                  DISPLAY "DEPARTAMENTO " DEPTO-TRB
                      " NAO EXISTE NO CADDEPT."
                  MOVE "NAO" TO DADOS-VALIDOS.
          IF DEPTO-TRB GREATER THAN ZEROES
             AND (DEPTO-TRB EQUAL RTB-DEPTO (1)
                  OR DEPTO-TRB EQUAL RTB-DEPTO (2))
              DISPLAY "DEPARTAMENTO " DEPTO-TRB " JA ESTA NO RATEIO "
                  "- REFACA O RATEIO (R) ANTES."
              MOVE "NAO" TO DADOS-VALIDOS.

       CONFERE-CPF.
          IF CPF-TRB NOT NUMERIC
              DISPLAY "CPF INVALIDO."
              MOVE "NAO" TO DADOS-VALIDOS
          ELSE
              MOVE CPF-TRB TO CPF-CONFERE
              CALL "DIGCPF" USING CPF-CONFERE CPF-VALIDO
              IF CPF-VALIDO NOT EQUAL "SIM"
                  DISPLAY "CPF COM DIGITO VERIFICADOR INVALIDO."
                  MOVE "NAO" TO DADOS-VALIDOS
              ELSE
                  PERFORM LOCALIZA-CPF
                  IF IX-CPF-ACHADO GREATER THAN ZEROES
                      DISPLAY "CPF JA CADASTRADO NA MATRICULA "
                          FUN-MATRICULA (IX-CPF-ACHADO) "."
                      MOVE "NAO" TO DADOS-VALIDOS.

      *----------------------------------------------------------------
      *    ADMISSAO: MATRICULA NOVA, CARGO DO CADCARGO E SALARIO NAO
      *    ABAIXO DO PISO DO CARGO.
      *----------------------------------------------------------------
       ADMITE-FUNCIONARIO.
          MOVE "SIM" TO DADOS-VALIDOS.
          IF QTD-FUNC NOT LESS 2000 OR QTD-JORNAL NOT LESS 2000
              DISPLAY "TABELA LOTADA - ENCERRE (F) ANTES DE NOVA "
                  "ADMISSAO."
          ELSE
          IF MAIOR-MATRICULA NOT LESS 99999
              DISPLAY "NAO HA MATRICULA LIVRE DEPOIS DE 99999."
          ELSE
              PERFORM CAPTURA-ADMISSAO
              PERFORM CONFERE-CADASTRO
              PERFORM CONFERE-SALARIO
              PERFORM EFETIVA-ADMISSAO.

       CAPTURA-ADMISSAO.
          MOVE SPACES TO FUN-TRABALHO IMAGEM-ANTES.
          MOVE ZEROES TO SALARIO-TRB DEPENDENTES-TRB ADMISSAO-TRB
                         DESLIG-TRB UNIDADE-TRB CARGO-TRB
                         DEPTO-TRB DEPTO-ANTES.
          MOVE ZEROES TO RATEIO-TRB RATEIO-ANTES.
          COMPUTE MATRICULA-TRB = MAIOR-MATRICULA + 1.
          MOVE "A" TO SITUACAO-TRB.
          DISPLAY "ADMISSAO - MATRICULA " MATRICULA-TRB.
          PERFORM PEDE-NOME.
          PERFORM PEDE-CPF.
          DISPLAY "DATA DE ADMISSAO (AAAAMMDD, BRANCO = HOJE): ".
          PERFORM PEDE-DATA.
          MOVE DATA-NOVA TO ADMISSAO-TRB.
          PERFORM PEDE-UNIDADE.
          PERFORM PEDE-DEPTO.
          PERFORM PEDE-CARGO.
          PERFORM PEDE-SALARIO.

       CONFERE-SALARIO.
          IF SALARIO-TRB EQUAL ZEROES
              DISPLAY "SALARIO ZERADO."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF QTD-CARGOS GREATER THAN ZEROES
              PERFORM LOCALIZA-CARGO
              IF IX-CGO-ACHADO EQUAL ZEROES
                  DISPLAY "CARGO " CARGO-TRB " NAO EXISTE NO CADCARGO."
                  MOVE "NAO" TO DADOS-VALIDOS
              ELSE
              IF SALARIO-TRB LESS THAN PISO-CARGO
                  DISPLAY "SALARIO ABAIXO DO PISO DO CARGO ("
                      PISO-CARGO ")."
                  MOVE "NAO" TO DADOS-VALIDOS.

       EFETIVA-ADMISSAO.
          IF DADOS-VALIDOS EQUAL "NAO"
              DISPLAY "ADMISSAO DESPREZADA."
          ELSE
              ADD 1 TO QTD-FUNC
              MOVE FUN-TRABALHO TO FUN-REGISTRO (QTD-FUNC)
              MOVE DEPTO-TRB TO FUN-DEPTO (QTD-FUNC)
              MOVE MATRICULA-TRB TO MAIOR-MATRICULA
              PERFORM REGISTRA-JORNAL
              ADD 1 TO QTD-ADMITIDOS
              DISPLAY "ADMISSAO DA MATRICULA " MATRICULA-TRB
                  " REGISTRADA.".

      *----------------------------------------------------------------
      *    ALTERACAO CADASTRAL DE FUNCIONARIO ATIVO. SALARIO E CARGO
      *    TEM VIGENCIA E HISTORICO - FICAM COM O MANHSAL.
      *----------------------------------------------------------------
       ALTERA-FUNCIONARIO.
          MOVE "SIM" TO DADOS-VALIDOS.
          PERFORM PEDE-MATRICULA.
          PERFORM LOCALIZA-FUNCIONARIO.
          IF QTD-JORNAL NOT LESS 2000
              DISPLAY "TABELA DE MOVIMENTOS LOTADA - ENCERRE (F)."
          ELSE
          IF IX-FUN-ACHADO EQUAL ZEROES
              DISPLAY "MATRICULA NAO ENCONTRADA NO CADENT."
          ELSE
          IF FUN-SITUACAO (IX-FUN-ACHADO) EQUAL "I"
              DISPLAY "FUNCIONARIO INATIVO."
          ELSE
              PERFORM CAPTURA-ALTERACAO
              PERFORM CONFERE-CADASTRO
              PERFORM EFETIVA-ALTERACAO.

       CAPTURA-ALTERACAO.
          MOVE FUN-REGISTRO (IX-FUN-ACHADO) TO FUN-TRABALHO
                                               IMAGEM-ANTES.
          MOVE FUN-DEPTO (IX-FUN-ACHADO) TO DEPTO-TRB DEPTO-ANTES.
          MOVE FUN-RATEIOS (IX-FUN-ACHADO) TO RATEIO-TRB RATEIO-ANTES.
          PERFORM MOSTRA-FUNCIONARIO.
          DISPLAY "SALARIO E CARGO: PELO MANHSAL (OPCAO 23 DO MENU).".
          PERFORM PEDE-NOME.
          PERFORM PEDE-CPF.
          PERFORM PEDE-UNIDADE.
          PERFORM PEDE-DEPTO.

       EFETIVA-ALTERACAO.
          IF FUN-TRABALHO EQUAL IMAGEM-ANTES
             AND DEPTO-TRB EQUAL DEPTO-ANTES
              DISPLAY "NADA FOI ALTERADO."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF DADOS-VALIDOS EQUAL "NAO"
              DISPLAY "ALTERACAO DESPREZADA."
          ELSE
              MOVE FUN-TRABALHO TO FUN-REGISTRO (IX-FUN-ACHADO)
              MOVE DEPTO-TRB TO FUN-DEPTO (IX-FUN-ACHADO)
              PERFORM REGISTRA-JORNAL
              ADD 1 TO QTD-ALTERADOS
              DISPLAY "ALTERACAO DA MATRICULA " MATRICULA-TRB
                  " REGISTRADA.".

      *----------------------------------------------------------------
      *    DESLIGAMENTO: DATA NAO FUTURA (O EX06 JA DEIXA DE PAGAR QUEM
      *    ESTA COM SITUACAO I) E NAO ANTERIOR A ADMISSAO. O CALCULO E
      *    DO RESCISAO, OFERECIDO NO ENCERRAMENTO.
      *----------------------------------------------------------------
       DESLIGA-FUNCIONARIO.
          MOVE "SIM" TO DADOS-VALIDOS.
          PERFORM PEDE-MATRICULA.
          PERFORM LOCALIZA-FUNCIONARIO.
          IF QTD-JORNAL NOT LESS 2000
              DISPLAY "TABELA DE MOVIMENTOS LOTADA - ENCERRE (F)."
          ELSE
          IF IX-FUN-ACHADO EQUAL ZEROES
              DISPLAY "MATRICULA NAO ENCONTRADA NO CADENT."
          ELSE
          IF FUN-SITUACAO (IX-FUN-ACHADO) EQUAL "I"
              DISPLAY "FUNCIONARIO JA DESLIGADO."
          ELSE
              PERFORM CAPTURA-DESLIGAMENTO
              PERFORM EFETIVA-DESLIGAMENTO.

       CAPTURA-DESLIGAMENTO.
          MOVE FUN-REGISTRO (IX-FUN-ACHADO) TO FUN-TRABALHO
                                               IMAGEM-ANTES.
          MOVE FUN-DEPTO (IX-FUN-ACHADO) TO DEPTO-TRB DEPTO-ANTES.
          MOVE FUN-RATEIOS (IX-FUN-ACHADO) TO RATEIO-TRB RATEIO-ANTES.
          PERFORM MOSTRA-FUNCIONARIO.
          DISPLAY "DATA DO DESLIGAMENTO (AAAAMMDD, BRANCO = HOJE): ".
          PERFORM PEDE-DATA.
          IF DATA-NOVA GREATER THAN DATA-SISTEMA
             OR DATA-NOVA LESS THAN ADMISSAO-TRB
              DISPLAY "DESLIGAMENTO FUTURO OU ANTERIOR A ADMISSAO."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF DADOS-VALIDOS EQUAL "SIM"
              DISPLAY "CONFIRMA O DESLIGAMENTO (S/N)? "
              MOVE SPACES TO ENTRADA-CONF
              ACCEPT ENTRADA-CONF
              IF ENTRADA-CONF NOT EQUAL "S"
                  MOVE "NAO" TO DADOS-VALIDOS.

       EFETIVA-DESLIGAMENTO.
          IF DADOS-VALIDOS EQUAL "NAO"
              DISPLAY "DESLIGAMENTO DESPREZADO."
          ELSE
              MOVE DATA-NOVA TO DESLIG-TRB
              MOVE "I" TO SITUACAO-TRB
              MOVE FUN-TRABALHO TO FUN-REGISTRO (IX-FUN-ACHADO)
              PERFORM REGISTRA-JORNAL
              ADD 1 TO QTD-DESLIGADOS
              DISPLAY "DESLIGAMENTO DA MATRICULA " MATRICULA-TRB
                  " REGISTRADO - RESCISAO NO ENCERRAMENTO (F).".

      *----------------------------------------------------------------
      *    RATEIO DO CUSTO: ATE DOIS DEPARTAMENTOS ALEM DO PRINCIPAL,
      *    CADA UM COM SEU PERCENTUAL; O PRINCIPAL FICA COM O RESTANTE,
      *    QUE NAO PODE ZERAR. DEPARTAMENTO 00 TIRA A LINHA DO RATEIO.
      *----------------------------------------------------------------
       RATEIA-FUNCIONARIO.
          MOVE "SIM" TO DADOS-VALIDOS.
          PERFORM PEDE-MATRICULA.
          PERFORM LOCALIZA-FUNCIONARIO.
          IF QTD-JORNAL NOT LESS 2000
              DISPLAY "TABELA DE MOVIMENTOS LOTADA - ENCERRE (F)."
          ELSE
          IF IX-FUN-ACHADO EQUAL ZEROES
              DISPLAY "MATRICULA NAO ENCONTRADA NO CADENT."
          ELSE
          IF FUN-SITUACAO (IX-FUN-ACHADO) EQUAL "I"
              DISPLAY "FUNCIONARIO INATIVO."
          ELSE
          IF FUN-DEPTO (IX-FUN-ACHADO) EQUAL ZEROES
              DISPLAY "FUNCIONARIO SEM DEPARTAMENTO PRINCIPAL - "
                  "INFORME PELA ALTERACAO (A) ANTES DO RATEIO."
          ELSE
              PERFORM CAPTURA-RATEIO
              PERFORM CONFERE-RATEIO
              PERFORM EFETIVA-RATEIO.

       CAPTURA-RATEIO.
          MOVE FUN-REGISTRO (IX-FUN-ACHADO) TO FUN-TRABALHO
                                               IMAGEM-ANTES.
          MOVE FUN-DEPTO (IX-FUN-ACHADO) TO DEPTO-TRB DEPTO-ANTES.
          MOVE FUN-RATEIOS (IX-FUN-ACHADO) TO RATEIO-TRB RATEIO-ANTES.
          PERFORM MOSTRA-FUNCIONARIO.
          PERFORM PEDE-RATEIO
              VARYING IX-RAT FROM 1 BY 1
              UNTIL IX-RAT GREATER THAN 2.

       PEDE-RATEIO.
          DISPLAY "DEPTO ADICIONAL " IX-RAT
              " (2 DIG, 00 RETIRA, BRANCO MANTEM)......: ".
          MOVE SPACES TO ENTRADA-DEP.
          ACCEPT ENTRADA-DEP.
          IF ENTRADA-DEP EQUAL "00"
              MOVE ZEROES TO RTB-DEPTO (IX-RAT) RTB-PCT (IX-RAT)
          ELSE
          IF ENTRADA-DEP NUMERIC
              MOVE ENTRADA-DEP TO RTB-DEPTO (IX-RAT)
              PERFORM PEDE-PERCENTUAL
          ELSE
          IF ENTRADA-DEP NOT EQUAL SPACES
              DISPLAY "DEPARTAMENTO INVALIDO."
              MOVE "NAO" TO DADOS-VALIDOS.

       PEDE-PERCENTUAL.
          DISPLAY "PERCENTUAL DO CUSTO (5 DIG, 2 CASAS)........: ".
          MOVE SPACES TO ENTRADA-PCT.
          ACCEPT ENTRADA-PCT.
          IF ENTRADA-PCT NUMERIC
              MOVE ENTRADA-PCT-NUM TO RTB-PCT (IX-RAT)
          ELSE
              DISPLAY "PERCENTUAL INVALIDO."
              MOVE "NAO" TO DADOS-VALIDOS.

       CONFERE-RATEIO.
          MOVE ZEROES TO SOMA-RATEIO.
          PERFORM CONFERE-UM-RATEIO
              VARYING IX-RAT FROM 1 BY 1
              UNTIL IX-RAT GREATER THAN 2.
          IF RTB-DEPTO (1) GREATER THAN ZEROES
             AND RTB-DEPTO (1) EQUAL RTB-DEPTO (2)
              DISPLAY "DEPARTAMENTO REPETIDO NO RATEIO."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF SOMA-RATEIO NOT LESS 100
              DISPLAY "RATEIO DE " SOMA-RATEIO
                  "% NAO DEIXA NADA PARA O DEPARTAMENTO PRINCIPAL."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF RTB-DEPTO (1) EQUAL ZEROES
             AND RTB-DEPTO (2) GREATER THAN ZEROES
              MOVE RTB-OCORRENCIA (2) TO RTB-OCORRENCIA (1)
              MOVE ZEROES TO RTB-DEPTO (2) RTB-PCT (2).

       CONFERE-UM-RATEIO.
          IF RTB-DEPTO (IX-RAT) GREATER THAN ZEROES
              ADD RTB-PCT (IX-RAT) TO SOMA-RATEIO
              MOVE RTB-DEPTO (IX-RAT) TO DEPTO-TRB
              PERFORM LOCALIZA-DEPTO
              MOVE FUN-DEPTO (IX-FUN-ACHADO) TO DEPTO-TRB
              IF QTD-DEPTOS GREATER THAN ZEROES
                 AND IX-DEP-ACHADO EQUAL ZEROES
                  DISPLAY "DEPARTAMENTO " RTB-DEPTO (IX-RAT)
                      " NAO EXISTE NO CADDEPT."
                  MOVE "NAO" TO DADOS-VALIDOS
              ELSE
              IF RTB-DEPTO (IX-RAT) EQUAL DEPTO-TRB
                  DISPLAY "O DEPARTAMENTO PRINCIPAL NAO ENTRA NO "
                      "RATEIO."
                  MOVE "NAO" TO DADOS-VALIDOS
              ELSE
              IF RTB-PCT (IX-RAT) EQUAL ZEROES
                  DISPLAY "PERCENTUAL ZERADO NO DEPARTAMENTO "
                      RTB-DEPTO (IX-RAT) "."
                  MOVE "NAO" TO DADOS-VALIDOS.

       EFETIVA-RATEIO.
          IF RATEIO-TRB EQUAL RATEIO-ANTES
              DISPLAY "NADA FOI ALTERADO."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF DADOS-VALIDOS EQUAL "NAO"
              DISPLAY "RATEIO DESPREZADO."
          ELSE
              MOVE RATEIO-TRB TO FUN-RATEIOS (IX-FUN-ACHADO)
              PERFORM REGISTRA-JORNAL
              ADD 1 TO QTD-ALTERADOS
              COMPUTE PCT-PRINCIPAL = 100 - SOMA-RATEIO
              DISPLAY "RATEIO DA MATRICULA " MATRICULA-TRB
                  " REGISTRADO - DEPTO PRINCIPAL " DEPTO-TRB
                  " COM " PCT-PRINCIPAL "%.".

      *----------------------------------------------------------------
      *    MONTA A LINHA DO JORNFUN (ANTES, DEPOIS, OPERADOR E HORA DO
      *    MOVIMENTO) E GUARDA NA TABELA ATE O ENCERRAMENTO.
      *----------------------------------------------------------------
       REGISTRA-JORNAL.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE SPACES TO REG-JFU.
          MOVE DATA-SISTEMA TO JFU-DATA.
          MOVE HORA-SISTEMA(1:6) TO JFU-HORA.
          MOVE OPCAO-MAN TO JFU-OPCAO.
          MOVE MATRICULA-TRB TO JFU-MATRICULA.
          MOVE OPERADOR-ID TO JFU-OPERADOR.
          MOVE "MANFUN" TO JFU-ORIGEM.
          MOVE DEPTO-ANTES TO JFU-DEPTO-ANT.
          MOVE DEPTO-TRB TO JFU-DEPTO.
          MOVE RATEIO-ANTES TO JFU-RATEIO-ANT.
          MOVE RATEIO-TRB TO JFU-RATEIO.
          MOVE IMAGEM-ANTES TO JFU-ANTES.
          MOVE FUN-TRABALHO TO JFU-DEPOIS.
          ADD 1 TO QTD-JORNAL.
          MOVE REG-JFU TO JFU-OCORRENCIA (QTD-JORNAL).

       CONSULTA-FUNCIONARIO.
          PERFORM PEDE-MATRICULA.
          PERFORM LOCALIZA-FUNCIONARIO.
          IF IX-FUN-ACHADO EQUAL ZEROES
              DISPLAY "MATRICULA NAO ENCONTRADA NO CADENT."
          ELSE
              PERFORM MOSTRA-FUNCIONARIO.

       LISTA-FUNCIONARIOS.
          MOVE ZEROES TO QTD-LISTADOS.
          IF QTD-FUNC GREATER THAN ZEROES
              PERFORM LISTA-UM
                  VARYING IX-FUN FROM 1 BY 1
                  UNTIL IX-FUN GREATER THAN QTD-FUNC.
          DISPLAY "FUNCIONARIOS LISTADOS: " QTD-LISTADOS.

       LISTA-UM.
          ADD 1 TO QTD-LISTADOS.
          DISPLAY FUN-MATRICULA (IX-FUN) " " FUN-NOME (IX-FUN) " "
              FUN-SITUACAO (IX-FUN) " UNI " FUN-UNIDADE (IX-FUN)
              " DEP " FUN-DEPTO (IX-FUN) " CGO " FUN-CARGO (IX-FUN).

      *----------------------------------------------------------------
      *    ENCERRAMENTO: CADENT, LOTACAO, HISTORICO DAS ADMISSOES E
      *    JORNAL, NESTA ORDEM; DEPOIS O ENCAMINHAMENTO AO RESCISAO.
      *----------------------------------------------------------------
       GRAVA-CADASTRO.
          PERFORM REGRAVA-CADENT.
          PERFORM GRAVA-LOTACAO.
          IF QTD-ADMITIDOS GREATER THAN ZEROES
              PERFORM GRAVA-HISTORICO.
          PERFORM GRAVA-JORNAL.
          DISPLAY "ADMITIDOS: " QTD-ADMITIDOS "  ALTERADOS: "
              QTD-ALTERADOS "  DESLIGADOS: " QTD-DESLIGADOS.
          IF QTD-DESLIGADOS GREATER THAN ZEROES
              PERFORM ENCAMINHA-RESCISAO.

       REGRAVA-CADENT.
          OPEN OUTPUT CADENTN.
          PERFORM GRAVA-UM-FUNCIONARIO
              VARYING IX-FUN FROM 1 BY 1
              UNTIL IX-FUN GREATER THAN QTD-FUNC.
          CLOSE CADENTN.
          PERFORM TROCA-GERACOES.

       GRAVA-UM-FUNCIONARIO.
          MOVE FUN-REGISTRO (IX-FUN) TO REG-ENN.
          WRITE REG-ENN.

       TROCA-GERACOES.
          MOVE DATA-SISTEMA TO BAK-DATA.
          CALL "CBL_RENAME_FILE" USING "EM01\EX06\CADENT.DAT"
              NOME-BAK-ENT.
          MOVE ZEROES TO RETURN-CODE.
          CALL "CBL_RENAME_FILE" USING "EM01\EX06\CADENT.NOV"
              "EM01\EX06\CADENT.DAT".
          MOVE ZEROES TO RETURN-CODE.
          DISPLAY "CADENT DA FOLHA REGRAVADO - ORIGINAL PRESERVADO "
              "COMO " NOME-BAK-ENT.

       GRAVA-LOTACAO.
          MOVE ZEROES TO QTD-LOTADOS.
          OPEN OUTPUT CADLOT.
          PERFORM GRAVA-UMA-LOTACAO
              VARYING IX-FUN FROM 1 BY 1
              UNTIL IX-FUN GREATER THAN QTD-FUNC.
          CLOSE CADLOT.
          DISPLAY "CADLOT REGRAVADO (" QTD-LOTADOS " LOTACOES).".

       GRAVA-UMA-LOTACAO.
          IF FUN-DEPTO (IX-FUN) GREATER THAN ZEROES
              MOVE FUN-MATRICULA (IX-FUN) TO MATRICULA-LOT
              MOVE FUN-DEPTO (IX-FUN) TO DEPTO-LOT
              COMPUTE PERCENTUAL-LOT = 100 - FUN-PCT-RAT (IX-FUN 1)
                  - FUN-PCT-RAT (IX-FUN 2)
              WRITE REG-LOT
              ADD 1 TO QTD-LOTADOS
              PERFORM GRAVA-LOTACAO-RATEIO
                  VARYING IX-RAT FROM 1 BY 1
                  UNTIL IX-RAT GREATER THAN 2.

       GRAVA-LOTACAO-RATEIO.
          IF FUN-DEPTO-RAT (IX-FUN IX-RAT) GREATER THAN ZEROES
              MOVE FUN-DEPTO-RAT (IX-FUN IX-RAT) TO DEPTO-LOT
              MOVE FUN-PCT-RAT (IX-FUN IX-RAT) TO PERCENTUAL-LOT
              WRITE REG-LOT.

       GRAVA-HISTORICO.
          OPEN EXTEND HISTSAL.
          PERFORM GRAVA-UMA-ADMISSAO
              VARYING IX-JFU FROM 1 BY 1
              UNTIL IX-JFU GREATER THAN QTD-JORNAL.
          CLOSE HISTSAL.

       GRAVA-UMA-ADMISSAO.
          MOVE JFU-OCORRENCIA (IX-JFU) TO REG-JFU.
          IF JFU-OPCAO EQUAL "I"
              MOVE JFU-DEPOIS TO FUN-TRABALHO
              MOVE MATRICULA-TRB TO MATRICULA-HSA
              MOVE ADMISSAO-TRB TO VIGENCIA-HSA
              MOVE SALARIO-TRB TO SALARIO-HSA
              MOVE CARGO-TRB TO CARGO-HSA
              MOVE UNIDADE-TRB TO UNIDADE-HSA
              MOVE "A" TO MOTIVO-HSA
              MOVE ZEROES TO SALARIO-ANT-HSA CARGO-ANT-HSA
              MOVE "MANFUN" TO ORIGEM-HSA
              MOVE JFU-OPERADOR TO OPERADOR-HSA
              MOVE DATA-SISTEMA TO DATA-REG-HSA
              WRITE REG-HSA.

       GRAVA-JORNAL.
          OPEN EXTEND JORNFUN.
          PERFORM GRAVA-UMA-LINHA
              VARYING IX-JFU FROM 1 BY 1
              UNTIL IX-JFU GREATER THAN QTD-JORNAL.
          CLOSE JORNFUN.
          DISPLAY "JORNFUN ATUALIZADO (" QTD-JORNAL " MOVIMENTOS).".

       GRAVA-UMA-LINHA.
          MOVE JFU-OCORRENCIA (IX-JFU) TO REG-JFU.
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

      *----------------------------------------------------------------
      *    OS DESLIGADOS DA SESSAO SAO LISTADOS E O RESCISAO PODE SER
      *    CHAMADO NA HORA, JA COM O CADENT REGRAVADO.
      *----------------------------------------------------------------
       ENCAMINHA-RESCISAO.
          DISPLAY " ".
          DISPLAY "DESLIGAMENTOS A CALCULAR NO RESCISAO:".
          PERFORM MOSTRA-DESLIGADO
              VARYING IX-JFU FROM 1 BY 1
              UNTIL IX-JFU GREATER THAN QTD-JORNAL.
          DISPLAY "CHAMAR O RESCISAO AGORA (S/N)? ".
          MOVE SPACES TO ENTRADA-CONF.
          ACCEPT ENTRADA-CONF.
          IF ENTRADA-CONF EQUAL "S"
              MOVE "RESCISAO" TO COMANDO
              CALL "SYSTEM" USING COMANDO
              MOVE ZEROES TO RETURN-CODE
              DISPLAY "RETORNO DO RESCISAO."
          ELSE
              DISPLAY "RODE O RESCISAO PARA AS MATRICULAS ACIMA.".

       MOSTRA-DESLIGADO.
          MOVE JFU-OCORRENCIA (IX-JFU) TO REG-JFU.
          IF JFU-OPCAO EQUAL "D"
              MOVE JFU-DEPOIS TO FUN-TRABALHO
              DISPLAY "  MATRICULA " MATRICULA-TRB " "
                  NOME-TRB " EM " DESLIG-TRB.
