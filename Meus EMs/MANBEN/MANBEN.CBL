       IDENTIFICATION DIVISION.
          PROGRAM-ID.      MANBEN.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. MANUTENCAO DOS BENEFICIOS E DOS DEPENDENTES DOS
      *FUNCIONARIOS DA FOLHA (EM01\EX06). B INCLUI OU ALTERA UM
      *BENEFICIO DO CATALOGO CADBEN (PLANO DE SAUDE, ODONTOLOGICO,
      *VALE REFEICAO/ALIMENTACAO E VALE TRANSPORTE, COM O FORNECEDOR,
      *O CUSTO POR TITULAR E POR DEPENDENTE E A PARTE DO FUNCIONARIO)
      *E SO E ACEITA PARA OPERADOR DE NIVEL 2; NO VALE TRANSPORTE A
      *PARTE DO FUNCIONARIO E O TETO LEGAL SOBRE O SALARIO, NO MAXIMO
      *6,00 POR CENTO. I FAZ A ADESAO DE UM FUNCIONARIO ATIVO NO
      *CADENT A UM BENEFICIO ATIVO (UMA ADESAO ABERTA POR BENEFICIO)
      *E E ENCERRA A ADESAO NA DATA INFORMADA. D INCLUI DEPENDENTE
      *(NOME, NASCIMENTO, PARENTESCO, CPF CONFERIDO PELA DIGCPF E SE
      *CONTA NO IRRF) E X EXCLUI; L LISTA AS ADESOES E OS DEPENDENTES
      *DE UMA MATRICULA E F REGRAVA OS ARQUIVOS. HAVENDO MOVIMENTO DE
      *DEPENDENTES O CADENT DA FOLHA E REGRAVADO EM CADENT.NOV COM
      *DEPENDENTES-ENT IGUAL AOS DEPENDENTES ATIVOS DE IRRF DE CADA
      *MATRICULA QUE TEM DEPENDENTE CADASTRADO, TROCANDO AS GERACOES
      *E DEIXANDO O ORIGINAL COMO .BAK DATADO, COMO NO CARGCPF. O
      *DESCONTO DOS BENEFICIOS E FEITO PELO EX06 E O ARQUIVO DE VIDAS
      *DE CADA FORNECEDOR SAI NO VIDABEN.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADBEN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ADESBEN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADDPF ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FS-ENT.
          SELECT CADENTN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADBEN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADBEN.DAT".
          COPY REGBEN.

       FD  ADESBEN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ADESBEN.DAT".
          COPY REGADS.

       FD  CADDPF
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADDPF.DAT".
          COPY REGDPF.

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

       WORKING-STORAGE SECTION.
       77  FS-ENT             PIC X(02) VALUE "00".
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  OPCAO-MAN          PIC X(01) VALUE SPACES.
       77  QTD-BENEF          PIC 9(03) VALUE ZEROES.
       77  QTD-ADESOES        PIC 9(04) VALUE ZEROES.
       77  QTD-DEPEND         PIC 9(04) VALUE ZEROES.
       77  IX-BEN             PIC 9(03) VALUE ZEROES.
       77  IX-BEN-ACHADO      PIC 9(03) VALUE ZEROES.
       77  IX-ADS             PIC 9(04) VALUE ZEROES.
       77  IX-ADS-ACHADO      PIC 9(04) VALUE ZEROES.
       77  IX-DPF             PIC 9(04) VALUE ZEROES.
       77  IX-DPF-ACHADO      PIC 9(04) VALUE ZEROES.
       77  ACHOU-BENEFICIO    PIC X(03) VALUE "NAO".
       77  ACHOU-ADESAO       PIC X(03) VALUE "NAO".
       77  ACHOU-DEPENDENTE   PIC X(03) VALUE "NAO".
       77  ACHOU-FUNCIONARIO  PIC X(03) VALUE "NAO".
       77  TEM-DEPENDENTE     PIC X(03) VALUE "NAO".
       77  MAIOR-SEQ          PIC 9(02) VALUE ZEROES.
       77  DEP-IRRF           PIC 9(02) VALUE ZEROES.
       77  QTD-ALTERACOES     PIC 9(03) VALUE ZEROES.
       77  DEP-ALTERADOS      PIC 9(03) VALUE ZEROES.
       77  QTD-SINCRONIZADOS  PIC 9(05) VALUE ZEROES.
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  DADOS-VALIDOS      PIC X(03) VALUE "SIM".
       77  CPF-VALIDO         PIC X(03) VALUE "NAO".
       77  CPF-CONFERE        PIC 9(11) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  ENTRADA-MAT        PIC X(05) VALUE SPACES.
       77  ENTRADA-COD        PIC X(03) VALUE SPACES.
       77  ENTRADA-SEQ        PIC X(02) VALUE SPACES.
       77  ENTRADA-DESC       PIC X(20) VALUE SPACES.
       77  ENTRADA-TIPO       PIC X(01) VALUE SPACES.
       77  ENTRADA-FORN       PIC X(03) VALUE SPACES.
       77  ENTRADA-NFORN      PIC X(20) VALUE SPACES.
       77  ENTRADA-SIT        PIC X(01) VALUE SPACES.
       77  ENTRADA-NOME       PIC X(30) VALUE SPACES.
       77  ENTRADA-NASC       PIC X(08) VALUE SPACES.
       77  ENTRADA-PAR        PIC X(01) VALUE SPACES.
       77  ENTRADA-CPF        PIC X(11) VALUE SPACES.
       77  ENTRADA-IRRF       PIC X(01) VALUE SPACES.
       77  ENTRADA-DEP        PIC X(01) VALUE SPACES.
       77  ENTRADA-INI        PIC X(08) VALUE SPACES.
       77  ENTRADA-FIM        PIC X(08) VALUE SPACES.

       01 ENTRADA-PCT         PIC X(05) VALUE SPACES.
       01 ENTRADA-PCT-NUM REDEFINES ENTRADA-PCT PIC 9(03)V9(02).
       01 ENTRADA-VAL         PIC X(07) VALUE SPACES.
       01 ENTRADA-VAL-NUM REDEFINES ENTRADA-VAL PIC 9(05)V9(02).

       01 TAB-BENEFICIOS.
          02 BEN-OCORRENCIA OCCURS 50 TIMES.
             03 BEN-CODIGO             PIC 9(03).
             03 BEN-DESCRICAO          PIC X(20).
             03 BEN-TIPO               PIC X(01).
             03 BEN-FORNEC             PIC 9(03).
             03 BEN-NOME-FORNEC        PIC X(20).
             03 BEN-CUSTO-TIT          PIC 9(05)V9(02).
             03 BEN-CUSTO-DEP          PIC 9(05)V9(02).
             03 BEN-PERC-FUNC          PIC 9(03)V9(02).
             03 BEN-SITUACAO           PIC X(01).
             03 BEN-DATA               PIC 9(08).

       01 TAB-ADESOES.
          02 ADS-OCORRENCIA OCCURS 1000 TIMES.
             03 ADS-MATRICULA          PIC 9(05).
             03 ADS-CODIGO             PIC 9(03).
             03 ADS-INICIO             PIC 9(08).
             03 ADS-FIM                PIC 9(08).
             03 ADS-COM-DEP            PIC X(01).
             03 ADS-VALOR              PIC 9(05)V9(02).
             03 ADS-SITUACAO           PIC X(01).
             03 ADS-DATA               PIC 9(08).

       01 TAB-DEPENDENTES.
          02 DPF-OCORRENCIA OCCURS 1000 TIMES.
             03 DPF-MATRICULA          PIC 9(05).
             03 DPF-SEQ                PIC 9(02).
             03 DPF-NOME               PIC X(30).
             03 DPF-NASCIMENTO         PIC 9(08).
             03 DPF-PARENTESCO         PIC X(01).
             03 DPF-CPF                PIC 9(11).
             03 DPF-IRRF               PIC X(01).
             03 DPF-SITUACAO           PIC X(01).
             03 DPF-DATA               PIC 9(08).

       01 NOME-BAK-ENT.
          02 FILLER          PIC X(17) VALUE "EM01\EX06\CADENT.".
          02 BAK-DATA        PIC 9(08).
          02 FILLER          PIC X(04) VALUE ".BAK".

       PROCEDURE DIVISION.

       PGM-MANBEN.
          CALL "SIGNON" USING OPERADOR-ID NIVEL-OPERADOR
              RESULTADO-SIGNON.
          IF RESULTADO-SIGNON NOT EQUAL "SIM"
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM CARGA-BENEFICIOS.
          PERFORM CARGA-ADESOES.
          PERFORM CARGA-DEPENDENTES.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "CADBEN, ADESBEN OU CADDPF MAIOR QUE A TABELA - "
                  "MANUTENCAO NAO PERMITIDA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          DISPLAY "MANUTENCAO DOS BENEFICIOS E DEPENDENTES".
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          PERFORM REGRAVA-ARQUIVOS.
          IF DEP-ALTERADOS GREATER THAN ZEROES
              PERFORM REGRAVA-CADENT.
          STOP RUN.

       CARGA-BENEFICIOS.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT CADBEN.
          PERFORM LE-BENEFICIO.
          PERFORM GUARDA-BENEFICIO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADBEN.

       LE-BENEFICIO.
          READ CADBEN AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-BENEFICIO.
          IF QTD-BENEF NOT LESS 50
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-BENEF
              MOVE REG-BEN TO BEN-OCORRENCIA (QTD-BENEF).
          PERFORM LE-BENEFICIO.

       CARGA-ADESOES.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT ADESBEN.
          PERFORM LE-ADESAO.
          PERFORM GUARDA-ADESAO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE ADESBEN.

       LE-ADESAO.
          READ ADESBEN AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-ADESAO.
          IF QTD-ADESOES NOT LESS 1000
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-ADESOES
              MOVE REG-ADS TO ADS-OCORRENCIA (QTD-ADESOES).
          PERFORM LE-ADESAO.

       CARGA-DEPENDENTES.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT CADDPF.
          PERFORM LE-DEPENDENTE.
          PERFORM GUARDA-DEPENDENTE UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADDPF.

       LE-DEPENDENTE.
          READ CADDPF AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-DEPENDENTE.
          IF QTD-DEPEND NOT LESS 1000
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-DEPEND
              MOVE REG-DPF TO DPF-OCORRENCIA (QTD-DEPEND).
          PERFORM LE-DEPENDENTE.

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (B-CATALOGO I-ADESAO E-ENCERRA ADESAO".
          DISPLAY "       D-DEPENDENTE X-EXCLUI DEPENDENTE L-LISTAR "
              "F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "B"
              PERFORM MANTEM-CATALOGO
          ELSE
          IF OPCAO-MAN EQUAL "I"
              PERFORM INCLUI-ADESAO
          ELSE
          IF OPCAO-MAN EQUAL "E"
              PERFORM ENCERRA-ADESAO
          ELSE
          IF OPCAO-MAN EQUAL "D"
              PERFORM INCLUI-DEPENDENTE
          ELSE
          IF OPCAO-MAN EQUAL "X"
              PERFORM EXCLUI-DEPENDENTE
          ELSE
          IF OPCAO-MAN EQUAL "L"
              PERFORM LISTA-MATRICULA
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE B, I, E, D, X, L OU F.".

       PEDE-MATRICULA.
          DISPLAY "MATRICULA DO FUNCIONARIO (5 DIGITOS): ".
          ACCEPT ENTRADA-MAT.

       PEDE-CODIGO.
          DISPLAY "CODIGO DO BENEFICIO (3 DIGITOS).....: ".
          ACCEPT ENTRADA-COD.

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
          IF MATRICULA-ENT EQUAL ENTRADA-MAT
             AND SITUACAO-ENT NOT EQUAL "I"
              MOVE "SIM" TO ACHOU-FUNCIONARIO
              MOVE "SIM" TO FIM-ENT
          ELSE
              PERFORM LE-FUNCIONARIO.

      *----------------------------------------------------------------
      *    CATALOGO. CODIGO NOVO INCLUI; CODIGO EXISTENTE ALTERA, COM
      *    ENTRADA EM BRANCO MANTENDO O DADO ATUAL. BENEFICIO COM
      *    ADESOES NAO E EXCLUIDO - FICA INATIVO (I) E NAO ACEITA
      *    ADESAO NOVA.
      *----------------------------------------------------------------
       MANTEM-CATALOGO.
          IF NIVEL-OPERADOR LESS THAN 2
              DISPLAY "CATALOGO DE BENEFICIOS SO PARA OPERADOR DE "
                  "NIVEL 2."
          ELSE
              PERFORM PEDE-CODIGO
              IF ENTRADA-COD NOT NUMERIC
                  DISPLAY "CODIGO INVALIDO."
              ELSE
                  PERFORM LOCALIZA-BENEFICIO
                  PERFORM ESCOLHE-CATALOGO.

       ESCOLHE-CATALOGO.
          IF ACHOU-BENEFICIO EQUAL "SIM"
              PERFORM MOSTRA-BENEFICIO
              DISPLAY "ENTRADA EM BRANCO MANTEM O DADO ATUAL."
              MOVE BEN-OCORRENCIA (IX-BEN-ACHADO) TO REG-BEN
              PERFORM CAPTURA-BENEFICIO
          ELSE
          IF QTD-BENEF NOT LESS 50
              DISPLAY "TABELA DE BENEFICIOS LOTADA."
          ELSE
              DISPLAY "BENEFICIO NOVO."
              MOVE SPACES TO REG-BEN
              MOVE ENTRADA-COD TO CODIGO-BEN
              MOVE ZEROES TO FORNEC-BEN CUSTO-TIT-BEN CUSTO-DEP-BEN
                             PERC-FUNC-BEN
              MOVE "A" TO SITUACAO-BEN
              PERFORM CAPTURA-BENEFICIO.

       LOCALIZA-BENEFICIO.
          MOVE "NAO" TO ACHOU-BENEFICIO.
          MOVE ZEROES TO IX-BEN-ACHADO.
          IF QTD-BENEF GREATER THAN ZEROES
              PERFORM TESTA-BENEFICIO
                  VARYING IX-BEN FROM 1 BY 1
                  UNTIL IX-BEN GREATER THAN QTD-BENEF.

       TESTA-BENEFICIO.
          IF BEN-CODIGO (IX-BEN) EQUAL ENTRADA-COD
              MOVE "SIM" TO ACHOU-BENEFICIO
              MOVE IX-BEN TO IX-BEN-ACHADO.

       CAPTURA-BENEFICIO.
          MOVE "SIM" TO DADOS-VALIDOS.
          DISPLAY "DESCRICAO...........................: ".
          MOVE SPACES TO ENTRADA-DESC.
          ACCEPT ENTRADA-DESC.
          IF ENTRADA-DESC NOT EQUAL SPACES
              MOVE ENTRADA-DESC TO DESCRICAO-BEN.
          DISPLAY "TIPO (M-SAUDE O-ODONTO R-REFEICAO T-TRANSPORTE): ".
          MOVE SPACES TO ENTRADA-TIPO.
          ACCEPT ENTRADA-TIPO.
          IF ENTRADA-TIPO NOT EQUAL SPACES
              MOVE ENTRADA-TIPO TO TIPO-BEN.
          DISPLAY "CODIGO DO FORNECEDOR (3 DIGITOS)....: ".
          MOVE SPACES TO ENTRADA-FORN.
          ACCEPT ENTRADA-FORN.
          IF ENTRADA-FORN NUMERIC
              MOVE ENTRADA-FORN TO FORNEC-BEN.
          DISPLAY "NOME DO FORNECEDOR..................: ".
          MOVE SPACES TO ENTRADA-NFORN.
          ACCEPT ENTRADA-NFORN.
          IF ENTRADA-NFORN NOT EQUAL SPACES
              MOVE ENTRADA-NFORN TO NOME-FORNEC-BEN.
          IF TIPO-BEN NOT EQUAL "T"
              PERFORM PEDE-CUSTOS.
          PERFORM PEDE-PERCENTUAL.
          DISPLAY "SITUACAO (A-ATIVO I-INATIVO)........: ".
          MOVE SPACES TO ENTRADA-SIT.
          ACCEPT ENTRADA-SIT.
          IF ENTRADA-SIT EQUAL "A" OR ENTRADA-SIT EQUAL "I"
              MOVE ENTRADA-SIT TO SITUACAO-BEN.
          PERFORM CONFERE-BENEFICIO.
          PERFORM EFETIVA-BENEFICIO.

       PEDE-CUSTOS.
          DISPLAY "CUSTO MENSAL POR TITULAR (7 DIG, 2 CASAS): ".
          MOVE SPACES TO ENTRADA-VAL.
          ACCEPT ENTRADA-VAL.
          IF ENTRADA-VAL NUMERIC
              MOVE ENTRADA-VAL-NUM TO CUSTO-TIT-BEN.
          IF TIPO-BEN EQUAL "M" OR TIPO-BEN EQUAL "O"
              DISPLAY "CUSTO POR DEPENDENTE (7 DIG, 2 CASAS)...: "
              MOVE SPACES TO ENTRADA-VAL
              ACCEPT ENTRADA-VAL
              IF ENTRADA-VAL NUMERIC
                  MOVE ENTRADA-VAL-NUM TO CUSTO-DEP-BEN.

       PEDE-PERCENTUAL.
          IF TIPO-BEN EQUAL "T"
              DISPLAY "TETO DO DESCONTO, % DO SALARIO (5 DIG, 2 "
                  "CASAS): "
          ELSE
              DISPLAY "PARTE DO FUNCIONARIO, % DO CUSTO (5 DIG, 2 "
                  "CASAS): ".
          MOVE SPACES TO ENTRADA-PCT.
          ACCEPT ENTRADA-PCT.
          IF ENTRADA-PCT NUMERIC
              IF ENTRADA-PCT-NUM GREATER THAN 100
                  DISPLAY "PERCENTUAL ACIMA DE 100 - IGNORADO."
              ELSE
                  MOVE ENTRADA-PCT-NUM TO PERC-FUNC-BEN.

      *----------------------------------------------------------------
      *    VALE TRANSPORTE NAO TEM CUSTO NO CATALOGO (O VALOR DAS
      *    PASSAGENS VEM NA ADESAO) E O TETO NAO PASSA DE 6 POR CENTO.
      *    SO PLANO DE SAUDE E ODONTOLOGICO COBREM DEPENDENTES.
      *----------------------------------------------------------------
       CONFERE-BENEFICIO.
          IF DESCRICAO-BEN EQUAL SPACES
             OR NOME-FORNEC-BEN EQUAL SPACES
              DISPLAY "DESCRICAO E FORNECEDOR SAO OBRIGATORIOS."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF TIPO-BEN NOT EQUAL "M" AND TIPO-BEN NOT EQUAL "O"
             AND TIPO-BEN NOT EQUAL "R" AND TIPO-BEN NOT EQUAL "T"
              DISPLAY "TIPO INVALIDO. USE M, O, R OU T."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF TIPO-BEN EQUAL "T"
              MOVE ZEROES TO CUSTO-TIT-BEN CUSTO-DEP-BEN
              IF PERC-FUNC-BEN GREATER THAN 6
                  DISPLAY "VALE TRANSPORTE: TETO ACIMA DE 6,00 POR "
                      "CENTO DO SALARIO."
                  MOVE "NAO" TO DADOS-VALIDOS.
          IF TIPO-BEN EQUAL "R"
              MOVE ZEROES TO CUSTO-DEP-BEN.
          IF TIPO-BEN NOT EQUAL "T"
             AND CUSTO-TIT-BEN EQUAL ZEROES
              DISPLAY "BENEFICIO SEM CUSTO POR TITULAR."
              MOVE "NAO" TO DADOS-VALIDOS.

       EFETIVA-BENEFICIO.
          IF DADOS-VALIDOS EQUAL "NAO"
              DISPLAY "BENEFICIO DESPREZADO."
          ELSE
              MOVE DATA-SISTEMA TO DATA-BEN
              PERFORM GUARDA-CATALOGO
              ADD 1 TO QTD-ALTERACOES
              DISPLAY "BENEFICIO " CODIGO-BEN " GRAVADO.".

       GUARDA-CATALOGO.
          IF ACHOU-BENEFICIO EQUAL "NAO"
              ADD 1 TO QTD-BENEF
              MOVE QTD-BENEF TO IX-BEN-ACHADO.
          MOVE REG-BEN TO BEN-OCORRENCIA (IX-BEN-ACHADO).

       MOSTRA-BENEFICIO.
          DISPLAY "BENEFICIO " BEN-CODIGO (IX-BEN-ACHADO) " "
              BEN-DESCRICAO (IX-BEN-ACHADO) "  TIPO "
              BEN-TIPO (IX-BEN-ACHADO) "  SIT "
              BEN-SITUACAO (IX-BEN-ACHADO).
          DISPLAY "FORNECEDOR " BEN-FORNEC (IX-BEN-ACHADO) " "
              BEN-NOME-FORNEC (IX-BEN-ACHADO).
          DISPLAY "CUSTO TITULAR " BEN-CUSTO-TIT (IX-BEN-ACHADO)
              "  DEPENDENTE " BEN-CUSTO-DEP (IX-BEN-ACHADO)
              "  % FUNCIONARIO " BEN-PERC-FUNC (IX-BEN-ACHADO).

      *----------------------------------------------------------------
      *    ADESAO. O FUNCIONARIO TEM DE ESTAR ATIVO NO CADENT E O
      *    BENEFICIO ATIVO NO CATALOGO; NAO PODE HAVER OUTRA ADESAO
      *    ABERTA DO MESMO FUNCIONARIO AO MESMO BENEFICIO.
      *----------------------------------------------------------------
       INCLUI-ADESAO.
          PERFORM PEDE-MATRICULA.
          PERFORM PEDE-CODIGO.
          IF ENTRADA-MAT NOT NUMERIC OR ENTRADA-COD NOT NUMERIC
              DISPLAY "MATRICULA OU CODIGO INVALIDO."
          ELSE
          IF QTD-ADESOES NOT LESS 1000
              DISPLAY "TABELA DE ADESOES LOTADA."
          ELSE
              PERFORM LOCALIZA-BENEFICIO
              PERFORM LOCALIZA-ADESAO
              PERFORM BUSCA-FUNCIONARIO
              PERFORM CONFERE-ADESAO.

       CONFERE-ADESAO.
          IF ACHOU-FUNCIONARIO EQUAL "NAO"
              DISPLAY "MATRICULA NAO ENCONTRADA OU INATIVA "
                  "NO CADENT DA FOLHA."
          ELSE
          IF ACHOU-BENEFICIO EQUAL "NAO"
              DISPLAY "BENEFICIO NAO CADASTRADO."
          ELSE
          IF BEN-SITUACAO (IX-BEN-ACHADO) NOT EQUAL "A"
              DISPLAY "BENEFICIO INATIVO - NAO ACEITA ADESAO."
          ELSE
          IF ACHOU-ADESAO EQUAL "SIM"
              DISPLAY "FUNCIONARIO JA TEM ADESAO ABERTA A ESTE "
                  "BENEFICIO."
          ELSE
              DISPLAY "FUNCIONARIO: " NOME-ENT
              DISPLAY "BENEFICIO..: " BEN-DESCRICAO (IX-BEN-ACHADO)
              PERFORM CAPTURA-ADESAO.

       LOCALIZA-ADESAO.
          MOVE "NAO" TO ACHOU-ADESAO.
          MOVE ZEROES TO IX-ADS-ACHADO.
          IF QTD-ADESOES GREATER THAN ZEROES
              PERFORM TESTA-ADESAO
                  VARYING IX-ADS FROM 1 BY 1
                  UNTIL IX-ADS GREATER THAN QTD-ADESOES.

       TESTA-ADESAO.
          IF ADS-MATRICULA (IX-ADS) EQUAL ENTRADA-MAT
             AND ADS-CODIGO (IX-ADS) EQUAL ENTRADA-COD
             AND ADS-SITUACAO (IX-ADS) EQUAL "A"
              MOVE "SIM" TO ACHOU-ADESAO
              MOVE IX-ADS TO IX-ADS-ACHADO.

       CAPTURA-ADESAO.
          MOVE "SIM" TO DADOS-VALIDOS.
          MOVE SPACES TO REG-ADS.
          MOVE ENTRADA-MAT TO MATRICULA-ADS.
          MOVE ENTRADA-COD TO CODIGO-ADS.
          MOVE ZEROES TO FIM-ADS VALOR-ADS.
          MOVE "N" TO COM-DEP-ADS.
          DISPLAY "INICIO (AAAAMMDD, BRANCO HOJE)......: ".
          MOVE SPACES TO ENTRADA-INI.
          ACCEPT ENTRADA-INI.
          IF ENTRADA-INI EQUAL SPACES
              MOVE DATA-SISTEMA TO INICIO-ADS
          ELSE
          IF ENTRADA-INI NUMERIC
              MOVE ENTRADA-INI TO INICIO-ADS
          ELSE
              DISPLAY "DATA DE INICIO INVALIDA."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF BEN-TIPO (IX-BEN-ACHADO) EQUAL "M"
             OR BEN-TIPO (IX-BEN-ACHADO) EQUAL "O"
              PERFORM PEDE-COBERTURA.
          IF BEN-TIPO (IX-BEN-ACHADO) EQUAL "T"
              PERFORM PEDE-PASSAGENS.
          PERFORM EFETIVA-ADESAO.

       PEDE-COBERTURA.
          DISPLAY "ESTENDE AOS DEPENDENTES (S/N).......: ".
          MOVE SPACES TO ENTRADA-DEP.
          ACCEPT ENTRADA-DEP.
          IF ENTRADA-DEP EQUAL "S"
              MOVE "S" TO COM-DEP-ADS.

       PEDE-PASSAGENS.
          DISPLAY "CUSTO MENSAL DAS PASSAGENS (7 DIG, 2 CASAS): ".
          MOVE SPACES TO ENTRADA-VAL.
          ACCEPT ENTRADA-VAL.
          IF ENTRADA-VAL NUMERIC
              MOVE ENTRADA-VAL-NUM TO VALOR-ADS.
          IF VALOR-ADS EQUAL ZEROES
              DISPLAY "VALE TRANSPORTE SEM CUSTO DAS PASSAGENS."
              MOVE "NAO" TO DADOS-VALIDOS.

       EFETIVA-ADESAO.
          IF DADOS-VALIDOS EQUAL "NAO"
              DISPLAY "ADESAO DESPREZADA."
          ELSE
              MOVE "A" TO SITUACAO-ADS
              MOVE DATA-SISTEMA TO DATA-ADS
              ADD 1 TO QTD-ADESOES
              MOVE REG-ADS TO ADS-OCORRENCIA (QTD-ADESOES)
              ADD 1 TO QTD-ALTERACOES
              DISPLAY "ADESAO INCLUIDA PARA A MATRICULA "
                  ENTRADA-MAT ".".

       ENCERRA-ADESAO.
          PERFORM PEDE-MATRICULA.
          PERFORM PEDE-CODIGO.
          PERFORM LOCALIZA-ADESAO.
          IF ACHOU-ADESAO EQUAL "NAO"
              DISPLAY "ADESAO ABERTA NAO ENCONTRADA."
          ELSE
              DISPLAY "TERMO (AAAAMMDD, BRANCO HOJE).......: "
              MOVE SPACES TO ENTRADA-FIM
              ACCEPT ENTRADA-FIM
              PERFORM EFETIVA-ENCERRAMENTO.

       EFETIVA-ENCERRAMENTO.
          IF ENTRADA-FIM EQUAL SPACES
              MOVE DATA-SISTEMA TO ENTRADA-FIM.
          IF ENTRADA-FIM NOT NUMERIC
              DISPLAY "DATA INVALIDA - ADESAO MANTIDA."
          ELSE
          IF ENTRADA-FIM LESS THAN ADS-INICIO (IX-ADS-ACHADO)
              DISPLAY "TERMO ANTERIOR AO INICIO - ADESAO MANTIDA."
          ELSE
              MOVE ENTRADA-FIM TO ADS-FIM (IX-ADS-ACHADO)
              MOVE "E" TO ADS-SITUACAO (IX-ADS-ACHADO)
              MOVE DATA-SISTEMA TO ADS-DATA (IX-ADS-ACHADO)
              ADD 1 TO QTD-ALTERACOES
              DISPLAY "ADESAO ENCERRADA EM " ADS-FIM (IX-ADS-ACHADO)
                  ".".

      *----------------------------------------------------------------
      *    DEPENDENTES. A SEQUENCIA E DADA PELO PROGRAMA DENTRO DA
      *    MATRICULA. DEPENDENTE DE IRRF EXIGE CPF; CPF INFORMADO
      *    PARA QUALQUER DEPENDENTE E CONFERIDO PELA DIGCPF.
      *----------------------------------------------------------------
       INCLUI-DEPENDENTE.
          PERFORM PEDE-MATRICULA.
          IF ENTRADA-MAT NOT NUMERIC
              DISPLAY "MATRICULA INVALIDA."
          ELSE
          IF QTD-DEPEND NOT LESS 1000
              DISPLAY "TABELA DE DEPENDENTES LOTADA."
          ELSE
              PERFORM BUSCA-FUNCIONARIO
              IF ACHOU-FUNCIONARIO EQUAL "NAO"
                  DISPLAY "MATRICULA NAO ENCONTRADA OU INATIVA "
                      "NO CADENT DA FOLHA."
              ELSE
                  DISPLAY "FUNCIONARIO: " NOME-ENT
                  MOVE "00" TO ENTRADA-SEQ
                  PERFORM LOCALIZA-DEPENDENTE
                  PERFORM CAPTURA-DEPENDENTE.

       PEDE-CHAVE-DEP.
          PERFORM PEDE-MATRICULA.
          DISPLAY "SEQUENCIA DO DEPENDENTE (2 DIGITOS).: ".
          ACCEPT ENTRADA-SEQ.

       LOCALIZA-DEPENDENTE.
          MOVE "NAO" TO ACHOU-DEPENDENTE.
          MOVE ZEROES TO IX-DPF-ACHADO.
          MOVE ZEROES TO MAIOR-SEQ.
          IF QTD-DEPEND GREATER THAN ZEROES
              PERFORM TESTA-DEPENDENTE
                  VARYING IX-DPF FROM 1 BY 1
                  UNTIL IX-DPF GREATER THAN QTD-DEPEND.

       TESTA-DEPENDENTE.
          IF DPF-MATRICULA (IX-DPF) EQUAL ENTRADA-MAT
              IF DPF-SEQ (IX-DPF) GREATER THAN MAIOR-SEQ
                  MOVE DPF-SEQ (IX-DPF) TO MAIOR-SEQ.
          IF DPF-MATRICULA (IX-DPF) EQUAL ENTRADA-MAT
             AND DPF-SEQ (IX-DPF) EQUAL ENTRADA-SEQ
              MOVE "SIM" TO ACHOU-DEPENDENTE
              MOVE IX-DPF TO IX-DPF-ACHADO.

       CAPTURA-DEPENDENTE.
          MOVE "SIM" TO DADOS-VALIDOS.
          MOVE ZEROES TO CPF-CONFERE.
          DISPLAY "NOME DO DEPENDENTE..................: ".
          MOVE SPACES TO ENTRADA-NOME.
          ACCEPT ENTRADA-NOME.
          DISPLAY "NASCIMENTO (AAAAMMDD)...............: ".
          MOVE SPACES TO ENTRADA-NASC.
          ACCEPT ENTRADA-NASC.
          DISPLAY "PARENTESCO (C-CONJUGE F-FILHO P-PAI/MAE O-OUTRO): ".
          MOVE SPACES TO ENTRADA-PAR.
          ACCEPT ENTRADA-PAR.
          DISPLAY "DEPENDENTE DE IRRF (S/N)............: ".
          MOVE SPACES TO ENTRADA-IRRF.
          ACCEPT ENTRADA-IRRF.
          DISPLAY "CPF (11 DIGITOS, BRANCO SEM CPF)....: ".
          MOVE SPACES TO ENTRADA-CPF.
          ACCEPT ENTRADA-CPF.
          IF ENTRADA-NOME EQUAL SPACES
              DISPLAY "NOME E OBRIGATORIO."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF ENTRADA-NASC NOT NUMERIC
             OR ENTRADA-NASC GREATER THAN DATA-SISTEMA
              DISPLAY "DATA DE NASCIMENTO INVALIDA."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF ENTRADA-PAR NOT EQUAL "C" AND ENTRADA-PAR NOT EQUAL "F"
             AND ENTRADA-PAR NOT EQUAL "P" AND ENTRADA-PAR NOT EQUAL "O"
              DISPLAY "PARENTESCO INVALIDO. USE C, F, P OU O."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF ENTRADA-IRRF NOT EQUAL "S"
              MOVE "N" TO ENTRADA-IRRF.
          PERFORM CONFERE-CPF-DEP.
          PERFORM EFETIVA-DEPENDENTE.

       CONFERE-CPF-DEP.
          IF ENTRADA-CPF EQUAL SPACES
             AND ENTRADA-IRRF EQUAL "S"
              DISPLAY "DEPENDENTE DE IRRF EXIGE CPF."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF ENTRADA-CPF NOT EQUAL SPACES
              PERFORM CONFERE-DIGITO-CPF.

       CONFERE-DIGITO-CPF.
          IF ENTRADA-CPF NOT NUMERIC
              DISPLAY "CPF INVALIDO."
              MOVE "NAO" TO DADOS-VALIDOS
          ELSE
              MOVE ENTRADA-CPF TO CPF-CONFERE
              CALL "DIGCPF" USING CPF-CONFERE CPF-VALIDO
              IF CPF-VALIDO NOT EQUAL "SIM"
                  DISPLAY "CPF COM DIGITO INVALIDO."
                  MOVE "NAO" TO DADOS-VALIDOS.

       EFETIVA-DEPENDENTE.
          IF DADOS-VALIDOS EQUAL "NAO"
              DISPLAY "DEPENDENTE DESPREZADO."
          ELSE
              ADD 1 TO QTD-DEPEND
              MOVE QTD-DEPEND TO IX-DPF-ACHADO
              MOVE ENTRADA-MAT TO DPF-MATRICULA (IX-DPF-ACHADO)
              COMPUTE DPF-SEQ (IX-DPF-ACHADO) = MAIOR-SEQ + 1
              MOVE ENTRADA-NOME TO DPF-NOME (IX-DPF-ACHADO)
              MOVE ENTRADA-NASC TO DPF-NASCIMENTO (IX-DPF-ACHADO)
              MOVE ENTRADA-PAR TO DPF-PARENTESCO (IX-DPF-ACHADO)
              MOVE CPF-CONFERE TO DPF-CPF (IX-DPF-ACHADO)
              MOVE ENTRADA-IRRF TO DPF-IRRF (IX-DPF-ACHADO)
              MOVE "A" TO DPF-SITUACAO (IX-DPF-ACHADO)
              MOVE DATA-SISTEMA TO DPF-DATA (IX-DPF-ACHADO)
              ADD 1 TO QTD-ALTERACOES
              ADD 1 TO DEP-ALTERADOS
              DISPLAY "DEPENDENTE " DPF-SEQ (IX-DPF-ACHADO)
                  " INCLUIDO PARA A MATRICULA " ENTRADA-MAT ".".

       EXCLUI-DEPENDENTE.
          PERFORM PEDE-CHAVE-DEP.
          PERFORM LOCALIZA-DEPENDENTE.
          IF ACHOU-DEPENDENTE EQUAL "NAO"
              DISPLAY "DEPENDENTE NAO ENCONTRADO."
          ELSE
          IF DPF-SITUACAO (IX-DPF-ACHADO) NOT EQUAL "A"
              DISPLAY "DEPENDENTE JA EXCLUIDO."
          ELSE
              MOVE "E" TO DPF-SITUACAO (IX-DPF-ACHADO)
              MOVE DATA-SISTEMA TO DPF-DATA (IX-DPF-ACHADO)
              ADD 1 TO QTD-ALTERACOES
              ADD 1 TO DEP-ALTERADOS
              DISPLAY "DEPENDENTE " DPF-NOME (IX-DPF-ACHADO)
                  " EXCLUIDO.".

       LISTA-MATRICULA.
          PERFORM PEDE-MATRICULA.
          DISPLAY "ADESOES:".
          IF QTD-ADESOES GREATER THAN ZEROES
              PERFORM LISTA-UMA-ADESAO
                  VARYING IX-ADS FROM 1 BY 1
                  UNTIL IX-ADS GREATER THAN QTD-ADESOES.
          DISPLAY "DEPENDENTES:".
          IF QTD-DEPEND GREATER THAN ZEROES
              PERFORM LISTA-UM-DEPENDENTE
                  VARYING IX-DPF FROM 1 BY 1
                  UNTIL IX-DPF GREATER THAN QTD-DEPEND.

       LISTA-UMA-ADESAO.
          IF ADS-MATRICULA (IX-ADS) EQUAL ENTRADA-MAT
              DISPLAY "  " ADS-CODIGO (IX-ADS) "  DE "
                  ADS-INICIO (IX-ADS) " A " ADS-FIM (IX-ADS)
                  "  DEP " ADS-COM-DEP (IX-ADS)
                  "  VALOR " ADS-VALOR (IX-ADS)
                  "  SIT " ADS-SITUACAO (IX-ADS).

       LISTA-UM-DEPENDENTE.
          IF DPF-MATRICULA (IX-DPF) EQUAL ENTRADA-MAT
              DISPLAY "  " DPF-SEQ (IX-DPF) "  " DPF-NOME (IX-DPF)
                  "  " DPF-PARENTESCO (IX-DPF) "  "
                  DPF-NASCIMENTO (IX-DPF) "  IRRF " DPF-IRRF (IX-DPF)
                  "  SIT " DPF-SITUACAO (IX-DPF).

       REGRAVA-ARQUIVOS.
          OPEN OUTPUT CADBEN.
          IF QTD-BENEF GREATER THAN ZEROES
              PERFORM GRAVA-UM-BENEFICIO
                  VARYING IX-BEN FROM 1 BY 1
                  UNTIL IX-BEN GREATER THAN QTD-BENEF.
          CLOSE CADBEN.
          OPEN OUTPUT ADESBEN.
          IF QTD-ADESOES GREATER THAN ZEROES
              PERFORM GRAVA-UMA-ADESAO
                  VARYING IX-ADS FROM 1 BY 1
                  UNTIL IX-ADS GREATER THAN QTD-ADESOES.
          CLOSE ADESBEN.
          OPEN OUTPUT CADDPF.
          IF QTD-DEPEND GREATER THAN ZEROES
              PERFORM GRAVA-UM-DEPENDENTE
                  VARYING IX-DPF FROM 1 BY 1
                  UNTIL IX-DPF GREATER THAN QTD-DEPEND.
          CLOSE CADDPF.
          DISPLAY "CADBEN, ADESBEN E CADDPF REGRAVADOS ("
              QTD-ALTERACOES " MOVIMENTOS).".

       GRAVA-UM-BENEFICIO.
          MOVE BEN-OCORRENCIA (IX-BEN) TO REG-BEN.
          WRITE REG-BEN.

       GRAVA-UMA-ADESAO.
          MOVE ADS-OCORRENCIA (IX-ADS) TO REG-ADS.
          WRITE REG-ADS.

       GRAVA-UM-DEPENDENTE.
          MOVE DPF-OCORRENCIA (IX-DPF) TO REG-DPF.
          WRITE REG-DPF.

      *----------------------------------------------------------------
      *    O CADENT DA FOLHA E COPIADO PARA CADENT.NOV COM A CONTAGEM
      *    DOS DEPENDENTES ATIVOS DE IRRF EM DEPENDENTES-ENT. QUEM NAO
      *    TEM DEPENDENTE NO CADDPF FICA COM O NUMERO JA INFORMADO.
      *----------------------------------------------------------------
       REGRAVA-CADENT.
          MOVE "NAO" TO FIM-ENT.
          OPEN INPUT CADENT.
          IF FS-ENT NOT EQUAL "00"
              DISPLAY "CADENT DA FOLHA NAO ABRIU - STATUS " FS-ENT
                  " - DEPENDENTES DE IRRF NAO ATUALIZADOS."
              MOVE 4 TO RETURN-CODE
          ELSE
              OPEN OUTPUT CADENTN
              PERFORM LE-FUNCIONARIO
              PERFORM COPIA-FUNCIONARIO UNTIL FIM-ENT EQUAL "SIM"
              CLOSE CADENT
                    CADENTN
              PERFORM TROCA-GERACOES.

       COPIA-FUNCIONARIO.
          MOVE MATRICULA-ENT TO ENTRADA-MAT.
          MOVE "NAO" TO TEM-DEPENDENTE.
          MOVE ZEROES TO DEP-IRRF.
          PERFORM CONTA-DEPENDENTE
              VARYING IX-DPF FROM 1 BY 1
              UNTIL IX-DPF GREATER THAN QTD-DEPEND.
          IF TEM-DEPENDENTE EQUAL "SIM"
             AND DEPENDENTES-ENT NOT EQUAL DEP-IRRF
              MOVE DEP-IRRF TO DEPENDENTES-ENT
              ADD 1 TO QTD-SINCRONIZADOS.
          MOVE REG-ENT TO REG-ENN.
          WRITE REG-ENN.
          PERFORM LE-FUNCIONARIO.

       CONTA-DEPENDENTE.
          IF DPF-MATRICULA (IX-DPF) EQUAL ENTRADA-MAT
              MOVE "SIM" TO TEM-DEPENDENTE
              IF DPF-SITUACAO (IX-DPF) EQUAL "A"
                 AND DPF-IRRF (IX-DPF) EQUAL "S"
                 AND DEP-IRRF LESS THAN 99
                  ADD 1 TO DEP-IRRF.

       TROCA-GERACOES.
          MOVE DATA-SISTEMA TO BAK-DATA.
          CALL "CBL_RENAME_FILE" USING "EM01\EX06\CADENT.DAT"
              NOME-BAK-ENT.
          MOVE ZEROES TO RETURN-CODE.
          CALL "CBL_RENAME_FILE" USING "EM01\EX06\CADENT.NOV"
              "EM01\EX06\CADENT.DAT".
          MOVE ZEROES TO RETURN-CODE.
          DISPLAY "CADENT DA FOLHA REGRAVADO (" QTD-SINCRONIZADOS
              " FUNCIONARIOS COM DEPENDENTES DE IRRF ATUALIZADOS) - "
              "ORIGINAL PRESERVADO COMO " NOME-BAK-ENT.
