       IDENTIFICATION DIVISION.
          PROGRAM-ID.      MANPENS.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. MANUTENCAO DAS ORDENS JUDICIAIS DE PENSAO ALIMENTICIA
      *DESCONTADA EM FOLHA (CADPENS.DAT DA FOLHA, EM01\EX06). CADA
      *ORDEM LIGA A MATRICULA DE UM FUNCIONARIO ATIVO NO CADENT A UM
      *BENEFICIARIO (NOME, CPF CONFERIDO PELA DIGCPF E CONTA PARA O
      *CREDITO), COM A BASE DE CALCULO (L PERCENTUAL DO LIQUIDO, B
      *PERCENTUAL DO BRUTO, F VALOR FIXO), O INICIO E O TERMO DA
      *ORDEM E O NUMERO DO PROCESSO. I INCLUI (SEQUENCIA DA ORDEM
      *DADA PELO PROGRAMA), A ALTERA CONTA, PERCENTUAL OU VALOR E
      *TERMO, E ENCERRA (A ORDEM FICA NO ARQUIVO COM SITUACAO E E O
      *TERMO NA DATA DO ENCERRAMENTO), L LISTA E F REGRAVA O ARQUIVO.
      *O DESCONTO E FEITO PELO EX06 E O CREDITO AO BENEFICIARIO SAI
      *NA REMESSA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADPENS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADPENS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADPENS.DAT".
          COPY REGPEN.

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

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  OPCAO-MAN          PIC X(01) VALUE SPACES.
       77  QTD-ORDENS         PIC 9(03) VALUE ZEROES.
       77  IX-PEN             PIC 9(03) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(03) VALUE ZEROES.
       77  ACHOU-ORDEM        PIC X(03) VALUE "NAO".
       77  ACHOU-FUNCIONARIO  PIC X(03) VALUE "NAO".
       77  MAIOR-SEQ          PIC 9(02) VALUE ZEROES.
       77  QTD-ALTERACOES     PIC 9(03) VALUE ZEROES.
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  DADOS-VALIDOS      PIC X(03) VALUE "SIM".
       77  CPF-VALIDO         PIC X(03) VALUE "NAO".
       77  CPF-CONFERE        PIC 9(11) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  ENTRADA-MAT        PIC X(05) VALUE SPACES.
       77  ENTRADA-SEQ        PIC X(02) VALUE SPACES.
       77  ENTRADA-NOME       PIC X(30) VALUE SPACES.
       77  ENTRADA-CPF        PIC X(11) VALUE SPACES.
       77  ENTRADA-BCO        PIC X(03) VALUE SPACES.
       77  ENTRADA-AGE        PIC X(04) VALUE SPACES.
       77  ENTRADA-CTA        PIC X(08) VALUE SPACES.
       77  ENTRADA-BASE       PIC X(01) VALUE SPACES.
       77  ENTRADA-INI        PIC X(08) VALUE SPACES.
       77  ENTRADA-FIM        PIC X(08) VALUE SPACES.
       77  ENTRADA-PROC       PIC X(25) VALUE SPACES.

       01 ENTRADA-PCT         PIC X(05) VALUE SPACES.
       01 ENTRADA-PCT-NUM REDEFINES ENTRADA-PCT PIC 9(03)V9(02).
       01 ENTRADA-VAL         PIC X(07) VALUE SPACES.
       01 ENTRADA-VAL-NUM REDEFINES ENTRADA-VAL PIC 9(05)V9(02).

       01 TAB-ORDENS.
          02 PEN-OCORRENCIA OCCURS 200 TIMES.
             03 PEN-MATRICULA          PIC 9(05).
             03 PEN-SEQ                PIC 9(02).
             03 PEN-NOME-BEN           PIC X(30).
             03 PEN-CPF-BEN            PIC 9(11).
             03 PEN-BANCO              PIC 9(03).
             03 PEN-AGENCIA            PIC 9(04).
             03 PEN-CONTA              PIC 9(08).
             03 PEN-BASE               PIC X(01).
             03 PEN-PERCENT            PIC 9(03)V9(02).
             03 PEN-VALOR              PIC 9(05)V9(02).
             03 PEN-INICIO             PIC 9(08).
             03 PEN-FIM                PIC 9(08).
             03 PEN-PROCESSO           PIC X(25).
             03 PEN-SITUACAO           PIC X(01).
             03 PEN-DATA               PIC 9(08).

       PROCEDURE DIVISION.

       PGM-MANPENS.
          CALL "SIGNON" USING OPERADOR-ID NIVEL-OPERADOR
              RESULTADO-SIGNON.
          IF RESULTADO-SIGNON NOT EQUAL "SIM"
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM CARGA-ORDENS.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "CADPENS MAIOR QUE A TABELA - "
                  "MANUTENCAO NAO PERMITIDA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          DISPLAY "MANUTENCAO DAS ORDENS DE PENSAO ALIMENTICIA".
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          PERFORM REGRAVA-ARQUIVO.
          STOP RUN.

       CARGA-ORDENS.
          OPEN INPUT CADPENS.
          PERFORM LE-ORDEM.
          PERFORM GUARDA-ORDEM UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADPENS.

       LE-ORDEM.
          READ CADPENS AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-ORDEM.
          IF QTD-ORDENS NOT LESS 200
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-ORDENS
              MOVE REG-PEN TO PEN-OCORRENCIA (QTD-ORDENS).
          PERFORM LE-ORDEM.

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (I-INCLUIR A-ALTERAR E-ENCERRAR L-LISTAR "
              "F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "I"
              PERFORM INCLUI-ORDEM
          ELSE
          IF OPCAO-MAN EQUAL "A"
              PERFORM ALTERA-ORDEM
          ELSE
          IF OPCAO-MAN EQUAL "E"
              PERFORM ENCERRA-ORDEM
          ELSE
          IF OPCAO-MAN EQUAL "L"
              PERFORM LISTA-ORDENS
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE I, A, E, L OU F.".

       PEDE-MATRICULA.
          DISPLAY "MATRICULA DO FUNCIONARIO (5 DIGITOS): ".
          ACCEPT ENTRADA-MAT.

       PEDE-CHAVE.
          PERFORM PEDE-MATRICULA.
          DISPLAY "SEQUENCIA DA ORDEM (2 DIGITOS)......: ".
          ACCEPT ENTRADA-SEQ.

      *----------------------------------------------------------------
      *    LOCALIZA A ORDEM PELA MATRICULA E SEQUENCIA E GUARDA A
      *    MAIOR SEQUENCIA JA USADA PELA MATRICULA PARA A INCLUSAO.
      *----------------------------------------------------------------
       LOCALIZA-ORDEM.
          MOVE "NAO" TO ACHOU-ORDEM.
          MOVE ZEROES TO IX-ACHADO.
          MOVE ZEROES TO MAIOR-SEQ.
          IF QTD-ORDENS GREATER THAN ZEROES
              PERFORM TESTA-UMA-ORDEM
                  VARYING IX-PEN FROM 1 BY 1
                  UNTIL IX-PEN GREATER THAN QTD-ORDENS.

       TESTA-UMA-ORDEM.
          IF PEN-MATRICULA (IX-PEN) EQUAL ENTRADA-MAT
              IF PEN-SEQ (IX-PEN) GREATER THAN MAIOR-SEQ
                  MOVE PEN-SEQ (IX-PEN) TO MAIOR-SEQ.
          IF PEN-MATRICULA (IX-PEN) EQUAL ENTRADA-MAT
             AND PEN-SEQ (IX-PEN) EQUAL ENTRADA-SEQ
              MOVE "SIM" TO ACHOU-ORDEM
              MOVE IX-PEN TO IX-ACHADO.

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

       INCLUI-ORDEM.
          PERFORM PEDE-MATRICULA.
          IF ENTRADA-MAT NOT NUMERIC
              DISPLAY "MATRICULA INVALIDA."
          ELSE
          IF QTD-ORDENS NOT LESS 200
              DISPLAY "TABELA DE ORDENS LOTADA."
          ELSE
              PERFORM BUSCA-FUNCIONARIO
              IF ACHOU-FUNCIONARIO EQUAL "NAO"
                  DISPLAY "MATRICULA NAO ENCONTRADA OU INATIVA "
                      "NO CADENT DA FOLHA."
              ELSE
                  DISPLAY "FUNCIONARIO: " NOME-ENT
                  MOVE "00" TO ENTRADA-SEQ
                  PERFORM LOCALIZA-ORDEM
                  PERFORM CAPTURA-ORDEM.

       CAPTURA-ORDEM.
          MOVE "SIM" TO DADOS-VALIDOS.
          DISPLAY "NOME DO BENEFICIARIO................: ".
          MOVE SPACES TO ENTRADA-NOME.
          ACCEPT ENTRADA-NOME.
          DISPLAY "CPF DO BENEFICIARIO (11 DIGITOS)....: ".
          MOVE SPACES TO ENTRADA-CPF.
          ACCEPT ENTRADA-CPF.
          DISPLAY "NUMERO DO PROCESSO..................: ".
          MOVE SPACES TO ENTRADA-PROC.
          ACCEPT ENTRADA-PROC.
          DISPLAY "INICIO DA ORDEM (AAAAMMDD)..........: ".
          MOVE SPACES TO ENTRADA-INI.
          ACCEPT ENTRADA-INI.
          IF ENTRADA-NOME EQUAL SPACES
             OR ENTRADA-PROC EQUAL SPACES
              DISPLAY "BENEFICIARIO E PROCESSO SAO OBRIGATORIOS."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF ENTRADA-INI NOT NUMERIC
              DISPLAY "DATA DE INICIO INVALIDA."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF ENTRADA-CPF NOT NUMERIC
              DISPLAY "CPF INVALIDO."
              MOVE "NAO" TO DADOS-VALIDOS
          ELSE
              MOVE ENTRADA-CPF TO CPF-CONFERE
              CALL "DIGCPF" USING CPF-CONFERE CPF-VALIDO
              IF CPF-VALIDO NOT EQUAL "SIM"
                  DISPLAY "CPF COM DIGITO INVALIDO."
                  MOVE "NAO" TO DADOS-VALIDOS.
          IF DADOS-VALIDOS EQUAL "SIM"
              ADD 1 TO QTD-ORDENS
              MOVE QTD-ORDENS TO IX-ACHADO
              MOVE SPACES TO PEN-OCORRENCIA (IX-ACHADO)
              MOVE ENTRADA-MAT TO PEN-MATRICULA (IX-ACHADO)
              COMPUTE PEN-SEQ (IX-ACHADO) = MAIOR-SEQ + 1
              MOVE ENTRADA-NOME TO PEN-NOME-BEN (IX-ACHADO)
              MOVE CPF-CONFERE TO PEN-CPF-BEN (IX-ACHADO)
              MOVE ZEROES TO PEN-BANCO (IX-ACHADO)
                             PEN-AGENCIA (IX-ACHADO)
                             PEN-CONTA (IX-ACHADO)
                             PEN-PERCENT (IX-ACHADO)
                             PEN-VALOR (IX-ACHADO)
                             PEN-FIM (IX-ACHADO)
              MOVE ENTRADA-INI TO PEN-INICIO (IX-ACHADO)
              MOVE ENTRADA-PROC TO PEN-PROCESSO (IX-ACHADO)
              MOVE "F" TO PEN-BASE (IX-ACHADO)
              PERFORM PEDE-CONTA
              PERFORM PEDE-BASE
              PERFORM PEDE-TERMO
              PERFORM CONFERE-BASE
              PERFORM EFETIVA-INCLUSAO.

      *----------------------------------------------------------------
      *    SEM PERCENTUAL (BASES L E B) OU SEM VALOR (BASE F) A ORDEM
      *    NAO DESCONTARIA NADA - A INCLUSAO E DESFEITA.
      *----------------------------------------------------------------
       EFETIVA-INCLUSAO.
          IF DADOS-VALIDOS EQUAL "NAO"
              SUBTRACT 1 FROM QTD-ORDENS
              DISPLAY "ORDEM DESPREZADA."
          ELSE
              MOVE "A" TO PEN-SITUACAO (IX-ACHADO)
              MOVE DATA-SISTEMA TO PEN-DATA (IX-ACHADO)
              ADD 1 TO QTD-ALTERACOES
              DISPLAY "ORDEM " PEN-SEQ (IX-ACHADO)
                  " INCLUIDA PARA A MATRICULA " ENTRADA-MAT ".".

       PEDE-CONTA.
          DISPLAY "BANCO DO BENEFICIARIO (3 DIGITOS)...: ".
          MOVE SPACES TO ENTRADA-BCO.
          ACCEPT ENTRADA-BCO.
          IF ENTRADA-BCO NUMERIC
              MOVE ENTRADA-BCO TO PEN-BANCO (IX-ACHADO).
          DISPLAY "AGENCIA (4 DIGITOS).................: ".
          MOVE SPACES TO ENTRADA-AGE.
          ACCEPT ENTRADA-AGE.
          IF ENTRADA-AGE NUMERIC
              MOVE ENTRADA-AGE TO PEN-AGENCIA (IX-ACHADO).
          DISPLAY "CONTA (8 DIGITOS)...................: ".
          MOVE SPACES TO ENTRADA-CTA.
          ACCEPT ENTRADA-CTA.
          IF ENTRADA-CTA NUMERIC
              MOVE ENTRADA-CTA TO PEN-CONTA (IX-ACHADO).

       PEDE-BASE.
          DISPLAY "BASE (L-LIQUIDO B-BRUTO F-VALOR FIXO): ".
          MOVE SPACES TO ENTRADA-BASE.
          ACCEPT ENTRADA-BASE.
          IF ENTRADA-BASE EQUAL "L" OR ENTRADA-BASE EQUAL "B"
             OR ENTRADA-BASE EQUAL "F"
              MOVE ENTRADA-BASE TO PEN-BASE (IX-ACHADO).
          IF PEN-BASE (IX-ACHADO) EQUAL "F"
              MOVE ZEROES TO PEN-PERCENT (IX-ACHADO)
              PERFORM PEDE-VALOR
          ELSE
              MOVE ZEROES TO PEN-VALOR (IX-ACHADO)
              PERFORM PEDE-PERCENTUAL.

       PEDE-PERCENTUAL.
          DISPLAY "PERCENTUAL (5 DIGITOS, 2 CASAS).....: ".
          MOVE SPACES TO ENTRADA-PCT.
          ACCEPT ENTRADA-PCT.
          IF ENTRADA-PCT NUMERIC
              IF ENTRADA-PCT-NUM GREATER THAN 100
                  DISPLAY "PERCENTUAL ACIMA DE 100 - IGNORADO."
              ELSE
                  MOVE ENTRADA-PCT-NUM TO PEN-PERCENT (IX-ACHADO).

       PEDE-VALOR.
          DISPLAY "VALOR FIXO (7 DIGITOS, 2 CASAS).....: ".
          MOVE SPACES TO ENTRADA-VAL.
          ACCEPT ENTRADA-VAL.
          IF ENTRADA-VAL NUMERIC
              MOVE ENTRADA-VAL-NUM TO PEN-VALOR (IX-ACHADO).

       PEDE-TERMO.
          DISPLAY "TERMO DA ORDEM (AAAAMMDD, BRANCO SEM TERMO): ".
          MOVE SPACES TO ENTRADA-FIM.
          ACCEPT ENTRADA-FIM.
          IF ENTRADA-FIM NUMERIC
              IF ENTRADA-FIM LESS THAN PEN-INICIO (IX-ACHADO)
                  DISPLAY "TERMO ANTERIOR AO INICIO - IGNORADO."
              ELSE
                  MOVE ENTRADA-FIM TO PEN-FIM (IX-ACHADO).

       CONFERE-BASE.
          IF PEN-BASE (IX-ACHADO) EQUAL "F"
             AND PEN-VALOR (IX-ACHADO) EQUAL ZEROES
              DISPLAY "ORDEM DE VALOR FIXO SEM VALOR."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF PEN-BASE (IX-ACHADO) NOT EQUAL "F"
             AND PEN-PERCENT (IX-ACHADO) EQUAL ZEROES
              DISPLAY "ORDEM PERCENTUAL SEM PERCENTUAL."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF PEN-BANCO (IX-ACHADO) EQUAL ZEROES
             OR PEN-CONTA (IX-ACHADO) EQUAL ZEROES
              DISPLAY "ATENCAO: BENEFICIARIO SEM CONTA - O CREDITO "
                  "SAIRA NO BALCAO.".

       ALTERA-ORDEM.
          PERFORM PEDE-CHAVE.
          PERFORM LOCALIZA-ORDEM.
          IF ACHOU-ORDEM EQUAL "NAO"
              DISPLAY "ORDEM NAO ENCONTRADA."
          ELSE
          IF PEN-SITUACAO (IX-ACHADO) NOT EQUAL "A"
              DISPLAY "ORDEM ENCERRADA - INCLUA NOVA ORDEM."
          ELSE
              PERFORM MOSTRA-ORDEM
              DISPLAY "ENTRADA EM BRANCO MANTEM O DADO ATUAL."
              PERFORM PEDE-CONTA
              PERFORM PEDE-BASE
              PERFORM PEDE-TERMO
              MOVE "SIM" TO DADOS-VALIDOS
              PERFORM CONFERE-BASE
              PERFORM EFETIVA-ALTERACAO.

       EFETIVA-ALTERACAO.
          IF DADOS-VALIDOS EQUAL "NAO"
              DISPLAY "ORDEM FICOU SEM BASE DE CALCULO - CORRIJA ANTES "
                  "DA PROXIMA FOLHA.".
          MOVE DATA-SISTEMA TO PEN-DATA (IX-ACHADO).
          ADD 1 TO QTD-ALTERACOES.
          DISPLAY "ORDEM ALTERADA.".

       ENCERRA-ORDEM.
          PERFORM PEDE-CHAVE.
          PERFORM LOCALIZA-ORDEM.
          IF ACHOU-ORDEM EQUAL "NAO"
              DISPLAY "ORDEM NAO ENCONTRADA."
          ELSE
          IF PEN-SITUACAO (IX-ACHADO) NOT EQUAL "A"
              DISPLAY "ORDEM JA ENCERRADA."
          ELSE
              PERFORM EFETIVA-ENCERRAMENTO.

       EFETIVA-ENCERRAMENTO.
          MOVE "E" TO PEN-SITUACAO (IX-ACHADO).
          IF PEN-FIM (IX-ACHADO) EQUAL ZEROES
             OR PEN-FIM (IX-ACHADO) GREATER THAN DATA-SISTEMA
              MOVE DATA-SISTEMA TO PEN-FIM (IX-ACHADO).
          MOVE DATA-SISTEMA TO PEN-DATA (IX-ACHADO).
          ADD 1 TO QTD-ALTERACOES.
          DISPLAY "ORDEM ENCERRADA EM " PEN-FIM (IX-ACHADO) ".".

       MOSTRA-ORDEM.
          DISPLAY "BENEFICIARIO: " PEN-NOME-BEN (IX-ACHADO)
              "  CPF " PEN-CPF-BEN (IX-ACHADO).
          DISPLAY "CONTA.......: " PEN-BANCO (IX-ACHADO) " "
              PEN-AGENCIA (IX-ACHADO) " " PEN-CONTA (IX-ACHADO).
          DISPLAY "BASE " PEN-BASE (IX-ACHADO) "  PERCENTUAL "
              PEN-PERCENT (IX-ACHADO) "  VALOR " PEN-VALOR (IX-ACHADO).
          DISPLAY "PROCESSO " PEN-PROCESSO (IX-ACHADO).
          DISPLAY "VIGENCIA " PEN-INICIO (IX-ACHADO) " A "
              PEN-FIM (IX-ACHADO).

       LISTA-ORDENS.
          IF QTD-ORDENS EQUAL ZEROES
              DISPLAY "NENHUMA ORDEM CADASTRADA."
          ELSE
              PERFORM LISTA-UMA-ORDEM
                  VARYING IX-PEN FROM 1 BY 1
                  UNTIL IX-PEN GREATER THAN QTD-ORDENS.

       LISTA-UMA-ORDEM.
          DISPLAY "  " PEN-MATRICULA (IX-PEN) "-" PEN-SEQ (IX-PEN)
              "  " PEN-NOME-BEN (IX-PEN) "  BASE " PEN-BASE (IX-PEN)
              "  SIT " PEN-SITUACAO (IX-PEN)
              "  PROC " PEN-PROCESSO (IX-PEN).

       REGRAVA-ARQUIVO.
          OPEN OUTPUT CADPENS.
          IF QTD-ORDENS GREATER THAN ZEROES
              PERFORM GRAVA-UMA-ORDEM
                  VARYING IX-PEN FROM 1 BY 1
                  UNTIL IX-PEN GREATER THAN QTD-ORDENS.
          CLOSE CADPENS.
          DISPLAY "CADPENS REGRAVADO (" QTD-ALTERACOES
              " MOVIMENTOS).".

       GRAVA-UMA-ORDEM.
          MOVE PEN-OCORRENCIA (IX-PEN) TO REG-PEN.
          WRITE REG-PEN.
