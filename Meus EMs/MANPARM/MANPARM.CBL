       IDENTIFICATION DIVISION.
          PROGRAM-ID.      MANPARM.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. MANUTENCAO DOS ARQUIVOS DE PARAMETRO DO SISTEMA PELO
      *CATALOGO TABPARM, EM VEZ DE EDITAR O .DAT NA MAO. L LISTA OS
      *ARQUIVOS DO CATALOGO E C MOSTRA AS LINHAS DE UM DELES CAMPO A
      *CAMPO. A ALTERA UM CAMPO (OS DA CHAVE NAO), I INCLUI UMA LINHA
      *E E EXCLUI UMA LINHA - SO OPERADOR DE NIVEL 2 ENTRA NO PROGRAMA
      *- COM O VALOR CONFERIDO PELO VALPARM, DATA DE VIGENCIA (BRANCO E
      *HOJE, NUNCA ANTES DE HOJE), MOTIVO OBRIGATORIO E CONFIRMACAO.
      *TODA ALTERACAO VAI PARA O HISTORICO ARQHPAR (REGHPR) COM O
      *VALOR ANTES E DEPOIS E O OPERADOR. VIGENCIA DE HOJE REGRAVA O
      *ARQUIVO NA HORA; VIGENCIA FUTURA FICA PROGRAMADA E O CHKPARM A
      *APLICA NA ROTINA NOTURNA DO DIA. NAO SE ACEITA OUTRA ALTERACAO
      *NA MESMA LINHA ENQUANTO HOUVER UMA PROGRAMADA. V IMPRIME NO
      *RELPARM OS PARAMETROS EM VIGOR NUMA DATA, REFEITOS A PARTIR DO
      *ARQUIVO ATUAL E DO HISTORICO, COM A VIGENCIA DE CADA VALOR.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL ARQHPAR ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQPRM ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELPARM ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  ARQHPAR
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQHPAR.DAT".
          COPY REGHPR.

       FD  ARQPRM
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS NOME-PRM.
          01 REG-PRM                   PIC X(40).

       FD  RELPARM
          LABEL RECORD IS OMITTED.
          01  REGPARM     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  NOME-PRM           PIC X(22) VALUE SPACES.
       77  FIM-HPR            PIC X(03) VALUE "NAO".
       77  FIM-PRM            PIC X(03) VALUE "NAO".
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  DADOS-VALIDOS      PIC X(03) VALUE "SIM".
       77  OPCAO-MAN          PIC X(01) VALUE SPACES.
       77  ARQUIVO-BUSCA      PIC X(08) VALUE SPACES.
       77  CHAVE-BUSCA        PIC X(17) VALUE SPACES.
       77  CAMPO-BUSCA        PIC X(12) VALUE SPACES.
       77  TAM-CHAVE          PIC 9(02) VALUE ZEROES.
       77  POS-CAMPO          PIC 9(02) VALUE ZEROES.
       77  TAM-CAMPO          PIC 9(02) VALUE ZEROES.
       77  QTD-LINHAS         PIC 9(02) VALUE ZEROES.
       77  QTD-ATUAIS         PIC 9(02) VALUE ZEROES.
       77  IX-LIN             PIC 9(02) VALUE ZEROES.
       77  IX-LIN-ACHADO      PIC 9(02) VALUE ZEROES.
       77  IX-ARQ             PIC 9(02) VALUE ZEROES.
       77  IX-ARQ-ACHADO      PIC 9(02) VALUE ZEROES.
       77  IX-CPM             PIC 9(03) VALUE ZEROES.
       77  IX-CPM-ACHADO      PIC 9(03) VALUE ZEROES.
       77  QTD-HIST           PIC 9(03) VALUE ZEROES.
       77  IX-HST             PIC 9(03) VALUE ZEROES.
       77  VIGENCIA-PENDENTE  PIC 9(08) VALUE ZEROES.
       77  VALOR-CAMPO        PIC X(33) VALUE SPACES.
       77  FAIXA-MINIMA       PIC ZZZZZZ9,9999.
       77  FAIXA-MAXIMA       PIC ZZZZZZ9,9999.
       77  VALOR-ANTES        PIC X(33) VALUE SPACES.
       77  MOTIVO-VAL         PIC X(30) VALUE SPACES.
       77  LINHA-NOVA         PIC X(40) VALUE SPACES.
       77  LINHA-DATA         PIC X(40) VALUE SPACES.
       77  VIG-LINHA          PIC 9(08) VALUE ZEROES.
       77  VIG-DESDE          PIC 9(08) VALUE ZEROES.
       77  VIG-ATE            PIC 9(08) VALUE ZEROES.
       77  VIG-APOS           PIC 9(08) VALUE ZEROES.
       77  VALOR-ATE          PIC X(33) VALUE SPACES.
       77  VALOR-APOS         PIC X(33) VALUE SPACES.
       77  ACHOU-ATE          PIC X(03) VALUE "NAO".
       77  ACHOU-APOS         PIC X(03) VALUE "NAO".
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  HORA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  DATA-NOVA          PIC 9(08) VALUE ZEROES.
       77  DATA-CONSULTA      PIC 9(08) VALUE ZEROES.
       77  QTD-ALTERACOES     PIC 9(06) VALUE ZEROES.
       77  QTD-CONSULTAS      PIC 9(06) VALUE ZEROES.
       77  QTD-IMPRESSOS      PIC 9(06) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  ENTRADA-ARQ        PIC X(08) VALUE SPACES.
       77  ENTRADA-CHAVE      PIC X(17) VALUE SPACES.
       77  ENTRADA-CAMPO      PIC X(12) VALUE SPACES.
       77  ENTRADA-VALOR      PIC X(40) VALUE SPACES.
       77  ENTRADA-DATA       PIC X(08) VALUE SPACES.
       77  ENTRADA-MOTIVO     PIC X(40) VALUE SPACES.
       77  ENTRADA-CONF       PIC X(01) VALUE SPACES.

       01 TAB-LINHAS.
          02 LIN-TEXTO OCCURS 50 TIMES PIC X(40).

      *----------------------------------------------------------------
      *    HISTORICO DE UM ARQUIVO, CARREGADO PARA A OPCAO V.
      *----------------------------------------------------------------
       01 TAB-HISTORICO.
          02 HST-OCORRENCIA OCCURS 500 TIMES.
             03 HST-CHAVE              PIC X(17).
             03 HST-CAMPO              PIC X(12).
             03 HST-VIGENCIA           PIC 9(08).
             03 HST-ANT                PIC X(33).
             03 HST-NOVO               PIC X(33).

          COPY TABPARM.

       01 CAB-01.
          02 FILLER    PIC X(18) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "PARAMETROS EM VIGO".
          02 FILLER    PIC X(04) VALUE "R EM".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CAB-CONS-DIA  PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 CAB-CONS-MES  PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 CAB-CONS-ANO  PIC 9(04).
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "ARQUIVO ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(17)  VALUE "CHAVE            ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(12)  VALUE "CAMPO       ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(20)  VALUE "VALOR               ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "DESDE   ".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "VALORES IMPRESSOS........:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-QTD   PIC ZZZZZ9.

       01 DETALHE.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-ARQ   PIC X(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-CHAVE PIC X(17).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-CAMPO PIC X(12).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-VALOR PIC X(20).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-DESDE PIC X(08).

       01 LINHA-LOG.
          02 LOG-PROGRAMA              PIC X(08).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-DATA.
             03 LOG-ANO                PIC 9(04).
             03 FILLER                 PIC X(01) VALUE "-".
             03 LOG-MES                PIC 9(02).
             03 FILLER                 PIC X(01) VALUE "-".
             03 LOG-DIA                PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-HORA.
             03 LOG-HH                 PIC 9(02).
             03 FILLER                 PIC X(01) VALUE ":".
             03 LOG-MI                 PIC 9(02).
             03 FILLER                 PIC X(01) VALUE ":".
             03 LOG-SS                 PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 FILLER                    PIC X(05) VALUE "LIDOS".
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-LIDOS                 PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-ARQ1-NOME             PIC X(08).
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ1-QTD              PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-ARQ2-NOME             PIC X(08).
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ2-QTD              PIC 9(06).

       PROCEDURE DIVISION.

       PGM-MANPARM.
          CALL "SIGNON" USING OPERADOR-ID NIVEL-OPERADOR
              RESULTADO-SIGNON.
          IF RESULTADO-SIGNON NOT EQUAL "SIM"
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          IF NIVEL-OPERADOR LESS THAN 2
              DISPLAY "PARAMETROS DO SISTEMA EXIGEM OPERADOR NIVEL 2."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          DISPLAY "PARAMETROS DO SISTEMA".
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          PERFORM GRAVA-LOG.
          STOP RUN.

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (L-LISTAR ARQUIVOS C-CONSULTAR A-ALTERAR".
          DISPLAY "       I-INCLUIR LINHA E-EXCLUIR LINHA".
          DISPLAY "       V-VALORES EM VIGOR NUMA DATA F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "L"
              PERFORM LISTA-ARQUIVOS
          ELSE
          IF OPCAO-MAN EQUAL "C"
              PERFORM CONSULTA-ARQUIVO
          ELSE
          IF OPCAO-MAN EQUAL "V"
              PERFORM RELATORIO-VIGENCIA
          ELSE
          IF OPCAO-MAN EQUAL "A" OR OPCAO-MAN EQUAL "I"
             OR OPCAO-MAN EQUAL "E"
              PERFORM EXECUTA-OPCAO
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE L, C, A, I, E, V OU F.".

       EXECUTA-OPCAO.
          PERFORM PEDE-ARQUIVO.
          IF IX-ARQ-ACHADO GREATER THAN ZEROES
              IF OPCAO-MAN EQUAL "A"
                  PERFORM ALTERA-CAMPO
              ELSE
              IF OPCAO-MAN EQUAL "I"
                  PERFORM INCLUI-LINHA
              ELSE
                  PERFORM EXCLUI-LINHA.

      *----------------------------------------------------------------
      *    CATALOGO E CONSULTA.
      *----------------------------------------------------------------
       LISTA-ARQUIVOS.
          PERFORM MOSTRA-CATALOGO
              VARYING IX-ARQ FROM 1 BY 1
              UNTIL IX-ARQ GREATER THAN QTD-ARQPARM.

       MOSTRA-CATALOGO.
          DISPLAY ARP-CODIGO (IX-ARQ) " " ARP-DESCRICAO (IX-ARQ)
              " " ARP-CAMINHO (IX-ARQ) " NOITE " ARP-NOITE (IX-ARQ).

       CONSULTA-ARQUIVO.
          PERFORM PEDE-ARQUIVO.
          IF IX-ARQ-ACHADO GREATER THAN ZEROES
              IF QTD-LINHAS EQUAL ZEROES
                  DISPLAY "ARQUIVO AUSENTE OU VAZIO - VALE O PADRAO "
                      "DO PROGRAMA."
              ELSE
                  PERFORM MOSTRA-LINHA
                      VARYING IX-LIN FROM 1 BY 1
                      UNTIL IX-LIN GREATER THAN QTD-LINHAS.

       MOSTRA-LINHA.
          DISPLAY "LINHA " IX-LIN ": " LIN-TEXTO (IX-LIN).
          PERFORM MOSTRA-CAMPO
              VARYING IX-CPM FROM 1 BY 1
              UNTIL IX-CPM GREATER THAN QTD-CAMPARM.

       MOSTRA-CAMPO.
          IF CPM-ARQUIVO (IX-CPM) EQUAL ARP-CODIGO (IX-ARQ-ACHADO)
              MOVE CPM-POSICAO (IX-CPM) TO POS-CAMPO
              MOVE CPM-TAMANHO (IX-CPM) TO TAM-CAMPO
              DISPLAY "   " CPM-NOME (IX-CPM) " "
                  LIN-TEXTO (IX-LIN)(POS-CAMPO:TAM-CAMPO)
                  "  (" CPM-TIPO (IX-CPM) " " TAM-CAMPO " POS., "
                  CPM-DECIMAIS (IX-CPM) " DEC.)".

      *----------------------------------------------------------------
      *    PEDE O CODIGO DO ARQUIVO E CARREGA AS LINHAS DELE.
      *----------------------------------------------------------------
       PEDE-ARQUIVO.
          DISPLAY "ARQUIVO (CODIGO DO CATALOGO, L LISTA).....: ".
          MOVE SPACES TO ENTRADA-ARQ.
          ACCEPT ENTRADA-ARQ.
          MOVE ENTRADA-ARQ TO ARQUIVO-BUSCA.
          PERFORM LOCALIZA-ARQUIVO.
          IF IX-ARQ-ACHADO EQUAL ZEROES
              DISPLAY "ARQUIVO FORA DO CATALOGO."
          ELSE
              ADD 1 TO QTD-CONSULTAS
              PERFORM CARREGA-ARQUIVO
              IF TABELA-CHEIA EQUAL "SIM"
                  DISPLAY "ARQUIVO COM MAIS DE 50 LINHAS - "
                      "MANUTENCAO NAO PERMITIDA."
                  MOVE ZEROES TO IX-ARQ-ACHADO.

      *----------------------------------------------------------------
      *    NOS ARQUIVOS DE UM REGISTRO SO A LINHA E SEMPRE A PRIMEIRA.
      *----------------------------------------------------------------
       PEDE-LINHA.
          MOVE ZEROES TO IX-LIN-ACHADO.
          MOVE SPACES TO CHAVE-BUSCA.
          MOVE ARP-TAM-CHAVE (IX-ARQ-ACHADO) TO TAM-CHAVE.
          IF TAM-CHAVE GREATER THAN ZEROES
              DISPLAY "CHAVE DA LINHA (" TAM-CHAVE " POSICOES)......: "
              MOVE SPACES TO ENTRADA-CHAVE
              ACCEPT ENTRADA-CHAVE
              MOVE ENTRADA-CHAVE(1:TAM-CHAVE) TO CHAVE-BUSCA.
          PERFORM LOCALIZA-LINHA.
          IF IX-LIN-ACHADO EQUAL ZEROES
              DISPLAY "LINHA NAO ENCONTRADA."
          ELSE
              DISPLAY "LINHA: " LIN-TEXTO (IX-LIN-ACHADO).

       ALTERA-CAMPO.
          MOVE "SIM" TO DADOS-VALIDOS.
          PERFORM PEDE-LINHA.
          IF IX-LIN-ACHADO EQUAL ZEROES
              MOVE "NAO" TO DADOS-VALIDOS
          ELSE
              PERFORM PEDE-CAMPO.
          IF DADOS-VALIDOS EQUAL "SIM"
              MOVE IX-CPM-ACHADO TO IX-CPM
              PERFORM PEDE-VALOR.
          IF DADOS-VALIDOS EQUAL "SIM"
             AND VALOR-CAMPO EQUAL VALOR-ANTES
              DISPLAY "VALOR IGUAL AO ATUAL - NADA A ALTERAR."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF DADOS-VALIDOS EQUAL "SIM"
              PERFORM PEDE-VIGENCIA.
          IF DADOS-VALIDOS EQUAL "SIM"
              PERFORM PEDE-MOTIVO.
          IF DADOS-VALIDOS EQUAL "SIM"
              PERFORM PEDE-CONFIRMACAO.
          IF DADOS-VALIDOS EQUAL "SIM"
              MOVE CPM-NOME (IX-CPM-ACHADO) TO CAMPO-HPR
              MOVE VALOR-ANTES TO VALOR-ANT-HPR
              MOVE VALOR-CAMPO TO VALOR-NOVO-HPR
              IF DATA-NOVA EQUAL DATA-SISTEMA
                  MOVE VALOR-CAMPO(1:TAM-CAMPO)
                      TO LIN-TEXTO (IX-LIN-ACHADO)(POS-CAMPO:TAM-CAMPO)
                  PERFORM GRAVA-ARQUIVO
                  PERFORM GRAVA-HISTORICO
              ELSE
                  PERFORM GRAVA-HISTORICO.

      *----------------------------------------------------------------
      *    OS CAMPOS DA CHAVE IDENTIFICAM A LINHA E NAO SE ALTERAM.
      *----------------------------------------------------------------
       PEDE-CAMPO.
          DISPLAY "CAMPO.....................................: ".
          MOVE SPACES TO ENTRADA-CAMPO.
          ACCEPT ENTRADA-CAMPO.
          MOVE ARP-CODIGO (IX-ARQ-ACHADO) TO ARQUIVO-BUSCA.
          MOVE ENTRADA-CAMPO TO CAMPO-BUSCA.
          PERFORM LOCALIZA-CAMPO.
          IF IX-CPM-ACHADO EQUAL ZEROES
              DISPLAY "CAMPO FORA DO CATALOGO."
              MOVE "NAO" TO DADOS-VALIDOS
          ELSE
              MOVE CPM-POSICAO (IX-CPM-ACHADO) TO POS-CAMPO
              MOVE CPM-TAMANHO (IX-CPM-ACHADO) TO TAM-CAMPO
              IF POS-CAMPO NOT GREATER TAM-CHAVE
                  DISPLAY "CAMPO DA CHAVE NAO PODE SER ALTERADO - "
                      "EXCLUA E INCLUA A LINHA."
                  MOVE "NAO" TO DADOS-VALIDOS
              ELSE
                  MOVE SPACES TO VALOR-ANTES
                  MOVE LIN-TEXTO (IX-LIN-ACHADO)(POS-CAMPO:TAM-CAMPO)
                      TO VALOR-ANTES
                  DISPLAY "VALOR ATUAL: " VALOR-ANTES.

      *----------------------------------------------------------------
      *    A LINHA E MONTADA CAMPO A CAMPO NA ORDEM DO CATALOGO.
      *----------------------------------------------------------------
       INCLUI-LINHA.
          MOVE "SIM" TO DADOS-VALIDOS.
          MOVE ARP-TAM-CHAVE (IX-ARQ-ACHADO) TO TAM-CHAVE.
          IF TAM-CHAVE EQUAL ZEROES AND QTD-LINHAS GREATER THAN ZEROES
              DISPLAY "ARQUIVO DE UM REGISTRO SO JA PREENCHIDO - "
                  "USE A OPCAO A."
              MOVE "NAO" TO DADOS-VALIDOS
          ELSE
          IF QTD-LINHAS NOT LESS 50
              DISPLAY "ARQUIVO COM 50 LINHAS - INCLUSAO NAO PERMITIDA."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF DADOS-VALIDOS EQUAL "SIM"
              MOVE SPACES TO LINHA-NOVA
              PERFORM MONTA-CAMPO
                  VARYING IX-CPM FROM 1 BY 1
                  UNTIL IX-CPM GREATER THAN QTD-CAMPARM
                     OR DADOS-VALIDOS EQUAL "NAO".
          IF DADOS-VALIDOS EQUAL "SIM"
              PERFORM CONFERE-CHAVE-NOVA.
          IF DADOS-VALIDOS EQUAL "SIM"
              DISPLAY "LINHA: " LINHA-NOVA
              PERFORM PEDE-VIGENCIA.
          IF DADOS-VALIDOS EQUAL "SIM"
              PERFORM PEDE-MOTIVO.
          IF DADOS-VALIDOS EQUAL "SIM"
              PERFORM PEDE-CONFIRMACAO.
          IF DADOS-VALIDOS EQUAL "SIM"
              MOVE "*LINHA*" TO CAMPO-HPR
              MOVE SPACES TO VALOR-ANT-HPR
              MOVE LINHA-NOVA TO VALOR-NOVO-HPR
              IF DATA-NOVA EQUAL DATA-SISTEMA
                  ADD 1 TO QTD-LINHAS
                  MOVE LINHA-NOVA TO LIN-TEXTO (QTD-LINHAS)
                  PERFORM GRAVA-ARQUIVO
                  PERFORM GRAVA-HISTORICO
              ELSE
                  PERFORM GRAVA-HISTORICO.

       MONTA-CAMPO.
          IF CPM-ARQUIVO (IX-CPM) EQUAL ARP-CODIGO (IX-ARQ-ACHADO)
              MOVE CPM-POSICAO (IX-CPM) TO POS-CAMPO
              MOVE CPM-TAMANHO (IX-CPM) TO TAM-CAMPO
              DISPLAY "CAMPO " CPM-NOME (IX-CPM)
              PERFORM PEDE-VALOR
              IF DADOS-VALIDOS EQUAL "SIM"
                  MOVE VALOR-CAMPO(1:TAM-CAMPO)
                      TO LINHA-NOVA(POS-CAMPO:TAM-CAMPO).

       CONFERE-CHAVE-NOVA.
          MOVE SPACES TO CHAVE-BUSCA.
          IF TAM-CHAVE GREATER THAN ZEROES
              MOVE LINHA-NOVA(1:TAM-CHAVE) TO CHAVE-BUSCA
              PERFORM LOCALIZA-LINHA
              IF IX-LIN-ACHADO GREATER THAN ZEROES
                  DISPLAY "CHAVE JA EXISTE NO ARQUIVO - USE A OPCAO A."
                  MOVE "NAO" TO DADOS-VALIDOS.

       EXCLUI-LINHA.
          MOVE "SIM" TO DADOS-VALIDOS.
          PERFORM PEDE-LINHA.
          IF IX-LIN-ACHADO EQUAL ZEROES
              MOVE "NAO" TO DADOS-VALIDOS.
          IF DADOS-VALIDOS EQUAL "SIM"
              PERFORM PEDE-VIGENCIA.
          IF DADOS-VALIDOS EQUAL "SIM"
              PERFORM PEDE-MOTIVO.
          IF DADOS-VALIDOS EQUAL "SIM"
              PERFORM PEDE-CONFIRMACAO.
          IF DADOS-VALIDOS EQUAL "SIM"
              MOVE "*LINHA*" TO CAMPO-HPR
              MOVE LIN-TEXTO (IX-LIN-ACHADO) TO VALOR-ANT-HPR
              MOVE SPACES TO VALOR-NOVO-HPR
              IF DATA-NOVA EQUAL DATA-SISTEMA
                  PERFORM REMOVE-LINHA
                  PERFORM GRAVA-ARQUIVO
                  PERFORM GRAVA-HISTORICO
              ELSE
                  PERFORM GRAVA-HISTORICO.

       REMOVE-LINHA.
          IF IX-LIN-ACHADO LESS THAN QTD-LINHAS
              PERFORM DESLOCA-LINHA
                  VARYING IX-LIN FROM IX-LIN-ACHADO BY 1
                  UNTIL IX-LIN NOT LESS QTD-LINHAS.
          MOVE SPACES TO LIN-TEXTO (QTD-LINHAS).
          SUBTRACT 1 FROM QTD-LINHAS.

       DESLOCA-LINHA.
          MOVE LIN-TEXTO (IX-LIN + 1) TO LIN-TEXTO (IX-LIN).

      *----------------------------------------------------------------
      *    VALOR DIGITADO COM TODAS AS POSICOES DO CAMPO (NUMERO COM
      *    ZEROS A ESQUERDA E SEM VIRGULA), CONFERIDO PELO VALPARM.
      *----------------------------------------------------------------
       PEDE-VALOR.
          DISPLAY "NOVO VALOR (" CPM-TAMANHO (IX-CPM) " POSICOES, "
              CPM-DECIMAIS (IX-CPM) " DECIMAIS, SEM VIRGULA).: ".
          MOVE SPACES TO ENTRADA-VALOR.
          ACCEPT ENTRADA-VALOR.
          MOVE CPM-TAMANHO (IX-CPM) TO TAM-CAMPO.
          MOVE SPACES TO VALOR-CAMPO.
          MOVE ENTRADA-VALOR(1:TAM-CAMPO) TO VALOR-CAMPO.
          IF ENTRADA-VALOR(TAM-CAMPO + 1:40 - TAM-CAMPO)
             NOT EQUAL SPACES
              DISPLAY "VALOR MAIOR QUE O CAMPO."
              MOVE "NAO" TO DADOS-VALIDOS
          ELSE
              CALL "VALPARM" USING CPM-TIPO (IX-CPM)
                  CPM-TAMANHO (IX-CPM) CPM-DECIMAIS (IX-CPM)
                  CPM-MINIMO (IX-CPM) CPM-MAXIMO (IX-CPM)
                  CPM-LISTA (IX-CPM) VALOR-CAMPO MOTIVO-VAL
              IF MOTIVO-VAL NOT EQUAL SPACES
                  DISPLAY "VALOR RECUSADO: " MOTIVO-VAL
                  MOVE CPM-MINIMO (IX-CPM) TO FAIXA-MINIMA
                  MOVE CPM-MAXIMO (IX-CPM) TO FAIXA-MAXIMA
                  DISPLAY "FAIXA: " FAIXA-MINIMA " A " FAIXA-MAXIMA
                      "  LISTA: " CPM-LISTA (IX-CPM)
                  MOVE "NAO" TO DADOS-VALIDOS.

      *----------------------------------------------------------------
      *    VIGENCIA EM BRANCO E HOJE; DATA FUTURA FICA PROGRAMADA. NAO
      *    PODE HAVER OUTRA ALTERACAO PROGRAMADA NA MESMA LINHA.
      *----------------------------------------------------------------
       PEDE-VIGENCIA.
          DISPLAY "VIGENCIA (AAAAMMDD, BRANCO E HOJE)........: ".
          PERFORM PEDE-DATA.
          IF DADOS-VALIDOS EQUAL "SIM"
             AND DATA-NOVA LESS THAN DATA-SISTEMA
              DISPLAY "VIGENCIA ANTERIOR A HOJE NAO E ACEITA."
              MOVE "NAO" TO DADOS-VALIDOS.
          IF DADOS-VALIDOS EQUAL "SIM"
              PERFORM PROCURA-PENDENTE
              IF VIGENCIA-PENDENTE GREATER THAN ZEROES
                  DISPLAY "LINHA COM ALTERACAO PROGRAMADA PARA "
                      VIGENCIA-PENDENTE " - AGUARDE A VIGENCIA."
                  MOVE "NAO" TO DADOS-VALIDOS.

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

       PROCURA-PENDENTE.
          MOVE ZEROES TO VIGENCIA-PENDENTE.
          MOVE "NAO" TO FIM-HPR.
          OPEN INPUT ARQHPAR.
          PERFORM LE-HISTORICO.
          PERFORM TESTA-PENDENTE UNTIL FIM-HPR EQUAL "SIM".
          CLOSE ARQHPAR.

       LE-HISTORICO.
          READ ARQHPAR AT END MOVE "SIM" TO FIM-HPR.

       TESTA-PENDENTE.
          IF ARQUIVO-HPR EQUAL ARP-CODIGO (IX-ARQ-ACHADO)
             AND CHAVE-HPR EQUAL CHAVE-BUSCA
             AND VIGENCIA-HPR GREATER THAN DATA-SISTEMA
              MOVE VIGENCIA-HPR TO VIGENCIA-PENDENTE.
          PERFORM LE-HISTORICO.

       PEDE-MOTIVO.
          DISPLAY "MOTIVO DA ALTERACAO (OBRIGATORIO).........: ".
          MOVE SPACES TO ENTRADA-MOTIVO.
          ACCEPT ENTRADA-MOTIVO.
          IF ENTRADA-MOTIVO EQUAL SPACES
              DISPLAY "MOTIVO OBRIGATORIO."
              MOVE "NAO" TO DADOS-VALIDOS.

       PEDE-CONFIRMACAO.
          DISPLAY "CONFIRMA (S/N)? ".
          MOVE SPACES TO ENTRADA-CONF.
          ACCEPT ENTRADA-CONF.
          IF ENTRADA-CONF NOT EQUAL "S"
              DISPLAY "ALTERACAO CANCELADA."
              MOVE "NAO" TO DADOS-VALIDOS.

      *----------------------------------------------------------------
      *    O HISTORICO SO E ACRESCENTADO. CAMPO-HPR E OS VALORES VEM
      *    PREENCHIDOS PELA OPCAO.
      *----------------------------------------------------------------
       GRAVA-HISTORICO.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE ARP-CODIGO (IX-ARQ-ACHADO) TO ARQUIVO-HPR.
          MOVE CHAVE-BUSCA TO CHAVE-HPR.
          MOVE DATA-NOVA TO VIGENCIA-HPR.
          MOVE OPERADOR-ID TO OPERADOR-HPR.
          MOVE DATA-SISTEMA TO DATA-REG-HPR.
          MOVE HORA-SISTEMA(1:6) TO HORA-REG-HPR.
          MOVE ENTRADA-MOTIVO TO MOTIVO-HPR.
          OPEN EXTEND ARQHPAR.
          WRITE REG-HPR.
          CLOSE ARQHPAR.
          ADD 1 TO QTD-ALTERACOES.
          IF DATA-NOVA EQUAL DATA-SISTEMA
              DISPLAY "ALTERACAO GRAVADA NO ARQUIVO."
          ELSE
              DISPLAY "ALTERACAO PROGRAMADA PARA " DATA-NOVA ".".

      *----------------------------------------------------------------
      *    VALORES EM VIGOR NUMA DATA (RELPARM). PARA CADA CAMPO VALE
      *    O VALOR NOVO DA ULTIMA ALTERACAO COM VIGENCIA ATE A DATA;
      *    SEM ELA, O VALOR ANTERIOR DA PRIMEIRA ALTERACAO DEPOIS DA
      *    DATA; SEM NENHUMA, O DO ARQUIVO. A MESMA REGRA, NA IMAGEM DA
      *    LINHA ("*LINHA*"), DIZ SE A LINHA EXISTIA NA DATA.
      *----------------------------------------------------------------
       RELATORIO-VIGENCIA.
          MOVE "SIM" TO DADOS-VALIDOS.
          DISPLAY "DATA DA CONSULTA (AAAAMMDD, BRANCO E HOJE): ".
          PERFORM PEDE-DATA.
          IF DADOS-VALIDOS EQUAL "SIM"
              PERFORM EMITE-RELPARM.

       EMITE-RELPARM.
          MOVE DATA-NOVA TO DATA-CONSULTA.
          MOVE DATA-CONSULTA(7:2) TO CAB-CONS-DIA.
          MOVE DATA-CONSULTA(5:2) TO CAB-CONS-MES.
          MOVE DATA-CONSULTA(1:4) TO CAB-CONS-ANO.
          MOVE ZEROES TO QTD-IMPRESSOS CT-PAG.
          MOVE 30 TO CT-LIN.
          OPEN OUTPUT RELPARM.
          PERFORM IMPRIME-ARQUIVO
              VARYING IX-ARQ-ACHADO FROM 1 BY 1
              UNTIL IX-ARQ-ACHADO GREATER THAN QTD-ARQPARM.
          MOVE QTD-IMPRESSOS TO TOT-QTD.
          WRITE REGPARM FROM CAB-04 AFTER ADVANCING 2 LINES.
          CLOSE RELPARM.
          DISPLAY "RELPARM GERADO - " QTD-IMPRESSOS " VALORES.".

       IMPRIME-ARQUIVO.
          ADD 1 TO QTD-CONSULTAS.
          PERFORM CARREGA-ARQUIVO.
          PERFORM CARREGA-HISTORICO.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY ARP-CODIGO (IX-ARQ-ACHADO) " COM MAIS LINHAS OU"
                  " ALTERACOES QUE A TABELA - RELATORIO INTERROMPIDO."
              CLOSE RELPARM
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          MOVE ARP-TAM-CHAVE (IX-ARQ-ACHADO) TO TAM-CHAVE.
          MOVE QTD-LINHAS TO QTD-ATUAIS.
          IF QTD-HIST GREATER THAN ZEROES
              PERFORM ACRESCENTA-EXCLUIDA
                  VARYING IX-HST FROM 1 BY 1
                  UNTIL IX-HST GREATER THAN QTD-HIST.
          IF QTD-LINHAS GREATER THAN ZEROES
              PERFORM IMPRIME-LINHA
                  VARYING IX-LIN FROM 1 BY 1
                  UNTIL IX-LIN GREATER THAN QTD-LINHAS.

      *----------------------------------------------------------------
      *    LINHA QUE SO EXISTE NO HISTORICO (EXCLUIDA, OU INCLUSAO
      *    PROGRAMADA) ENTRA NA TABELA PELA IMAGEM REGISTRADA.
      *----------------------------------------------------------------
       ACRESCENTA-EXCLUIDA.
          IF HST-CAMPO (IX-HST) EQUAL "*LINHA*"
              MOVE HST-CHAVE (IX-HST) TO CHAVE-BUSCA
              PERFORM LOCALIZA-LINHA
              IF IX-LIN-ACHADO EQUAL ZEROES
                  IF QTD-LINHAS NOT LESS 50
                      DISPLAY ARP-CODIGO (IX-ARQ-ACHADO)
                          " COM MAIS DE 50 LINHAS NO HISTORICO - "
                          "RELATORIO INTERROMPIDO."
                      CLOSE RELPARM
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                  END-IF
                  ADD 1 TO QTD-LINHAS
                  IF HST-NOVO (IX-HST) NOT EQUAL SPACES
                      MOVE HST-NOVO (IX-HST) TO LIN-TEXTO (QTD-LINHAS)
                  ELSE
                      MOVE HST-ANT (IX-HST) TO LIN-TEXTO (QTD-LINHAS).

       IMPRIME-LINHA.
          MOVE SPACES TO CHAVE-BUSCA.
          IF TAM-CHAVE GREATER THAN ZEROES
              MOVE LIN-TEXTO (IX-LIN)(1:TAM-CHAVE) TO CHAVE-BUSCA.
          MOVE "*LINHA*" TO CAMPO-BUSCA.
          PERFORM PROCURA-VIGENTE.
          MOVE ZEROES TO VIG-LINHA.
          IF ACHOU-ATE EQUAL "SIM"
              MOVE VALOR-ATE TO LINHA-DATA
              MOVE VIG-ATE TO VIG-LINHA
          ELSE
          IF ACHOU-APOS EQUAL "SIM"
              MOVE VALOR-APOS TO LINHA-DATA
          ELSE
          IF IX-LIN GREATER THAN QTD-ATUAIS
              MOVE SPACES TO LINHA-DATA
          ELSE
              MOVE LIN-TEXTO (IX-LIN) TO LINHA-DATA.
          IF LINHA-DATA NOT EQUAL SPACES
              PERFORM IMPRIME-VALOR
                  VARYING IX-CPM FROM 1 BY 1
                  UNTIL IX-CPM GREATER THAN QTD-CAMPARM.

       IMPRIME-VALOR.
          IF CPM-ARQUIVO (IX-CPM) EQUAL ARP-CODIGO (IX-ARQ-ACHADO)
              MOVE CPM-POSICAO (IX-CPM) TO POS-CAMPO
              MOVE CPM-TAMANHO (IX-CPM) TO TAM-CAMPO
              MOVE CPM-NOME (IX-CPM) TO CAMPO-BUSCA
              PERFORM PROCURA-VIGENTE
              MOVE SPACES TO DET-VALOR
              IF ACHOU-ATE EQUAL "SIM"
                  MOVE VALOR-ATE TO DET-VALOR
              ELSE
              IF ACHOU-APOS EQUAL "SIM"
                  MOVE VALOR-APOS TO DET-VALOR
              ELSE
                  MOVE LINHA-DATA(POS-CAMPO:TAM-CAMPO) TO DET-VALOR
              END-IF
              END-IF
              MOVE VIG-LINHA TO VIG-DESDE
              IF ACHOU-ATE EQUAL "SIM"
                 AND VIG-ATE GREATER THAN VIG-DESDE
                  MOVE VIG-ATE TO VIG-DESDE
              END-IF
              IF VIG-DESDE GREATER THAN ZEROES
                  MOVE VIG-DESDE TO DET-DESDE
              ELSE
                  MOVE "ANTERIOR" TO DET-DESDE
              END-IF
              MOVE ARP-CODIGO (IX-ARQ-ACHADO) TO DET-ARQ
              MOVE CHAVE-BUSCA TO DET-CHAVE
              MOVE CPM-NOME (IX-CPM) TO DET-CAMPO
              PERFORM IMPRIME-DETALHE.

      *----------------------------------------------------------------
      *    PROCURA NO HISTORICO DO ARQUIVO A ULTIMA ALTERACAO COM
      *    VIGENCIA ATE A DATA E A PRIMEIRA DEPOIS DELA, PARA A CHAVE E
      *    O CAMPO PEDIDOS.
      *----------------------------------------------------------------
       PROCURA-VIGENTE.
          MOVE "NAO" TO ACHOU-ATE ACHOU-APOS.
          MOVE ZEROES TO VIG-ATE VIG-APOS.
          MOVE SPACES TO VALOR-ATE VALOR-APOS.
          IF QTD-HIST GREATER THAN ZEROES
              PERFORM TESTA-VIGENTE
                  VARYING IX-HST FROM 1 BY 1
                  UNTIL IX-HST GREATER THAN QTD-HIST.

       TESTA-VIGENTE.
          IF HST-CHAVE (IX-HST) EQUAL CHAVE-BUSCA
             AND HST-CAMPO (IX-HST) EQUAL CAMPO-BUSCA
              IF HST-VIGENCIA (IX-HST) NOT GREATER DATA-CONSULTA
                  IF HST-VIGENCIA (IX-HST) NOT LESS VIG-ATE
                      MOVE "SIM" TO ACHOU-ATE
                      MOVE HST-VIGENCIA (IX-HST) TO VIG-ATE
                      MOVE HST-NOVO (IX-HST) TO VALOR-ATE
                  END-IF
              ELSE
                  IF ACHOU-APOS EQUAL "NAO"
                     OR HST-VIGENCIA (IX-HST) LESS THAN VIG-APOS
                      MOVE "SIM" TO ACHOU-APOS
                      MOVE HST-VIGENCIA (IX-HST) TO VIG-APOS
                      MOVE HST-ANT (IX-HST) TO VALOR-APOS.

       CARREGA-HISTORICO.
          MOVE ZEROES TO QTD-HIST.
          MOVE "NAO" TO FIM-HPR.
          OPEN INPUT ARQHPAR.
          PERFORM LE-HISTORICO.
          PERFORM GUARDA-HISTORICO UNTIL FIM-HPR EQUAL "SIM".
          CLOSE ARQHPAR.

       GUARDA-HISTORICO.
          IF ARQUIVO-HPR EQUAL ARP-CODIGO (IX-ARQ-ACHADO)
              IF QTD-HIST NOT LESS 500
                  MOVE "SIM" TO TABELA-CHEIA
                  MOVE "SIM" TO FIM-HPR
              ELSE
                  ADD 1 TO QTD-HIST
                  MOVE CHAVE-HPR TO HST-CHAVE (QTD-HIST)
                  MOVE CAMPO-HPR TO HST-CAMPO (QTD-HIST)
                  MOVE VIGENCIA-HPR TO HST-VIGENCIA (QTD-HIST)
                  MOVE VALOR-ANT-HPR TO HST-ANT (QTD-HIST)
                  MOVE VALOR-NOVO-HPR TO HST-NOVO (QTD-HIST).
          IF FIM-HPR NOT EQUAL "SIM"
              PERFORM LE-HISTORICO.

      *----------------------------------------------------------------
      *    ROTINAS COMUNS DE CATALOGO E DE ARQUIVO DE PARAMETRO.
      *----------------------------------------------------------------
       LOCALIZA-ARQUIVO.
          MOVE ZEROES TO IX-ARQ-ACHADO.
          PERFORM TESTA-ARQUIVO
              VARYING IX-ARQ FROM 1 BY 1
              UNTIL IX-ARQ GREATER THAN QTD-ARQPARM
                 OR IX-ARQ-ACHADO GREATER THAN ZEROES.

       TESTA-ARQUIVO.
          IF ARP-CODIGO (IX-ARQ) EQUAL ARQUIVO-BUSCA
              MOVE IX-ARQ TO IX-ARQ-ACHADO.

       LOCALIZA-CAMPO.
          MOVE ZEROES TO IX-CPM-ACHADO.
          PERFORM TESTA-CAMPO
              VARYING IX-CPM FROM 1 BY 1
              UNTIL IX-CPM GREATER THAN QTD-CAMPARM
                 OR IX-CPM-ACHADO GREATER THAN ZEROES.

       TESTA-CAMPO.
          IF CPM-ARQUIVO (IX-CPM) EQUAL ARQUIVO-BUSCA
             AND CPM-NOME (IX-CPM) EQUAL CAMPO-BUSCA
              MOVE IX-CPM TO IX-CPM-ACHADO.

       LOCALIZA-LINHA.
          MOVE ZEROES TO IX-LIN-ACHADO.
          MOVE ARP-TAM-CHAVE (IX-ARQ-ACHADO) TO TAM-CHAVE.
          IF TAM-CHAVE EQUAL ZEROES
              IF QTD-LINHAS GREATER THAN ZEROES
                  MOVE 1 TO IX-LIN-ACHADO
              END-IF
          ELSE
          IF QTD-LINHAS GREATER THAN ZEROES
              PERFORM TESTA-LINHA
                  VARYING IX-LIN FROM 1 BY 1
                  UNTIL IX-LIN GREATER THAN QTD-LINHAS
                     OR IX-LIN-ACHADO GREATER THAN ZEROES.

       TESTA-LINHA.
          IF LIN-TEXTO (IX-LIN)(1:TAM-CHAVE)
             EQUAL CHAVE-BUSCA(1:TAM-CHAVE)
              MOVE IX-LIN TO IX-LIN-ACHADO.

       CARREGA-ARQUIVO.
          MOVE ARP-CAMINHO (IX-ARQ-ACHADO) TO NOME-PRM.
          MOVE ZEROES TO QTD-LINHAS.
          MOVE SPACES TO TAB-LINHAS.
          MOVE "NAO" TO TABELA-CHEIA FIM-PRM.
          OPEN INPUT ARQPRM.
          PERFORM LE-PARAMETRO.
          PERFORM GUARDA-LINHA UNTIL FIM-PRM EQUAL "SIM".
          CLOSE ARQPRM.

       LE-PARAMETRO.
          READ ARQPRM AT END MOVE "SIM" TO FIM-PRM.

       GUARDA-LINHA.
          IF REG-PRM NOT EQUAL SPACES
              IF QTD-LINHAS NOT LESS 50
                  MOVE "SIM" TO TABELA-CHEIA
                  MOVE "SIM" TO FIM-PRM
              ELSE
                  ADD 1 TO QTD-LINHAS
                  MOVE REG-PRM TO LIN-TEXTO (QTD-LINHAS).
          IF FIM-PRM NOT EQUAL "SIM"
              PERFORM LE-PARAMETRO.

       GRAVA-ARQUIVO.
          MOVE ARP-CAMINHO (IX-ARQ-ACHADO) TO NOME-PRM.
          OPEN OUTPUT ARQPRM.
          IF QTD-LINHAS GREATER THAN ZEROES
              PERFORM GRAVA-LINHA
                  VARYING IX-LIN FROM 1 BY 1
                  UNTIL IX-LIN GREATER THAN QTD-LINHAS.
          CLOSE ARQPRM.

       GRAVA-LINHA.
          MOVE LIN-TEXTO (IX-LIN) TO REG-PRM.
          WRITE REG-PRM.

       IMPRIME-DETALHE.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGPARM FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          ADD 1 TO QTD-IMPRESSOS.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGPARM.
          WRITE REGPARM AFTER ADVANCING PAGE.
          WRITE REGPARM FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGPARM FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGPARM FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "MANPARM"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE QTD-CONSULTAS          TO LOG-LIDOS.
          MOVE "ARQHPAR"              TO LOG-ARQ1-NOME.
          MOVE QTD-ALTERACOES         TO LOG-ARQ1-QTD.
          MOVE "OPERADOR"             TO LOG-ARQ2-NOME.
          MOVE OPERADOR-ID            TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
