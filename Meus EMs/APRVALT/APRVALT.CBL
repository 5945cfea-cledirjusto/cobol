       IDENTIFICATION DIVISION.
          PROGRAM-ID.      APRVALT.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. APROVACAO DAS ALTERACOES DE CADASTRO SENSIVEL (DUPLA
      *ASSINATURA). O MANBANC (CONTAS DA REMESSA SALARIAL), O MANPLAN
      *(TABELA DE PLANOS) E O NEGDEB (ACORDOS DE DEBITO) NAO ALTERAM
      *MAIS O CADASTRO: GRAVAM SOLICITACAO PENDENTE NO ARQAPRV.DAT COM
      *AS IMAGENS ANTES E DEPOIS E O OPERADOR SOLICITANTE. ESTE
      *PROGRAMA EXIGE OPERADOR NIVEL 2 E NAO DEIXA O SOLICITANTE
      *DECIDIR O PROPRIO PEDIDO. NA ABERTURA EXPIRA (X) AS PENDENTES
      *HA MAIS DE PRAZO-PARM DIAS (PARMAPRV.DAT, PADRAO 5) E LISTA AS
      *ABERTAS. A - APROVAR: CONFERE QUE O CADASTRO AINDA ESTA COMO NA
      *IMAGEM ANTES (SENAO A SOLICITACAO SO PODE SER REJEITADA) E
      *APLICA A IMAGEM DEPOIS NO CADBANC OU NO CADPLAN; NO ACORDO
      *CONFERE O CODIGO 02 E OS TITULOS EM ABERTO DO PEDIDO, GRAVA O
      *ACORDO NO ARQNEG COM A DATA DA APROVACAO, MARCA O SOCIO COM O
      *CODIGO 04 E PASSA OS TITULOS PARA N, COMO O NEGDEB FAZIA.
      *R - REJEITAR; L - LISTAR; F - FIM. AO ENCERRAR REGRAVA OS
      *CADASTROS ALTERADOS E O ARQAPRV (SEM PERDER SOLICITACAO GRAVADA
      *DURANTE A SESSAO) E IMPRIME O RELAPRV COM AS SOLICITACOES QUE
      *CONTINUAM EM ABERTO. A REMESSA NAO RODA COM TROCA DE CONTA
      *PENDENTE PARA FUNCIONARIO DO CADSAI.
      *A MARCACAO DO SOCIO COM O CODIGO 04 SAI NO JORNSOC (OPCAO N,
      *ACORDO-APROV) COM A IMAGEM DO SOCIO ANTES E DEPOIS (REGISO),
      *SELADA PELA SELAJOR, PARA O RECUPERA E O AUDISOC.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL ARQAPRV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMAPRV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADBANC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADPLAN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQNEG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES
          FILE STATUS IS FS-SOC.
          SELECT OPTIONAL JORNSOC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQTIT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-TIT
          FILE STATUS IS FS-TIT.
          SELECT RELAPRV ASSIGN TO DISK.

       DATA    DIVISION.
       FILE SECTION.

       FD  ARQAPRV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQAPRV.DAT".
          COPY REGAPRV.

       FD  PARMAPRV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMAPRV.DAT".
          01 REG-PARM.
          02 PRAZO-PARM                PIC 9(02).

       FD  CADBANC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADBANC.DAT".
          01 REG-BAN.
          02 MATRICULA-BAN             PIC 9(05).
          02 BANCO-BAN                 PIC 9(03).
          02 AGENCIA-BAN               PIC 9(04).
          02 CONTA-BAN                 PIC 9(08).

       FD  CADPLAN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADPLAN.DAT".
          01 REG-PLAN.
          02 CODIGO-PLANO              PIC 9(02).
          02 DESCRICAO-PLANO           PIC X(20).
          02 VALOR-MENSAL-PLANO        PIC 9(09)V9(02).

       FD  ARQNEG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQNEG.DAT".
          01 REG-NEG.
          02 SOCIO-NEG                 PIC 9(06).
          02 DATA-NEG                  PIC 9(08).
          02 TOTAL-NEG                 PIC 9(09)V9(02).
          02 PARCELAS-NEG              PIC 9(02).
          02 VALOR-PARCELA-NEG         PIC 9(09)V9(02).
          02 PARCELAS-PAGAS-NEG        PIC 9(02).
          02 SITUACAO-NEG              PIC X(01).

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

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

       FD  ARQTIT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQTIT.DAT".
          COPY REGTIT.

       FD  RELAPRV
          LABEL RECORD IS OMITTED.
          01  REGRELAP     PIC X(80).

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  OPCAO-MAN          PIC X(01) VALUE SPACES.
       77  RESP-CONFIRMA      PIC X(01) VALUE SPACES.
       77  FS-SOC             PIC X(02) VALUE "00".
       77  FS-TIT             PIC X(02) VALUE "00".
       77  TEM-CADSOC1        PIC X(03) VALUE "NAO".
       77  TEM-ARQTIT         PIC X(03) VALUE "NAO".
       77  FIM-APR            PIC X(03) VALUE "NAO".
       77  FIM-PARM           PIC X(03) VALUE "NAO".
       77  FIM-BAN            PIC X(03) VALUE "NAO".
       77  FIM-PLA            PIC X(03) VALUE "NAO".
       77  FIM-NEG            PIC X(03) VALUE "NAO".
       77  FIM-TIT            PIC X(03) VALUE "NAO".
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  CADBANC-ALTERADO   PIC X(03) VALUE "NAO".
       77  CADPLAN-ALTERADO   PIC X(03) VALUE "NAO".
       77  ARQNEG-ALTERADO    PIC X(03) VALUE "NAO".
       77  APLICOU            PIC X(03) VALUE "NAO".
       77  ACHOU-SOLICITACAO  PIC X(03) VALUE "NAO".
       77  ACHOU-CONTA        PIC X(03) VALUE "NAO".
       77  ACHOU-PLANO        PIC X(03) VALUE "NAO".
       77  ACHOU-ACORDO       PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  NUMERO-ESCOLHIDO   PIC 9(06) VALUE ZEROES.
       77  MAIOR-CARREGADO    PIC 9(06) VALUE ZEROES.
       77  QTD-SOLICITACOES   PIC 9(04) VALUE ZEROES.
       77  IX-SOL             PIC 9(04) VALUE ZEROES.
       77  IX-ESC             PIC 9(04) VALUE ZEROES.
       77  QTD-CONTAS         PIC 9(04) VALUE ZEROES.
       77  IX-BAN             PIC 9(04) VALUE ZEROES.
       77  QTD-PLANOS         PIC 9(02) VALUE ZEROES.
       77  IX-PLA             PIC 9(02) VALUE ZEROES.
       77  QTD-ACORDOS        PIC 9(03) VALUE ZEROES.
       77  IX-NEG             PIC 9(03) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(04) VALUE ZEROES.
       77  CHAVE-CONTA        PIC X(05) VALUE SPACES.
       77  CHAVE-PLANO        PIC X(02) VALUE SPACES.
       77  QTD-TIT-ABERTOS    PIC 9(03) VALUE ZEROES.
       77  SALDO-TIT-SOCIO    PIC 9(09)V9(02) VALUE ZEROES.
       77  PRAZO-DIAS         PIC 9(02) VALUE 5.
       77  QTD-ABERTAS        PIC 9(04) VALUE ZEROES.
       77  QTD-APROVADAS      PIC 9(04) VALUE ZEROES.
       77  QTD-REJEITADAS     PIC 9(04) VALUE ZEROES.
       77  QTD-EXPIRADAS      PIC 9(04) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  HORA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  IMAGEM-ANTES       PIC X(76) VALUE SPACES.
       77  IMAGEM-DEPOIS      PIC X(76) VALUE SPACES.
       77  DIAS-HOJE          PIC 9(07) VALUE ZEROES.
       77  DIAS-CALC          PIC 9(07) VALUE ZEROES.
       77  DIAS-DECORRIDOS    PIC S9(07) VALUE ZEROES.
       77  DATA-CALC          PIC 9(08) VALUE ZEROES.
       77  ANO-CALC           PIC 9(04) VALUE ZEROES.
       77  MES-CALC           PIC 9(02) VALUE ZEROES.
       77  DIA-CALC           PIC 9(02) VALUE ZEROES.
       77  QUOC-CALC          PIC 9(07) VALUE ZEROES.
       77  VALOR-EDIT-1       PIC ZZZ.ZZZ.ZZ9,99.
       77  VALOR-EDIT-2       PIC ZZZ.ZZZ.ZZ9,99.

       01 TAB-SOLICITACOES.
          02 SOL-OCORRENCIA OCCURS 3000 TIMES.
             03 SOL-NUMERO             PIC 9(06).
             03 SOL-ORIGEM             PIC X(08).
             03 SOL-ACAO               PIC X(01).
             03 SOL-CHAVE              PIC X(10).
             03 SOL-ANTES              PIC X(50).
             03 SOL-DEPOIS             PIC X(50).
             03 SOL-OPERADOR-SOL       PIC 9(04).
             03 SOL-DATA-SOL           PIC 9(08).
             03 SOL-SITUACAO           PIC X(01).
             03 SOL-OPERADOR-DEC       PIC 9(04).
             03 SOL-DATA-DEC           PIC 9(08).

       01 TAB-CONTAS.
          02 BAN-OCORRENCIA OCCURS 500 TIMES.
             03 BAN-MATRICULA          PIC 9(05).
             03 BAN-BANCO              PIC 9(03).
             03 BAN-AGENCIA            PIC 9(04).
             03 BAN-CONTA              PIC 9(08).

       01 TAB-PLANOS.
          02 PLA-OCORRENCIA OCCURS 50 TIMES.
             03 PLA-CODIGO             PIC 9(02).
             03 PLA-DESCRICAO          PIC X(20).
             03 PLA-VALOR              PIC 9(09)V9(02).

       01 TAB-ACORDOS.
          02 NEG-OCORRENCIA OCCURS 200 TIMES.
             03 NEG-SOCIO              PIC 9(06).
             03 NEG-DATA               PIC 9(08).
             03 NEG-TOTAL              PIC 9(09)V9(02).
             03 NEG-PARCELAS           PIC 9(02).
             03 NEG-VALOR-PARCELA      PIC 9(09)V9(02).
             03 NEG-PAGAS              PIC 9(02).
             03 NEG-SITUACAO           PIC X(01).

      *    IMAGENS GRAVADAS PELO MANBANC (REGISTRO DO CADBANC)
       01 BANC-ANTES.
          02 MATRICULA-BANT            PIC 9(05).
          02 BANCO-BANT                PIC 9(03).
          02 AGENCIA-BANT              PIC 9(04).
          02 CONTA-BANT                PIC 9(08).

       01 BANC-DEPOIS.
          02 MATRICULA-BDEP            PIC 9(05).
          02 BANCO-BDEP                PIC 9(03).
          02 AGENCIA-BDEP              PIC 9(04).
          02 CONTA-BDEP                PIC 9(08).

      *    IMAGENS GRAVADAS PELO MANPLAN (REGISTRO DO CADPLAN)
       01 PLAN-ANTES.
          02 CODIGO-PANT               PIC 9(02).
          02 DESCRICAO-PANT            PIC X(20).
          02 VALOR-PANT                PIC 9(09)V9(02).

       01 PLAN-DEPOIS.
          02 CODIGO-PDEP               PIC 9(02).
          02 DESCRICAO-PDEP            PIC X(20).
          02 VALOR-PDEP                PIC 9(09)V9(02).

      *    IMAGENS GRAVADAS PELO NEGDEB (DEBITO E REGISTRO DO ARQNEG)
       01 DEBITO-ANTES.
          02 SOCIO-DANT                PIC 9(06).
          02 CODIGO-PAG-DANT           PIC 9(02).
          02 QTD-TIT-DANT              PIC 9(03).
          02 SALDO-TIT-DANT            PIC 9(09)V9(02).

       01 ACORDO-DEPOIS.
          02 SOCIO-ADEP                PIC 9(06).
          02 DATA-ADEP                 PIC 9(08).
          02 TOTAL-ADEP                PIC 9(09)V9(02).
          02 PARCELAS-ADEP             PIC 9(02).
          02 VALOR-PARCELA-ADEP        PIC 9(09)V9(02).
          02 PAGAS-ADEP                PIC 9(02).
          02 SITUACAO-ADEP             PIC X(01).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "SOLICITACOES PENDE".
          02 FILLER    PIC X(12) VALUE "NTES        ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(06)  VALUE "NUMERO".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "ORIGEM".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(04)  VALUE "ACAO".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "CHAVE".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "OPERADOR".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "SOLICITADA".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(04)  VALUE "DIAS".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(11)  VALUE "PENDENTES: ".
          02 TOT-ABER  PIC ZZZ9.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(11)  VALUE "APROVADAS: ".
          02 TOT-APRV  PIC ZZZ9.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(12)  VALUE "REJEITADAS: ".
          02 TOT-REJE  PIC ZZZ9.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(11)  VALUE "EXPIRADAS: ".
          02 TOT-EXPI  PIC ZZZ9.

       01 DETALHE.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 DET-NUM   PIC 9(06).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-ORI   PIC X(08).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-ACAO  PIC X(04).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-CHAVE PIC X(10).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-OPER  PIC 9(04).
          02 FILLER    PIC X(06) VALUE SPACES.
          02 DET-DIA   PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 DET-MES   PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 DET-ANO   PIC 9(04).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-DIAS  PIC ZZZ9.

       COPY REGISO.

       COPY REGSEL.

       PROCEDURE DIVISION.

       PGM-APRVALT.
          CALL "SIGNON" USING OPERADOR-ID NIVEL-OPERADOR
              RESULTADO-SIGNON.
          IF RESULTADO-SIGNON NOT EQUAL "SIM"
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          IF NIVEL-OPERADOR LESS THAN 2
              DISPLAY "APROVACAO DE ALTERACOES EXIGE OPERADOR NIVEL 2."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM INICIO.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "ARQUIVO MAIOR QUE A TABELA - A REGRAVACAO "
                  "TRUNCARIA O CADASTRO. SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          DISPLAY "APROVACAO DE ALTERACOES - ARQAPRV".
          PERFORM EXPIRA-VENCIDAS.
          PERFORM LISTA-ABERTAS.
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          MOVE DATA-SISTEMA TO DATA-CALC.
          PERFORM CALCULA-DIAS.
          MOVE DIAS-CALC TO DIAS-HOJE.
          OPEN INPUT PARMAPRV.
          READ PARMAPRV AT END MOVE "SIM" TO FIM-PARM.
          IF FIM-PARM NOT EQUAL "SIM"
              IF PRAZO-PARM NUMERIC AND PRAZO-PARM GREATER THAN ZEROES
                  MOVE PRAZO-PARM TO PRAZO-DIAS.
          CLOSE PARMAPRV.
          PERFORM CARGA-SOLICITACOES.
          PERFORM CARGA-CONTAS.
          PERFORM CARGA-PLANOS.
          PERFORM CARGA-ACORDOS.
          OPEN I-O CADSOC1.
          IF FS-SOC EQUAL "00"
              MOVE "SIM" TO TEM-CADSOC1.
          OPEN I-O ARQTIT.
          IF FS-TIT EQUAL "00"
              MOVE "SIM" TO TEM-ARQTIT.

      *----------------------------------------------------------------
      *    CARGA DOS ARQUIVOS EM TABELA. A CARGA DO ARQAPRV SO GUARDA
      *    NUMERO ACIMA DE MAIOR-CARREGADO, DE MODO QUE A MESMA ROTINA
      *    RECOLHE NO TERMINO AS SOLICITACOES GRAVADAS DURANTE A
      *    SESSAO PELOS PROGRAMAS DE MANUTENCAO.
      *----------------------------------------------------------------
       CARGA-SOLICITACOES.
          MOVE "NAO" TO FIM-APR.
          OPEN INPUT ARQAPRV.
          PERFORM LE-SOLICITACAO.
          PERFORM GUARDA-SOLICITACAO UNTIL FIM-APR EQUAL "SIM".
          CLOSE ARQAPRV.
          IF QTD-SOLICITACOES GREATER THAN ZEROES
              MOVE SOL-NUMERO (QTD-SOLICITACOES) TO MAIOR-CARREGADO.

       LE-SOLICITACAO.
          READ ARQAPRV AT END MOVE "SIM" TO FIM-APR.

       GUARDA-SOLICITACAO.
          IF NUMERO-APR GREATER THAN MAIOR-CARREGADO
              IF QTD-SOLICITACOES NOT LESS 3000
                  MOVE "SIM" TO TABELA-CHEIA
                  DISPLAY "TABELA DE SOLICITACOES LOTADA"
              ELSE
                  ADD 1 TO QTD-SOLICITACOES
                  MOVE REG-APR TO SOL-OCORRENCIA (QTD-SOLICITACOES).
          PERFORM LE-SOLICITACAO.

       CARGA-CONTAS.
          OPEN INPUT CADBANC.
          PERFORM LE-CONTA.
          PERFORM GUARDA-CONTA UNTIL FIM-BAN EQUAL "SIM".
          CLOSE CADBANC.

       LE-CONTA.
          READ CADBANC AT END MOVE "SIM" TO FIM-BAN.

       GUARDA-CONTA.
          IF QTD-CONTAS NOT LESS 500
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-CONTAS
              MOVE REG-BAN TO BAN-OCORRENCIA (QTD-CONTAS).
          PERFORM LE-CONTA.

       CARGA-PLANOS.
          OPEN INPUT CADPLAN.
          PERFORM LE-PLANO.
          PERFORM GUARDA-PLANO UNTIL FIM-PLA EQUAL "SIM".
          CLOSE CADPLAN.

       LE-PLANO.
          READ CADPLAN AT END MOVE "SIM" TO FIM-PLA.

       GUARDA-PLANO.
          IF QTD-PLANOS NOT LESS 50
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-PLANOS
              MOVE REG-PLAN TO PLA-OCORRENCIA (QTD-PLANOS).
          PERFORM LE-PLANO.

       CARGA-ACORDOS.
          OPEN INPUT ARQNEG.
          PERFORM LE-ACORDO.
          PERFORM GUARDA-ACORDO UNTIL FIM-NEG EQUAL "SIM".
          CLOSE ARQNEG.

       LE-ACORDO.
          READ ARQNEG AT END MOVE "SIM" TO FIM-NEG.

       GUARDA-ACORDO.
          IF QTD-ACORDOS NOT LESS 200
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-ACORDOS
              MOVE REG-NEG TO NEG-OCORRENCIA (QTD-ACORDOS).
          PERFORM LE-ACORDO.

      *----------------------------------------------------------------
      *    PENDENTE HA MAIS DE PRAZO-DIAS CORRIDOS VIRA EXPIRADA (X),
      *    SEM OPERADOR DE DECISAO. O SOLICITANTE REFAZ O PEDIDO SE
      *    A ALTERACAO AINDA FOR NECESSARIA.
      *----------------------------------------------------------------
       EXPIRA-VENCIDAS.
          IF QTD-SOLICITACOES GREATER THAN ZEROES
              PERFORM EXPIRA-UMA
                  VARYING IX-SOL FROM 1 BY 1
                  UNTIL IX-SOL GREATER THAN QTD-SOLICITACOES.
          IF QTD-EXPIRADAS GREATER THAN ZEROES
              DISPLAY "SOLICITACOES EXPIRADAS (MAIS DE " PRAZO-DIAS
                  " DIAS): " QTD-EXPIRADAS.

       EXPIRA-UMA.
          IF SOL-SITUACAO (IX-SOL) EQUAL "P"
              PERFORM CALCULA-DECORRIDOS
              IF DIAS-DECORRIDOS GREATER THAN PRAZO-DIAS
                  MOVE "X" TO SOL-SITUACAO (IX-SOL)
                  MOVE ZEROES TO SOL-OPERADOR-DEC (IX-SOL)
                  MOVE DATA-SISTEMA TO SOL-DATA-DEC (IX-SOL)
                  ADD 1 TO QTD-EXPIRADAS.

       CALCULA-DECORRIDOS.
          MOVE SOL-DATA-SOL (IX-SOL) TO DATA-CALC.
          PERFORM CALCULA-DIAS.
          COMPUTE DIAS-DECORRIDOS = DIAS-HOJE - DIAS-CALC.

      *----------------------------------------------------------------
      *    NUMERO DE DIAS DA DATA-CALC (AAAAMMDD) CONTADO A PARTIR DE
      *    MARCO COMO PRIMEIRO MES, PARA QUE FEVEREIRO FIQUE NO FIM DO
      *    ANO E O BISSEXTO SO ENTRE PELAS DIVISOES POR 4, 100 E 400.
      *    SO SERVE PARA SUBTRAIR UMA DATA DA OUTRA.
      *----------------------------------------------------------------
       CALCULA-DIAS.
          MOVE DATA-CALC(1:4) TO ANO-CALC.
          MOVE DATA-CALC(5:2) TO MES-CALC.
          MOVE DATA-CALC(7:2) TO DIA-CALC.
          IF MES-CALC LESS 3
              SUBTRACT 1 FROM ANO-CALC
              ADD 12 TO MES-CALC.
          COMPUTE DIAS-CALC = 365 * ANO-CALC + DIA-CALC.
          DIVIDE ANO-CALC BY 4 GIVING QUOC-CALC.
          ADD QUOC-CALC TO DIAS-CALC.
          DIVIDE ANO-CALC BY 100 GIVING QUOC-CALC.
          SUBTRACT QUOC-CALC FROM DIAS-CALC.
          DIVIDE ANO-CALC BY 400 GIVING QUOC-CALC.
          ADD QUOC-CALC TO DIAS-CALC.
          COMPUTE QUOC-CALC = 153 * (MES-CALC - 3) + 2.
          DIVIDE QUOC-CALC BY 5 GIVING QUOC-CALC.
          ADD QUOC-CALC TO DIAS-CALC.

       LISTA-ABERTAS.
          MOVE ZEROES TO QTD-ABERTAS.
          IF QTD-SOLICITACOES GREATER THAN ZEROES
              PERFORM LISTA-UMA
                  VARYING IX-SOL FROM 1 BY 1
                  UNTIL IX-SOL GREATER THAN QTD-SOLICITACOES.
          IF QTD-ABERTAS EQUAL ZEROES
              DISPLAY "NENHUMA SOLICITACAO PENDENTE.".

       LISTA-UMA.
          IF SOL-SITUACAO (IX-SOL) EQUAL "P"
              ADD 1 TO QTD-ABERTAS
              DISPLAY SOL-NUMERO (IX-SOL) "  " SOL-ORIGEM (IX-SOL)
                  "  " SOL-ACAO (IX-SOL) "  " SOL-CHAVE (IX-SOL)
                  "  OPERADOR " SOL-OPERADOR-SOL (IX-SOL)
                  "  EM " SOL-DATA-SOL (IX-SOL).

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (A-APROVAR R-REJEITAR L-LISTAR F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "A" OR OPCAO-MAN EQUAL "R"
              PERFORM ESCOLHE-SOLICITACAO
          ELSE
          IF OPCAO-MAN EQUAL "L"
              PERFORM LISTA-ABERTAS
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE A, R, L OU F.".

       ESCOLHE-SOLICITACAO.
          DISPLAY "NUMERO DA SOLICITACAO: ".
          MOVE ZEROES TO NUMERO-ESCOLHIDO.
          ACCEPT NUMERO-ESCOLHIDO.
          PERFORM LOCALIZA-SOLICITACAO.
          IF ACHOU-SOLICITACAO EQUAL "NAO"
              DISPLAY "SOLICITACAO INEXISTENTE."
          ELSE
          IF SOL-SITUACAO (IX-ESC) NOT EQUAL "P"
              DISPLAY "SOLICITACAO JA DECIDIDA (SITUACAO "
                  SOL-SITUACAO (IX-ESC) ")."
          ELSE
          IF SOL-OPERADOR-SOL (IX-ESC) EQUAL OPERADOR-ID
              DISPLAY "O SOLICITANTE NAO PODE DECIDIR A PROPRIA "
                  "SOLICITACAO - CHAME OUTRO OPERADOR NIVEL 2."
          ELSE
              PERFORM MOSTRA-SOLICITACAO
              DISPLAY "CONFIRMA (S/N): "
              ACCEPT RESP-CONFIRMA
              IF RESP-CONFIRMA NOT EQUAL "S"
                  DISPLAY "NADA FEITO."
              ELSE
              IF OPCAO-MAN EQUAL "R"
                  PERFORM REJEITA-SOLICITACAO
              ELSE
                  PERFORM APROVA-SOLICITACAO.

       LOCALIZA-SOLICITACAO.
          MOVE "NAO" TO ACHOU-SOLICITACAO.
          MOVE ZEROES TO IX-ESC.
          IF QTD-SOLICITACOES GREATER THAN ZEROES
              PERFORM TESTA-SOLICITACAO
                  VARYING IX-SOL FROM 1 BY 1
                  UNTIL IX-SOL GREATER THAN QTD-SOLICITACOES
                     OR ACHOU-SOLICITACAO EQUAL "SIM".

       TESTA-SOLICITACAO.
          IF SOL-NUMERO (IX-SOL) EQUAL NUMERO-ESCOLHIDO
              MOVE "SIM" TO ACHOU-SOLICITACAO
              MOVE IX-SOL TO IX-ESC.

      *----------------------------------------------------------------
      *    MOSTRA AS IMAGENS ANTES E DEPOIS CONFORME O PROGRAMA QUE
      *    GRAVOU A SOLICITACAO.
      *----------------------------------------------------------------
       MOSTRA-SOLICITACAO.
          DISPLAY "SOLICITACAO " SOL-NUMERO (IX-ESC) " DO "
              SOL-ORIGEM (IX-ESC) " - ACAO " SOL-ACAO (IX-ESC)
              " - CHAVE " SOL-CHAVE (IX-ESC).
          DISPLAY "PEDIDA PELO OPERADOR " SOL-OPERADOR-SOL (IX-ESC)
              " EM " SOL-DATA-SOL (IX-ESC).
          MOVE SOL-ANTES (IX-ESC) TO BANC-ANTES PLAN-ANTES
              DEBITO-ANTES.
          MOVE SOL-DEPOIS (IX-ESC) TO BANC-DEPOIS PLAN-DEPOIS
              ACORDO-DEPOIS.
          IF SOL-ORIGEM (IX-ESC) EQUAL "MANBANC"
              PERFORM MOSTRA-CONTA
          ELSE
          IF SOL-ORIGEM (IX-ESC) EQUAL "MANPLAN"
              PERFORM MOSTRA-PLANO
          ELSE
          IF SOL-ORIGEM (IX-ESC) EQUAL "NEGDEB"
              PERFORM MOSTRA-ACORDO.

       MOSTRA-CONTA.
          IF SOL-ANTES (IX-ESC) EQUAL SPACES
              DISPLAY "ANTES : (SEM CONTA CADASTRADA)"
          ELSE
              DISPLAY "ANTES : BANCO " BANCO-BANT " AGENCIA "
                  AGENCIA-BANT " CONTA " CONTA-BANT.
          IF SOL-DEPOIS (IX-ESC) EQUAL SPACES
              DISPLAY "DEPOIS: (CONTA EXCLUIDA)"
          ELSE
              DISPLAY "DEPOIS: BANCO " BANCO-BDEP " AGENCIA "
                  AGENCIA-BDEP " CONTA " CONTA-BDEP.

       MOSTRA-PLANO.
          IF SOL-ANTES (IX-ESC) EQUAL SPACES
              DISPLAY "ANTES : (PLANO NOVO)"
          ELSE
              MOVE VALOR-PANT TO VALOR-EDIT-1
              DISPLAY "ANTES : " DESCRICAO-PANT " " VALOR-EDIT-1.
          IF SOL-DEPOIS (IX-ESC) EQUAL SPACES
              DISPLAY "DEPOIS: (PLANO EXCLUIDO)"
          ELSE
              MOVE VALOR-PDEP TO VALOR-EDIT-2
              DISPLAY "DEPOIS: " DESCRICAO-PDEP " " VALOR-EDIT-2.

       MOSTRA-ACORDO.
          MOVE SALDO-TIT-DANT TO VALOR-EDIT-1.
          DISPLAY "DEBITO NO PEDIDO: CODIGO " CODIGO-PAG-DANT " - "
              QTD-TIT-DANT " TITULOS EM ABERTO - SALDO " VALOR-EDIT-1.
          MOVE TOTAL-ADEP TO VALOR-EDIT-1.
          MOVE VALOR-PARCELA-ADEP TO VALOR-EDIT-2.
          DISPLAY "ACORDO: TOTAL " VALOR-EDIT-1 " EM " PARCELAS-ADEP
              " PARCELAS DE " VALOR-EDIT-2.

       REJEITA-SOLICITACAO.
          MOVE "R" TO SOL-SITUACAO (IX-ESC).
          MOVE OPERADOR-ID TO SOL-OPERADOR-DEC (IX-ESC).
          MOVE DATA-SISTEMA TO SOL-DATA-DEC (IX-ESC).
          ADD 1 TO QTD-REJEITADAS.
          DISPLAY "SOLICITACAO REJEITADA.".

       APROVA-SOLICITACAO.
          MOVE "NAO" TO APLICOU.
          IF SOL-ORIGEM (IX-ESC) EQUAL "MANBANC"
              PERFORM APLICA-CONTA
          ELSE
          IF SOL-ORIGEM (IX-ESC) EQUAL "MANPLAN"
              PERFORM APLICA-PLANO
          ELSE
          IF SOL-ORIGEM (IX-ESC) EQUAL "NEGDEB"
              PERFORM APLICA-ACORDO
          ELSE
              DISPLAY "ORIGEM DESCONHECIDA - SO PODE SER REJEITADA.".
          IF APLICOU EQUAL "SIM"
              MOVE "A" TO SOL-SITUACAO (IX-ESC)
              MOVE OPERADOR-ID TO SOL-OPERADOR-DEC (IX-ESC)
              MOVE DATA-SISTEMA TO SOL-DATA-DEC (IX-ESC)
              ADD 1 TO QTD-APROVADAS
              DISPLAY "SOLICITACAO APROVADA E APLICADA."
          ELSE
              DISPLAY "SOLICITACAO NAO APLICADA - CONTINUA PENDENTE.".

      *----------------------------------------------------------------
      *    CONTA BANCARIA (CADBANC). A IMAGEM ANTES TEM QUE BATER COM
      *    A CONTA ATUAL; NA INCLUSAO A MATRICULA NAO PODE TER CONTA.
      *----------------------------------------------------------------
       APLICA-CONTA.
          MOVE SOL-CHAVE (IX-ESC) TO CHAVE-CONTA.
          PERFORM LOCALIZA-CONTA.
          IF SOL-ACAO (IX-ESC) EQUAL "I"
              PERFORM INCLUI-CONTA
          ELSE
          IF ACHOU-CONTA EQUAL "NAO"
              DISPLAY "MATRICULA SEM CONTA NO CADBANC - REJEITE."
          ELSE
          IF BAN-OCORRENCIA (IX-ACHADO) NOT EQUAL BANC-ANTES
              DISPLAY "A CONTA NO CADBANC MUDOU DESDE A SOLICITACAO "
                  "- REJEITE."
          ELSE
          IF SOL-ACAO (IX-ESC) EQUAL "A"
              MOVE BANC-DEPOIS TO BAN-OCORRENCIA (IX-ACHADO)
              MOVE "SIM" TO APLICOU
          ELSE
              PERFORM REMOVE-CONTA
              MOVE "SIM" TO APLICOU.
          IF APLICOU EQUAL "SIM"
              MOVE "SIM" TO CADBANC-ALTERADO.

       LOCALIZA-CONTA.
          MOVE "NAO" TO ACHOU-CONTA.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-CONTAS GREATER THAN ZEROES
              PERFORM TESTA-UMA-CONTA
                  VARYING IX-BAN FROM 1 BY 1
                  UNTIL IX-BAN GREATER THAN QTD-CONTAS
                     OR ACHOU-CONTA EQUAL "SIM".

       TESTA-UMA-CONTA.
          IF BAN-MATRICULA (IX-BAN) EQUAL CHAVE-CONTA
              MOVE "SIM" TO ACHOU-CONTA
              MOVE IX-BAN TO IX-ACHADO.

       INCLUI-CONTA.
          IF ACHOU-CONTA EQUAL "SIM"
              DISPLAY "MATRICULA JA TEM CONTA NO CADBANC - REJEITE."
          ELSE
          IF QTD-CONTAS NOT LESS 500
              DISPLAY "TABELA DE CONTAS LOTADA."
          ELSE
              ADD 1 TO QTD-CONTAS
              MOVE BANC-DEPOIS TO BAN-OCORRENCIA (QTD-CONTAS)
              MOVE "SIM" TO APLICOU.

       REMOVE-CONTA.
          PERFORM DESLOCA-CONTA
              VARYING IX-BAN FROM IX-ACHADO BY 1
              UNTIL IX-BAN NOT LESS QTD-CONTAS.
          SUBTRACT 1 FROM QTD-CONTAS.

       DESLOCA-CONTA.
          MOVE BAN-OCORRENCIA (IX-BAN + 1) TO BAN-OCORRENCIA (IX-BAN).

      *----------------------------------------------------------------
      *    PLANO (CADPLAN), NO MESMO ESQUEMA DA CONTA BANCARIA.
      *----------------------------------------------------------------
       APLICA-PLANO.
          MOVE SOL-CHAVE (IX-ESC) TO CHAVE-PLANO.
          PERFORM LOCALIZA-PLANO.
          IF SOL-ACAO (IX-ESC) EQUAL "I"
              PERFORM INCLUI-PLANO
          ELSE
          IF ACHOU-PLANO EQUAL "NAO"
              DISPLAY "PLANO NAO EXISTE MAIS NO CADPLAN - REJEITE."
          ELSE
          IF PLA-OCORRENCIA (IX-ACHADO) NOT EQUAL PLAN-ANTES
              DISPLAY "O PLANO NO CADPLAN MUDOU DESDE A SOLICITACAO "
                  "- REJEITE."
          ELSE
          IF SOL-ACAO (IX-ESC) EQUAL "A"
              MOVE PLAN-DEPOIS TO PLA-OCORRENCIA (IX-ACHADO)
              MOVE "SIM" TO APLICOU
          ELSE
              PERFORM REMOVE-PLANO
              MOVE "SIM" TO APLICOU.
          IF APLICOU EQUAL "SIM"
              MOVE "SIM" TO CADPLAN-ALTERADO.

       LOCALIZA-PLANO.
          MOVE "NAO" TO ACHOU-PLANO.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-PLANOS GREATER THAN ZEROES
              PERFORM TESTA-UM-PLANO
                  VARYING IX-PLA FROM 1 BY 1
                  UNTIL IX-PLA GREATER THAN QTD-PLANOS
                     OR ACHOU-PLANO EQUAL "SIM".

       TESTA-UM-PLANO.
          IF PLA-CODIGO (IX-PLA) EQUAL CHAVE-PLANO
              MOVE "SIM" TO ACHOU-PLANO
              MOVE IX-PLA TO IX-ACHADO.

       INCLUI-PLANO.
          IF ACHOU-PLANO EQUAL "SIM"
              DISPLAY "PLANO JA EXISTE NO CADPLAN - REJEITE."
          ELSE
          IF QTD-PLANOS NOT LESS 50
              DISPLAY "TABELA DE PLANOS LOTADA."
          ELSE
              ADD 1 TO QTD-PLANOS
              MOVE PLAN-DEPOIS TO PLA-OCORRENCIA (QTD-PLANOS)
              MOVE "SIM" TO APLICOU.

       REMOVE-PLANO.
          PERFORM DESLOCA-PLANO
              VARYING IX-PLA FROM IX-ACHADO BY 1
              UNTIL IX-PLA NOT LESS QTD-PLANOS.
          SUBTRACT 1 FROM QTD-PLANOS.

       DESLOCA-PLANO.
          MOVE PLA-OCORRENCIA (IX-PLA + 1) TO PLA-OCORRENCIA (IX-PLA).

      *----------------------------------------------------------------
      *    ACORDO DE DEBITO. O SOCIO TEM QUE CONTINUAR NO CODIGO 02,
      *    SEM ACORDO ATIVO E COM OS MESMOS TITULOS EM ABERTO DO
      *    PEDIDO; SO ENTAO O ACORDO ENTRA NO ARQNEG E O SOCIO E OS
      *    TITULOS SAO MARCADOS COMO NEGOCIADOS.
      *----------------------------------------------------------------
       APLICA-ACORDO.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE "NAO" TO ACHOU-ACORDO.
          MOVE ZEROES TO QTD-TIT-ABERTOS.
          MOVE ZEROES TO SALDO-TIT-SOCIO.
          MOVE SOCIO-ADEP TO NUMERO-SOCIO1.
          IF TEM-CADSOC1 EQUAL "SIM" AND TEM-ARQTIT EQUAL "SIM"
              READ CADSOC1 KEY IS NUMERO-SOCIO1
                  INVALID KEY MOVE "SIM" TO NAO-ACHOU
              END-READ
              PERFORM LOCALIZA-ACORDO
              PERFORM SOMA-TITULOS.
          IF TEM-CADSOC1 EQUAL "NAO" OR TEM-ARQTIT EQUAL "NAO"
              DISPLAY "CADSOC1 OU ARQTIT INDISPONIVEL - ACORDO NAO "
                  "PODE SER APLICADO AGORA."
          ELSE
          IF NAO-ACHOU EQUAL "SIM"
              DISPLAY "SOCIO NAO ENCONTRADO NO CADSOC1 - REJEITE."
          ELSE
          IF CODIGO-PAGAMENTO1 NOT EQUAL 02
              DISPLAY "SOCIO NAO ESTA MAIS NO CODIGO 02 (ATUAL "
                  CODIGO-PAGAMENTO1 ") - REJEITE."
          ELSE
          IF ACHOU-ACORDO EQUAL "SIM"
              DISPLAY "SOCIO JA TEM ACORDO ATIVO - REJEITE."
          ELSE
          IF QTD-ACORDOS NOT LESS 200
              DISPLAY "TABELA DE ACORDOS LOTADA."
          ELSE
          IF QTD-TIT-ABERTOS NOT EQUAL QTD-TIT-DANT
             OR SALDO-TIT-SOCIO NOT EQUAL SALDO-TIT-DANT
              DISPLAY "TITULOS EM ABERTO MUDARAM DESDE A SOLICITACAO "
                  "- REJEITE E REFACA NO NEGDEB."
          ELSE
              PERFORM GRAVA-ACORDO.

       LOCALIZA-ACORDO.
          IF QTD-ACORDOS GREATER THAN ZEROES
              PERFORM TESTA-ACORDO
                  VARYING IX-NEG FROM 1 BY 1
                  UNTIL IX-NEG GREATER THAN QTD-ACORDOS
                     OR ACHOU-ACORDO EQUAL "SIM".

       TESTA-ACORDO.
          IF NEG-SOCIO (IX-NEG) EQUAL NUMERO-SOCIO1
             AND NEG-SITUACAO (IX-NEG) EQUAL "A"
              MOVE "SIM" TO ACHOU-ACORDO.

       SOMA-TITULOS.
          PERFORM POSICIONA-TITULOS.
          PERFORM ACUMULA-TITULO UNTIL FIM-TIT EQUAL "SIM".

       POSICIONA-TITULOS.
          MOVE "NAO" TO FIM-TIT.
          MOVE NUMERO-SOCIO1 TO SOCIO-TIT.
          MOVE ZEROES TO COMPET-TIT.
          MOVE SPACES TO TIPO-TIT.
          START ARQTIT KEY NOT LESS CHAVE-TIT
              INVALID KEY MOVE "SIM" TO FIM-TIT.
          PERFORM LE-TITULO.

       LE-TITULO.
          IF FIM-TIT NOT EQUAL "SIM"
              READ ARQTIT NEXT RECORD
                  AT END MOVE "SIM" TO FIM-TIT.
          IF FIM-TIT NOT EQUAL "SIM"
             AND SOCIO-TIT NOT EQUAL NUMERO-SOCIO1
              MOVE "SIM" TO FIM-TIT.

       ACUMULA-TITULO.
          IF SITUACAO-TIT EQUAL "A"
              ADD 1 TO QTD-TIT-ABERTOS
              ADD SALDO-TIT TO SALDO-TIT-SOCIO.
          PERFORM LE-TITULO.

       GRAVA-ACORDO.
          ADD 1 TO QTD-ACORDOS.
          MOVE ACORDO-DEPOIS TO NEG-OCORRENCIA (QTD-ACORDOS).
          MOVE DATA-SISTEMA TO NEG-DATA (QTD-ACORDOS).
          PERFORM MONTA-IMAGEM.
          MOVE REG-ISO TO IMAGEM-ANTES.
          MOVE 04 TO CODIGO-PAGAMENTO1.
          REWRITE REG-SOC1.
          PERFORM MONTA-IMAGEM.
          MOVE REG-ISO TO IMAGEM-DEPOIS.
          PERFORM GRAVA-JORNAL-ACORDO.
          PERFORM POSICIONA-TITULOS.
          PERFORM NEGOCIA-TITULO UNTIL FIM-TIT EQUAL "SIM".
          MOVE "SIM" TO ARQNEG-ALTERADO.
          MOVE "SIM" TO APLICOU.
          DISPLAY "ACORDO GRAVADO - SOCIO MARCADO COMO NEGOCIADO "
              "(04).".

       NEGOCIA-TITULO.
          IF SITUACAO-TIT EQUAL "A"
              MOVE "N" TO SITUACAO-TIT
              REWRITE REG-TIT.
          PERFORM LE-TITULO.

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

       GRAVA-JORNAL-ACORDO.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE SPACES TO REG-JSO.
          MOVE DATA-SISTEMA TO JSO-DATA.
          MOVE HORA-SISTEMA(1:6) TO JSO-HORA.
          MOVE "N" TO JSO-OPCAO.
          MOVE NUMERO-SOCIO1 TO JSO-NUMERO.
          MOVE "ACORDO-APROV  " TO JSO-DISPOSICAO.
          MOVE OPERADOR-ID TO JSO-OPERADOR.
          MOVE DATA-SISTEMA TO JSO-VIGENCIA.
          MOVE PLANO-SOCIO1 TO JSO-PLANO-ANT.
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
      *    ENCERRAMENTO: REGRAVA OS CADASTROS QUE RECEBERAM APROVACAO,
      *    RECOLHE AS SOLICITACOES GRAVADAS DURANTE A SESSAO, REGRAVA O
      *    ARQAPRV E IMPRIME AS QUE CONTINUAM EM ABERTO.
      *----------------------------------------------------------------
       TERMINO.
          IF TEM-CADSOC1 EQUAL "SIM"
              CLOSE CADSOC1.
          IF TEM-ARQTIT EQUAL "SIM"
              CLOSE ARQTIT.
          IF CADBANC-ALTERADO EQUAL "SIM"
              PERFORM REGRAVA-CONTAS.
          IF CADPLAN-ALTERADO EQUAL "SIM"
              PERFORM REGRAVA-PLANOS.
          IF ARQNEG-ALTERADO EQUAL "SIM"
              PERFORM REGRAVA-ACORDOS.
          PERFORM CARGA-SOLICITACOES.
          PERFORM REGRAVA-SOLICITACOES.
          PERFORM IMPRIME-ABERTAS.
          DISPLAY "APROVADAS: " QTD-APROVADAS "  REJEITADAS: "
              QTD-REJEITADAS "  EXPIRADAS: " QTD-EXPIRADAS
              "  PENDENTES: " QTD-ABERTAS.

       REGRAVA-CONTAS.
          OPEN OUTPUT CADBANC.
          IF QTD-CONTAS GREATER THAN ZEROES
              PERFORM GRAVA-UMA-CONTA
                  VARYING IX-BAN FROM 1 BY 1
                  UNTIL IX-BAN GREATER THAN QTD-CONTAS.
          CLOSE CADBANC.
          DISPLAY "CADASTRO DE CONTAS REGRAVADO.".

       GRAVA-UMA-CONTA.
          MOVE BAN-OCORRENCIA (IX-BAN) TO REG-BAN.
          WRITE REG-BAN.

       REGRAVA-PLANOS.
          OPEN OUTPUT CADPLAN.
          IF QTD-PLANOS GREATER THAN ZEROES
              PERFORM GRAVA-UM-PLANO
                  VARYING IX-PLA FROM 1 BY 1
                  UNTIL IX-PLA GREATER THAN QTD-PLANOS.
          CLOSE CADPLAN.
          DISPLAY "TABELA DE PLANOS REGRAVADA.".

       GRAVA-UM-PLANO.
          MOVE PLA-OCORRENCIA (IX-PLA) TO REG-PLAN.
          WRITE REG-PLAN.

       REGRAVA-ACORDOS.
          OPEN OUTPUT ARQNEG.
          IF QTD-ACORDOS GREATER THAN ZEROES
              PERFORM GRAVA-UM-ACORDO
                  VARYING IX-NEG FROM 1 BY 1
                  UNTIL IX-NEG GREATER THAN QTD-ACORDOS.
          CLOSE ARQNEG.
          DISPLAY "ARQNEG REGRAVADO COM " QTD-ACORDOS " ACORDOS.".

       GRAVA-UM-ACORDO.
          MOVE NEG-OCORRENCIA (IX-NEG) TO REG-NEG.
          WRITE REG-NEG.

       REGRAVA-SOLICITACOES.
          OPEN OUTPUT ARQAPRV.
          IF QTD-SOLICITACOES GREATER THAN ZEROES
              PERFORM GRAVA-UMA-SOLICITACAO
                  VARYING IX-SOL FROM 1 BY 1
                  UNTIL IX-SOL GREATER THAN QTD-SOLICITACOES.
          CLOSE ARQAPRV.

       GRAVA-UMA-SOLICITACAO.
          MOVE SOL-OCORRENCIA (IX-SOL) TO REG-APR.
          WRITE REG-APR.

       IMPRIME-ABERTAS.
          MOVE ZEROES TO QTD-ABERTAS.
          OPEN OUTPUT RELAPRV.
          IF QTD-SOLICITACOES GREATER THAN ZEROES
              PERFORM IMPRIME-UMA
                  VARYING IX-SOL FROM 1 BY 1
                  UNTIL IX-SOL GREATER THAN QTD-SOLICITACOES.
          IF CT-PAG EQUAL ZEROES
              PERFORM CABECALHO.
          MOVE QTD-ABERTAS TO TOT-ABER.
          MOVE QTD-APROVADAS TO TOT-APRV.
          MOVE QTD-REJEITADAS TO TOT-REJE.
          MOVE QTD-EXPIRADAS TO TOT-EXPI.
          WRITE REGRELAP FROM CAB-04 AFTER ADVANCING 2 LINES.
          CLOSE RELAPRV.

       IMPRIME-UMA.
          IF SOL-SITUACAO (IX-SOL) EQUAL "P"
              PERFORM IMPRIME-DETALHE.

       IMPRIME-DETALHE.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          ADD 1 TO QTD-ABERTAS.
          MOVE SOL-NUMERO (IX-SOL) TO DET-NUM.
          MOVE SOL-ORIGEM (IX-SOL) TO DET-ORI.
          IF SOL-ACAO (IX-SOL) EQUAL "I"
              MOVE "INCL" TO DET-ACAO
          ELSE
          IF SOL-ACAO (IX-SOL) EQUAL "A"
              MOVE "ALTE" TO DET-ACAO
          ELSE
              MOVE "EXCL" TO DET-ACAO.
          MOVE SOL-CHAVE (IX-SOL) TO DET-CHAVE.
          MOVE SOL-OPERADOR-SOL (IX-SOL) TO DET-OPER.
          MOVE SOL-DATA-SOL (IX-SOL) (7:2) TO DET-DIA.
          MOVE SOL-DATA-SOL (IX-SOL) (5:2) TO DET-MES.
          MOVE SOL-DATA-SOL (IX-SOL) (1:4) TO DET-ANO.
          PERFORM CALCULA-DECORRIDOS.
          MOVE DIAS-DECORRIDOS TO DET-DIAS.
          WRITE REGRELAP FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGRELAP.
          WRITE REGRELAP AFTER ADVANCING PAGE.
          WRITE REGRELAP FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGRELAP FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGRELAP FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.
