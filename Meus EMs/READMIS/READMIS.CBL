       IDENTIFICATION DIVISION.
          PROGRAM-ID.      READMIS.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. READMISSAO DE SOCIO CANCELADO NO BALCAO, COM O MESMO
      *NUMERO. O OPERADOR BUSCA O SOCIO PELO NUMERO OU PELO NOME
      *(CHAVE ALTERNATIVA DO CADSOC1); O SOCIO PRECISA ESTAR
      *CANCELADO (CODIGO 03), FORA DA AGENCIA DE COBRANCA E COM O
      *CANCELAMENTO JA REGISTRADO NO HISTCANC PELO ACUMCANC. O DEBITO
      *QUE FICOU E A SOMA DOS TITULOS EM ABERTO OU NEGOCIADOS DO
      *ARQTIT MAIS JUROS E MULTA DO PARMFIN, COMO NO NEGDEB. SEM
      *DEBITO O SOCIO VOLTA DIRETO AO CODIGO 01. COM DEBITO O
      *OPERADOR ESCOLHE: Q - QUITAR NO CAIXA (OS TITULOS VOLTAM A
      *ABERTO, JUROS E MULTA VIRAM UM TITULO J DE ENCARGOS NA
      *COMPETENCIA CORRENTE E O SOCIO VOLTA COMO ATRASADO 02 - O
      *BAIXAREC O DEVOLVE A 01 QUANDO QUITAR TUDO); N - NEGOCIAR (O
      *SOCIO VOLTA COMO 02 COM OS TITULOS ABERTOS PARA O ACORDO DO
      *NEGDEB, QUE COBRA OS PROPRIOS JUROS); R - REMIR, SO COM
      *OPERADOR NIVEL 2 (O DA SESSAO OU UM SUPERVISOR IDENTIFICADO
      *NA HORA) - OS TITULOS PASSAM A R (REMIDO) E O SOCIO VOLTA A
      *01. A DATA DE ADMISSAO ORIGINAL E MANTIDA; A READMISSAO E
      *REGISTRADA EM READMIS.DAT (DATA, FORMA, DEBITO, OPERADOR E
      *AUTORIZADOR) E NO JORNSOC (OPCAO R) PARA A AUDITORIA, COM A
      *IMAGEM DO SOCIO ANTES E DEPOIS (REGISO) PARA O RECUPERA.
      *CADA LINHA DO JORNSOC LEVA NO FIM A SEQUENCIA E A CONFERENCIA
      *ENCADEADA DA SELAJOR, CONFERIDAS PELO VERJORN.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES
          FILE STATUS IS FS-SOC.
          SELECT ARQTIT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-TIT
          FILE STATUS IS FS-TIT.
          SELECT OPTIONAL HISTCANC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL READMIS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMFIN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL JORNSOC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       FD  ARQTIT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQTIT.DAT".
          COPY REGTIT.

       FD  HISTCANC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "HISTCANC.DAT".
          01 REG-HCA.
          02 NUMERO-HCA                PIC 9(06).
          02 NOME-HCA                  PIC X(30).
          02 DATA-CANC-HCA             PIC 9(08).
          02 VALOR-HCA                 PIC 9(09)V9(02).
          02 DEBITO-HCA                PIC 9(09)V9(02).

       FD  READMIS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "READMIS.DAT".
          COPY REGREA.

       FD  PARMFIN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMFIN.DAT".
          01 REG-PARMFIN.
          02 DATA-VIG-FIN              PIC 9(08).
          02 TAXA-FIN                  PIC 9V9(04).
          02 MULTA-FIN                 PIC 9(05)V9(02).
          02 PRORATA-FIN               PIC X(01).

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
       77  SUPERVISOR-ID      PIC 9(04) VALUE ZEROES.
       77  NIVEL-SUPERVISOR   PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SUPERV   PIC X(03) VALUE "NAO".
       77  ARQUIVO-TRAVA      PIC X(12) VALUE SPACES.
       77  CADASTRO-TRAVADO   PIC X(03) VALUE "NAO".
       77  FS-SOC             PIC X(02) VALUE "00".
       77  FS-TIT             PIC X(02) VALUE "00".
       77  FIM-SESSAO         PIC X(03) VALUE "NAO".
       77  FIM-HCA            PIC X(03) VALUE "NAO".
       77  FIM-REA            PIC X(03) VALUE "NAO".
       77  FIM-PARMFIN        PIC X(03) VALUE "NAO".
       77  FIM-TIT            PIC X(03) VALUE "NAO".
       77  FIM-NOME           PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  JA-READMITIDO      PIC X(03) VALUE "NAO".
       77  ENTRADA-BUSCA      PIC X(30) VALUE SPACES.
       77  ENTRADA-NUM        PIC X(06) VALUE SPACES.
       77  RESPOSTA           PIC X(01) VALUE SPACES.
       77  FORMA-ESCOLHIDA    PIC X(01) VALUE SPACES.
       77  QTD-LISTADOS       PIC 9(02) VALUE ZEROES.
       77  QTD-HIST           PIC 9(04) VALUE ZEROES.
       77  IX-HIS             PIC 9(04) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(04) VALUE ZEROES.
       77  QTD-READM          PIC 9(04) VALUE ZEROES.
       77  IX-REA             PIC 9(04) VALUE ZEROES.
       77  TAXA-JUROS         PIC 9V9(04) VALUE 0,02.
       77  MULTA-ATRASO       PIC 9(05)V9(02) VALUE ZEROES.
       77  DATA-VIG-ESCOLHIDA PIC 9(08) VALUE ZEROES.
       77  QTD-TIT-ABERTOS    PIC 9(03) VALUE ZEROES.
       77  QTD-MESES-ABERTOS  PIC 9(03) VALUE ZEROES.
       77  SALDO-TIT-SOCIO    PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-JUROS        PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-ENCARGOS     PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-DEBITO       PIC 9(09)V9(02) VALUE ZEROES.
       77  SITUACAO-PARA      PIC X(01) VALUE SPACES.
       77  DISPOSICAO-JORNAL  PIC X(14) VALUE SPACES.
       77  CONTADOR-READM     PIC 9(04) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).
       77  IMAGEM-ANTES       PIC X(76) VALUE SPACES.
       77  IMAGEM-DEPOIS      PIC X(76) VALUE SPACES.

       01 TAB-HISTORICO.
          02 HIS-OCORRENCIA OCCURS 5000 TIMES.
             03 HIS-NUMERO             PIC 9(06).
             03 HIS-DATA               PIC 9(08).
             03 HIS-DEBITO             PIC 9(09)V9(02).

       01 TAB-READMISSOES.
          02 REA-OCORRENCIA OCCURS 2000 TIMES.
             03 REA-NUMERO             PIC 9(06).
             03 REA-DATA-CANC          PIC 9(08).

       COPY REGISO.

       COPY REGSEL.

       PROCEDURE DIVISION.

       PGM-READMIS.
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
          PERFORM INICIO.
          PERFORM ATENDE-BUSCA UNTIL FIM-SESSAO EQUAL "SIM".
          CLOSE CADSOC1
                ARQTIT.
          DISPLAY "READMISSOES NA SESSAO: " CONTADOR-READM.
          STOP RUN.

       INICIO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM LEITURA-PARMFIN.
          PERFORM CARGA-HISTORICO.
          PERFORM CARGA-READMISSOES.
          OPEN I-O CADSOC1.
          IF FS-SOC NOT EQUAL "00"
              DISPLAY "CADSOC1 NAO ABRIU - STATUS " FS-SOC
                  ". READMISSAO NAO PERMITIDA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN I-O ARQTIT.
          IF FS-TIT NOT EQUAL "00"
              DISPLAY "ARQTIT AUSENTE (STATUS " FS-TIT ") - RODE O "
                  "CONVTIT ANTES. SESSAO RECUSADA."
              CLOSE CADSOC1
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          DISPLAY "READMISSAO DE SOCIO CANCELADO".

       LEITURA-PARMFIN.
          OPEN INPUT PARMFIN.
          PERFORM LE-PARMFIN.
          PERFORM ESCOLHE-PARMFIN UNTIL FIM-PARMFIN EQUAL "SIM".
          CLOSE PARMFIN.

       LE-PARMFIN.
          READ PARMFIN AT END MOVE "SIM" TO FIM-PARMFIN.

       ESCOLHE-PARMFIN.
          IF DATA-VIG-FIN NOT GREATER DATA-SISTEMA
             AND DATA-VIG-FIN NOT LESS DATA-VIG-ESCOLHIDA
              MOVE DATA-VIG-FIN TO DATA-VIG-ESCOLHIDA
              MOVE TAXA-FIN TO TAXA-JUROS
              MOVE MULTA-FIN TO MULTA-ATRASO.
          PERFORM LE-PARMFIN.

       CARGA-HISTORICO.
          OPEN INPUT HISTCANC.
          PERFORM LE-HISTORICO.
          PERFORM GUARDA-HISTORICO UNTIL FIM-HCA EQUAL "SIM".
          CLOSE HISTCANC.

       LE-HISTORICO.
          READ HISTCANC AT END MOVE "SIM" TO FIM-HCA.

       GUARDA-HISTORICO.
          IF QTD-HIST NOT LESS 5000
              DISPLAY "TABELA DO HISTORICO LOTADA"
          ELSE
              ADD 1 TO QTD-HIST
              MOVE NUMERO-HCA TO HIS-NUMERO (QTD-HIST)
              MOVE DATA-CANC-HCA TO HIS-DATA (QTD-HIST)
              MOVE DEBITO-HCA TO HIS-DEBITO (QTD-HIST).
          PERFORM LE-HISTORICO.

       CARGA-READMISSOES.
          OPEN INPUT READMIS.
          PERFORM LE-READMISSAO.
          PERFORM GUARDA-READMISSAO UNTIL FIM-REA EQUAL "SIM".
          CLOSE READMIS.

       LE-READMISSAO.
          READ READMIS AT END MOVE "SIM" TO FIM-REA.

       GUARDA-READMISSAO.
          IF QTD-READM NOT LESS 2000
              DISPLAY "TABELA DE READMISSOES LOTADA"
          ELSE
              ADD 1 TO QTD-READM
              MOVE NUMERO-REA TO REA-NUMERO (QTD-READM)
              MOVE DATA-CANC-REA TO REA-DATA-CANC (QTD-READM).
          PERFORM LE-READMISSAO.

      *----------------------------------------------------------------
      *    BUSCA: SEIS DIGITOS VAO DIRETO AO NUMERO; QUALQUER OUTRO
      *    TEXTO POSICIONA NA CHAVE DE NOME E LISTA OS DEZ SEGUINTES
      *    PARA O OPERADOR ESCOLHER O NUMERO.
      *----------------------------------------------------------------
       ATENDE-BUSCA.
          DISPLAY " ".
          DISPLAY "NUMERO DO SOCIO OU INICIO DO NOME (F = FIM): ".
          MOVE SPACES TO ENTRADA-BUSCA.
          ACCEPT ENTRADA-BUSCA.
          IF ENTRADA-BUSCA EQUAL "F" OR ENTRADA-BUSCA EQUAL SPACES
              MOVE "SIM" TO FIM-SESSAO
          ELSE
          IF ENTRADA-BUSCA(1:6) NUMERIC
             AND ENTRADA-BUSCA(7:24) EQUAL SPACES
              MOVE ENTRADA-BUSCA(1:6) TO ENTRADA-NUM
              PERFORM TRATA-SOCIO
          ELSE
              PERFORM LISTA-POR-NOME
              DISPLAY "NUMERO DO SOCIO (BRANCO = NOVA BUSCA): "
              MOVE SPACES TO ENTRADA-NUM
              ACCEPT ENTRADA-NUM
              IF ENTRADA-NUM NUMERIC
                  PERFORM TRATA-SOCIO.

       LISTA-POR-NOME.
          MOVE "NAO" TO FIM-NOME.
          MOVE ZEROES TO QTD-LISTADOS.
          MOVE ENTRADA-BUSCA TO NOME-SOCIO1.
          START CADSOC1 KEY NOT LESS NOME-SOCIO1
              INVALID KEY MOVE "SIM" TO FIM-NOME.
          PERFORM MOSTRA-NOME
              UNTIL FIM-NOME EQUAL "SIM"
                 OR QTD-LISTADOS NOT LESS 10.
          IF QTD-LISTADOS EQUAL ZEROES
              DISPLAY "NENHUM SOCIO A PARTIR DESSE NOME.".

       MOSTRA-NOME.
          READ CADSOC1 NEXT RECORD
              AT END MOVE "SIM" TO FIM-NOME.
          IF FIM-NOME NOT EQUAL "SIM"
              ADD 1 TO QTD-LISTADOS
              IF CODIGO-PAGAMENTO1 EQUAL 03
                  DISPLAY "  " NUMERO-SOCIO1 " " NOME-SOCIO1
                      " CANCELADO"
              ELSE
                  DISPLAY "  " NUMERO-SOCIO1 " " NOME-SOCIO1
                      " ATIVO (" CODIGO-PAGAMENTO1 ")".

       TRATA-SOCIO.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE ENTRADA-NUM TO NUMERO-SOCIO1.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "SIM"
              DISPLAY "SOCIO NAO ENCONTRADO."
          ELSE
          IF CODIGO-PAGAMENTO1 NOT EQUAL 03
              DISPLAY "SOCIO NAO ESTA CANCELADO (CODIGO "
                  CODIGO-PAGAMENTO1 ") - NADA A READMITIR."
          ELSE
          IF SITUACAO-COBR1 EQUAL "G"
              DISPLAY "DEBITO DO SOCIO ESTA NA AGENCIA DE COBRANCA - "
                  "AGUARDE O RETORNO (AGENRET)."
          ELSE
              PERFORM LOCALIZA-CANCELAMENTO
              IF IX-ACHADO EQUAL ZEROES
                  DISPLAY "CANCELAMENTO AINDA NAO CONSTA NO HISTCANC"
                      " - RODE O ACUMCANC ANTES DA READMISSAO."
              ELSE
                  PERFORM APRESENTA-DEBITO.

      *----------------------------------------------------------------
      *    O CANCELAMENTO EM ABERTO E O MAIS RECENTE DO SOCIO NO
      *    HISTCANC QUE AINDA NAO FOI ENCERRADO POR UMA READMISSAO.
      *----------------------------------------------------------------
       LOCALIZA-CANCELAMENTO.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-HIST GREATER THAN ZEROES
              PERFORM TESTA-CANCELAMENTO
                  VARYING IX-HIS FROM 1 BY 1
                  UNTIL IX-HIS GREATER THAN QTD-HIST.

       TESTA-CANCELAMENTO.
          IF HIS-NUMERO (IX-HIS) EQUAL NUMERO-SOCIO1
              PERFORM VERIFICA-READMITIDO
              IF JA-READMITIDO EQUAL "NAO"
                  IF IX-ACHADO EQUAL ZEROES
                      MOVE IX-HIS TO IX-ACHADO
                  ELSE
                  IF HIS-DATA (IX-HIS) NOT LESS HIS-DATA (IX-ACHADO)
                      MOVE IX-HIS TO IX-ACHADO.

       VERIFICA-READMITIDO.
          MOVE "NAO" TO JA-READMITIDO.
          IF QTD-READM GREATER THAN ZEROES
              PERFORM TESTA-READMISSAO
                  VARYING IX-REA FROM 1 BY 1
                  UNTIL IX-REA GREATER THAN QTD-READM
                     OR JA-READMITIDO EQUAL "SIM".

       TESTA-READMISSAO.
          IF REA-NUMERO (IX-REA) EQUAL HIS-NUMERO (IX-HIS)
             AND REA-DATA-CANC (IX-REA) EQUAL HIS-DATA (IX-HIS)
              MOVE "SIM" TO JA-READMITIDO.

       APRESENTA-DEBITO.
          PERFORM SOMA-TITULOS.
          MOVE ZEROES TO VALOR-JUROS VALOR-ENCARGOS.
          IF SALDO-TIT-SOCIO GREATER THAN ZEROES
              COMPUTE VALOR-JUROS ROUNDED =
                  SALDO-TIT-SOCIO * TAXA-JUROS
              ADD VALOR-JUROS MULTA-ATRASO GIVING VALOR-ENCARGOS.
          ADD SALDO-TIT-SOCIO VALOR-ENCARGOS GIVING TOTAL-DEBITO.
          DISPLAY "SOCIO.............: " NUMERO-SOCIO1 " "
              NOME-SOCIO1.
          DISPLAY "ADMITIDO EM.......: " DATA-ADMISSAO1.
          DISPLAY "CANCELADO EM......: " HIS-DATA (IX-ACHADO).
          DISPLAY "DEBITO NO CANCEL..: " HIS-DEBITO (IX-ACHADO).
          DISPLAY "TITULOS EM ABERTO.: " QTD-TIT-ABERTOS
              " SALDO " SALDO-TIT-SOCIO.
          DISPLAY "JUROS E MULTA.....: " VALOR-ENCARGOS.
          DISPLAY "DEBITO ATUAL......: " TOTAL-DEBITO.
          MOVE SPACES TO FORMA-ESCOLHIDA.
          IF TOTAL-DEBITO EQUAL ZEROES
              DISPLAY "SEM DEBITO. CONFIRMA A READMISSAO (S/N)? "
              ACCEPT RESPOSTA
              IF RESPOSTA EQUAL "S"
                  MOVE "S" TO FORMA-ESCOLHIDA
              END-IF
          ELSE
              DISPLAY "Q-QUITAR NO CAIXA  N-NEGOCIAR (NEGDEB)  "
                  "R-REMIR (NIVEL 2)  D-DESISTIR: "
              ACCEPT RESPOSTA
              IF RESPOSTA EQUAL "Q" OR RESPOSTA EQUAL "N"
                  MOVE RESPOSTA TO FORMA-ESCOLHIDA
              ELSE
              IF RESPOSTA EQUAL "R"
                  PERFORM AUTORIZA-REMISSAO.
          IF FORMA-ESCOLHIDA EQUAL SPACES
              DISPLAY "READMISSAO NAO FEITA."
          ELSE
              PERFORM READMITE-SOCIO.

       AUTORIZA-REMISSAO.
          MOVE ZEROES TO SUPERVISOR-ID.
          IF NIVEL-OPERADOR NOT LESS 2
              MOVE OPERADOR-ID TO SUPERVISOR-ID
              MOVE "R" TO FORMA-ESCOLHIDA
          ELSE
              DISPLAY "REMISSAO EXIGE OPERADOR NIVEL 2 - "
                  "IDENTIFIQUE O SUPERVISOR."
              CALL "SIGNON" USING SUPERVISOR-ID NIVEL-SUPERVISOR
                  RESULTADO-SUPERV
              IF RESULTADO-SUPERV EQUAL "SIM"
                 AND NIVEL-SUPERVISOR NOT LESS 2
                  MOVE "R" TO FORMA-ESCOLHIDA
              ELSE
                  MOVE ZEROES TO SUPERVISOR-ID
                  DISPLAY "SUPERVISOR NAO AUTORIZADO.".

      *----------------------------------------------------------------
      *    TITULOS DO SOCIO EM ABERTO (A) OU PRESOS A ACORDO ANTIGO
      *    (N); SO OS DE MENSALIDADE (M) CONTAM MES DE ATRASO.
      *----------------------------------------------------------------
       SOMA-TITULOS.
          MOVE ZEROES TO QTD-TIT-ABERTOS.
          MOVE ZEROES TO QTD-MESES-ABERTOS.
          MOVE ZEROES TO SALDO-TIT-SOCIO.
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
          IF SITUACAO-TIT EQUAL "A" OR SITUACAO-TIT EQUAL "N"
              ADD 1 TO QTD-TIT-ABERTOS
              ADD SALDO-TIT TO SALDO-TIT-SOCIO
              IF TIPO-TIT EQUAL "M"
                  ADD 1 TO QTD-MESES-ABERTOS.
          PERFORM LE-TITULO.

       TROCA-SITUACAO-TITULOS.
          PERFORM POSICIONA-TITULOS.
          PERFORM TROCA-UM-TITULO UNTIL FIM-TIT EQUAL "SIM".

       TROCA-UM-TITULO.
          IF (SITUACAO-TIT EQUAL "A" OR SITUACAO-TIT EQUAL "N")
             AND SITUACAO-TIT NOT EQUAL SITUACAO-PARA
              MOVE SITUACAO-PARA TO SITUACAO-TIT
              IF SITUACAO-PARA EQUAL "R"
                  MOVE DATA-SISTEMA TO DATA-BAIXA-TIT
                  MOVE ZEROES TO SEQ-BAIXA-TIT
              END-IF
              REWRITE REG-TIT.
          PERFORM LE-TITULO.

       READMITE-SOCIO.
          PERFORM MONTA-IMAGEM.
          MOVE REG-ISO TO IMAGEM-ANTES.
          IF FORMA-ESCOLHIDA EQUAL "S"
              MOVE 01 TO CODIGO-PAGAMENTO1
              MOVE ZEROES TO MESES-ATRASO1
              MOVE "READMIT-SEMDEB" TO DISPOSICAO-JORNAL
          ELSE
          IF FORMA-ESCOLHIDA EQUAL "R"
              MOVE "R" TO SITUACAO-PARA
              PERFORM TROCA-SITUACAO-TITULOS
              MOVE 01 TO CODIGO-PAGAMENTO1
              MOVE ZEROES TO MESES-ATRASO1
              MOVE "READMIT-REMIDO" TO DISPOSICAO-JORNAL
          ELSE
              MOVE "A" TO SITUACAO-PARA
              PERFORM TROCA-SITUACAO-TITULOS
              MOVE 02 TO CODIGO-PAGAMENTO1
              MOVE QTD-MESES-ABERTOS TO MESES-ATRASO1
              IF FORMA-ESCOLHIDA EQUAL "Q"
                  PERFORM GRAVA-ENCARGOS
                  MOVE "READMIT-QUITAR" TO DISPOSICAO-JORNAL
              ELSE
                  MOVE "READMIT-NEGOC " TO DISPOSICAO-JORNAL.
          REWRITE REG-SOC1.
          PERFORM MONTA-IMAGEM.
          MOVE REG-ISO TO IMAGEM-DEPOIS.
          PERFORM REGISTRA-READMISSAO.
          PERFORM GRAVA-JORNAL.
          ADD 1 TO CONTADOR-READM.
          IF FORMA-ESCOLHIDA EQUAL "Q"
              DISPLAY "SOCIO READMITIDO COMO ATRASADO (02) - VOLTA A "
                  "01 QUANDO O CAIXA QUITAR " TOTAL-DEBITO "."
          ELSE
          IF FORMA-ESCOLHIDA EQUAL "N"
              DISPLAY "SOCIO READMITIDO COMO ATRASADO (02) - ABRA O "
                  "ACORDO NO NEGDEB (OPCAO I)."
          ELSE
              DISPLAY "SOCIO READMITIDO EM DIA (01).".

      *----------------------------------------------------------------
      *    JUROS E MULTA DA READMISSAO A QUITAR NO CAIXA: TITULO J NA
      *    COMPETENCIA CORRENTE, QUITADO PELO BAIXAREC SEM CONTAR MES.
      *----------------------------------------------------------------
       GRAVA-ENCARGOS.
          IF VALOR-ENCARGOS GREATER THAN ZEROES
              MOVE "NAO" TO NAO-ACHOU
              MOVE NUMERO-SOCIO1 TO SOCIO-TIT
              MOVE DATA-SISTEMA(1:6) TO COMPET-TIT
              MOVE "J" TO TIPO-TIT
              READ ARQTIT KEY IS CHAVE-TIT
                  INVALID KEY MOVE "SIM" TO NAO-ACHOU
              END-READ
              IF NAO-ACHOU EQUAL "SIM"
                  MOVE DATA-SISTEMA TO VENCTO-TIT
                  MOVE VALOR-ENCARGOS TO VALOR-ORIG-TIT
                  MOVE ZEROES TO VALOR-PAGO-TIT
                  MOVE VALOR-ENCARGOS TO SALDO-TIT
                  MOVE "A" TO SITUACAO-TIT
                  MOVE "E" TO ORIGEM-TIT
                  MOVE ZEROES TO DATA-BAIXA-TIT
                  MOVE ZEROES TO SEQ-BAIXA-TIT
                  MOVE ZEROES TO VALOR-BAIXA-TIT
                  WRITE REG-TIT
              ELSE
                  ADD VALOR-ENCARGOS TO VALOR-ORIG-TIT
                  ADD VALOR-ENCARGOS TO SALDO-TIT
                  MOVE "A" TO SITUACAO-TIT
                  REWRITE REG-TIT.

       REGISTRA-READMISSAO.
          MOVE SPACES TO REG-REA.
          MOVE NUMERO-SOCIO1 TO NUMERO-REA.
          MOVE NOME-SOCIO1 TO NOME-REA.
          MOVE HIS-DATA (IX-ACHADO) TO DATA-CANC-REA.
          MOVE DATA-SISTEMA TO DATA-REA.
          MOVE FORMA-ESCOLHIDA TO FORMA-REA.
          MOVE TOTAL-DEBITO TO DEBITO-REA.
          MOVE OPERADOR-ID TO OPERADOR-REA.
          MOVE SUPERVISOR-ID TO AUTORIZ-REA.
          OPEN EXTEND READMIS.
          WRITE REG-REA.
          CLOSE READMIS.
          IF QTD-READM LESS 2000
              ADD 1 TO QTD-READM
              MOVE NUMERO-SOCIO1 TO REA-NUMERO (QTD-READM)
              MOVE HIS-DATA (IX-ACHADO) TO REA-DATA-CANC (QTD-READM).

       GRAVA-JORNAL.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE SPACES TO REG-JSO.
          MOVE DATA-SISTEMA TO JSO-DATA.
          MOVE HORA-SISTEMA(1:6) TO JSO-HORA.
          MOVE "R" TO JSO-OPCAO.
          MOVE NUMERO-SOCIO1 TO JSO-NUMERO.
          MOVE DISPOSICAO-JORNAL TO JSO-DISPOSICAO.
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
