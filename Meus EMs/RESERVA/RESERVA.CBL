       IDENTIFICATION DIVISION.
          PROGRAM-ID.      RESERVA.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. RESERVA DE INSTALACOES DO CLUBE NO BALCAO (QUADRAS,
      *SALAO DE FESTAS, CHURRASQUEIRAS), NO LUGAR DO LIVRO DE PAPEL.
      *O OPERADOR ESCOLHE R-RESERVAR, C-CANCELAR, L-LISTAR OU F-FIM.
      *A RESERVA E FEITA POR INSTALACAO (CADINST), DATA E PERIODO; O
      *PERIODO COMECA EM HORA-ABRE-INST MAIS UM MULTIPLO DE
      *DURACAO-INST E TERMINA ATE HORA-FECHA-INST. SO O SOCIO COM
      *CODIGO 01 (EM DIA) RESERVA, SO INSTALACAO LIBERADA (SITUACAO
      *A) E SO DE HOJE EM DIANTE. O ARQRES E INDEXADO PELA
      *INSTALACAO, DATA E HORA, ENTAO O PERIODO JA RESERVADO E
      *RECUSADO NA LEITURA PELA CHAVE; RESERVA CANCELADA LIBERA O
      *PERIODO E E REGRAVADA PELA NOVA. A TAXA ENTRA NO ARQTIT COMO
      *TITULO TIPO R DO SOCIO NA COMPETENCIA DA DATA RESERVADA (SOMA
      *AO TITULO R AINDA ABERTO; SE O DA COMPETENCIA JA FOI PAGO,
      *PASSA PARA A COMPETENCIA SEGUINTE) E O PROXIMO BAIXAREC QUITA
      *JUNTO COM AS MENSALIDADES. O CANCELAMENTO SO VALE PARA
      *RESERVA ATIVA DE HOJE EM DIANTE: A TAXA SAI DO SALDO DO
      *TITULO R EM ABERTO E O QUE JA FOI PAGO VIRA CREDITO NO
      *ARQCRED. NAO RODA COM ROTINA BATCH EM ANDAMENTO NO CADSOC1.
      *NO FIM DA SESSAO AS TAXAS LANCADAS (NATUREZA D) E AS TIRADAS
      *DO SALDO DO TITULO R NOS CANCELAMENTOS (NATUREZA C) VAO PARA O
      *CONTROLE DE FATURAMENTO CTRLFAT.DAT DO SALDREC.

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
          SELECT OPTIONAL CADINST ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQRES ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-RES
          ALTERNATE RECORD KEY IS SOCIO-RES WITH DUPLICATES
          FILE STATUS IS FS-RES.
          SELECT ARQTIT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-TIT
          FILE STATUS IS FS-TIT.
          SELECT ARQCRED ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SOCIO-CRD
          FILE STATUS IS FS-CRD.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLFAT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       FD  CADINST
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADINST.DAT".
          COPY REGINST.

       FD  ARQRES
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQRES.DAT".
          COPY REGRES.

       FD  ARQTIT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQTIT.DAT".
          COPY REGTIT.

       FD  ARQCRED
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQCRED.DAT".
          COPY REGCRED.

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       FD  CTRLFAT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLFAT.DAT".
          COPY REGFAT.

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  ARQUIVO-TRAVA      PIC X(12) VALUE SPACES.
       77  CADASTRO-TRAVADO   PIC X(03) VALUE "NAO".
       77  FS-SOC             PIC X(02) VALUE "00".
       77  FS-RES             PIC X(02) VALUE "00".
       77  FS-TIT             PIC X(02) VALUE "00".
       77  FS-CRD             PIC X(02) VALUE "00".
       77  FIM-INST           PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  ACHOU-INST         PIC X(03) VALUE "NAO".
       77  PERIODO-VALIDO     PIC X(03) VALUE "NAO".
       77  RESERVA-EXISTE     PIC X(03) VALUE "NAO".
       77  TEM-SALDO-CRED     PIC X(03) VALUE "NAO".
       77  TITULO-LANCADO     PIC X(03) VALUE "NAO".
       77  OPCAO-RES          PIC X(01) VALUE SPACES.
       77  RESP-CONFIRMA      PIC X(01) VALUE SPACES.
       77  ENTRADA-SOC        PIC X(06) VALUE SPACES.
       77  ENTRADA-COD        PIC X(03) VALUE SPACES.
       77  ENTRADA-DATA       PIC X(08) VALUE SPACES.
       77  ENTRADA-HORA       PIC X(02) VALUE SPACES.
       77  QTD-INST           PIC 9(03) VALUE ZEROES.
       77  IX-INS             PIC 9(03) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(03) VALUE ZEROES.
       77  HORA-PERIODO       PIC 9(02) VALUE ZEROES.
       77  HORA-FIM-PERIODO   PIC 9(02) VALUE ZEROES.
       77  HORAS-DESDE-ABRE   PIC 9(02) VALUE ZEROES.
       77  QUOCIENTE-HORA     PIC 9(02) VALUE ZEROES.
       77  RESTO-HORA         PIC 9(02) VALUE ZEROES.
       77  TENTATIVAS-COMPET  PIC 9(02) VALUE ZEROES.
       77  PARTE-ABERTA       PIC 9(09)V9(02) VALUE ZEROES.
       77  PARTE-CREDITO      PIC 9(09)V9(02) VALUE ZEROES.
       77  CONTADOR-RESERVAS  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CANCEL    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-RECUSAS   PIC 9(06) VALUE ZEROES.
       77  SOMA-TAXAS         PIC 9(09)V9(02) VALUE ZEROES.
       77  SOMA-CREDITOS      PIC 9(09)V9(02) VALUE ZEROES.
       77  QTD-FAT-TAXA       PIC 9(06) VALUE ZEROES.
       77  SOMA-FAT-TAXA      PIC 9(11)V9(02) VALUE ZEROES.
       77  QTD-FAT-ABATE      PIC 9(06) VALUE ZEROES.
       77  SOMA-FAT-ABATE     PIC 9(11)V9(02) VALUE ZEROES.
       77  VALOR-ED           PIC ZZZ.ZZZ.ZZ9,99.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA-LOG   PIC 9(08).

       01 DATA-PEDIDA.
          02 ANO-PEDIDO                PIC 9(04).
          02 MES-PEDIDO                PIC 9(02).
          02 DIA-PEDIDO                PIC 9(02).

       01 COMPET-LANCAMENTO.
          02 ANO-LANC                  PIC 9(04).
          02 MES-LANC                  PIC 9(02).

       01 TAB-INSTALACOES.
          02 INS-OCORRENCIA OCCURS 100 TIMES.
             03 INS-CODIGO             PIC 9(03).
             03 INS-DESCRICAO          PIC X(25).
             03 INS-TAXA               PIC 9(07)V9(02).
             03 INS-ABRE               PIC 9(02).
             03 INS-FECHA              PIC 9(02).
             03 INS-DURACAO            PIC 9(02).
             03 INS-SITUACAO           PIC X(01).

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

       PGM-RESERVA.
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
          PERFORM CARGA-INSTALACOES.
          PERFORM INICIO.
          DISPLAY "RESERVA DE INSTALACOES DO CLUBE".
          PERFORM ATENDE-BALCAO UNTIL OPCAO-RES EQUAL "F".
          PERFORM TERMINO.
          STOP RUN.

       CARGA-INSTALACOES.
          OPEN INPUT CADINST.
          PERFORM LE-INSTALACAO.
          PERFORM GUARDA-INSTALACAO UNTIL FIM-INST EQUAL "SIM".
          CLOSE CADINST.
          IF QTD-INST EQUAL ZEROES
              DISPLAY "NENHUMA INSTALACAO NO CADINST - CADASTRE PELO "
                  "MANINST."
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       LE-INSTALACAO.
          READ CADINST AT END MOVE "SIM" TO FIM-INST.

       GUARDA-INSTALACAO.
          IF QTD-INST NOT LESS 100
              DISPLAY "TABELA DE INSTALACOES LOTADA"
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

       INICIO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN INPUT CADSOC1.
          IF FS-SOC NOT EQUAL "00"
              DISPLAY "CADSOC1 NAO ABRIU - STATUS " FS-SOC
                  ". RESERVA NAO PERMITIDA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN I-O ARQTIT.
          IF FS-TIT NOT EQUAL "00"
              DISPLAY "ARQTIT AUSENTE (STATUS " FS-TIT ") - "
                  "RESERVA NAO PERMITIDA."
              CLOSE CADSOC1
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN I-O ARQRES.
          IF FS-RES EQUAL "35"
              OPEN OUTPUT ARQRES
              CLOSE ARQRES
              OPEN I-O ARQRES.
          OPEN I-O ARQCRED.
          IF FS-CRD EQUAL "35"
              OPEN OUTPUT ARQCRED
              CLOSE ARQCRED
              OPEN I-O ARQCRED.

       ATENDE-BALCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (R-RESERVAR C-CANCELAR L-LISTAR F-FIM): ".
          ACCEPT OPCAO-RES.
          IF OPCAO-RES EQUAL "R"
              PERFORM RESERVA-PERIODO
          ELSE
          IF OPCAO-RES EQUAL "C"
              PERFORM CANCELA-RESERVA
          ELSE
          IF OPCAO-RES EQUAL "L"
              PERFORM LISTA-DIA
          ELSE
          IF OPCAO-RES NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE R, C, L OU F.".

      *----------------------------------------------------------------
      *    INSTALACAO, DATA E PERIODO: COMUNS A RESERVA, CANCELAMENTO
      *    E LISTAGEM. A DATA TEM DE SER DE HOJE EM DIANTE E A HORA O
      *    INICIO DE UM PERIODO DA INSTALACAO.
      *----------------------------------------------------------------
       PEDE-INSTALACAO.
          DISPLAY "CODIGO DA INSTALACAO (3 DIGITOS): ".
          ACCEPT ENTRADA-COD.
          MOVE "NAO" TO ACHOU-INST.
          MOVE ZEROES TO IX-ACHADO.
          PERFORM TESTA-UMA-INSTALACAO
              VARYING IX-INS FROM 1 BY 1
              UNTIL IX-INS GREATER THAN QTD-INST
                 OR ACHOU-INST EQUAL "SIM".
          IF ACHOU-INST EQUAL "NAO"
              DISPLAY "INSTALACAO NAO CADASTRADA.".

       TESTA-UMA-INSTALACAO.
          IF INS-CODIGO (IX-INS) EQUAL ENTRADA-COD
              MOVE "SIM" TO ACHOU-INST
              MOVE IX-INS TO IX-ACHADO.

       PEDE-DATA.
          MOVE "SIM" TO PERIODO-VALIDO.
          DISPLAY "DATA (AAAAMMDD, ENTER = HOJE): ".
          ACCEPT ENTRADA-DATA.
          IF ENTRADA-DATA EQUAL SPACES
              MOVE DATA-SISTEMA TO DATA-PEDIDA
          ELSE
          IF ENTRADA-DATA NOT NUMERIC
              MOVE "NAO" TO PERIODO-VALIDO
          ELSE
              MOVE ENTRADA-DATA TO DATA-PEDIDA.
          IF PERIODO-VALIDO EQUAL "SIM"
              IF MES-PEDIDO LESS 01 OR MES-PEDIDO GREATER 12
                 OR DIA-PEDIDO LESS 01 OR DIA-PEDIDO GREATER 31
                  MOVE "NAO" TO PERIODO-VALIDO
              END-IF
              IF DATA-PEDIDA LESS DATA-SISTEMA
                  DISPLAY "DATA JA PASSOU."
                  MOVE "NAO" TO PERIODO-VALIDO.
          IF PERIODO-VALIDO EQUAL "NAO"
              DISPLAY "DATA INVALIDA.".

       PEDE-HORA.
          DISPLAY "HORA DE INICIO DO PERIODO (HH) - "
              INS-ABRE (IX-ACHADO) "H AS " INS-FECHA (IX-ACHADO)
              "H, PERIODOS DE " INS-DURACAO (IX-ACHADO) "H: ".
          ACCEPT ENTRADA-HORA.
          MOVE "NAO" TO PERIODO-VALIDO.
          IF ENTRADA-HORA NUMERIC
              MOVE ENTRADA-HORA TO HORA-PERIODO
              PERFORM CONFERE-HORA.
          IF PERIODO-VALIDO EQUAL "NAO"
              DISPLAY "HORA NAO E INICIO DE PERIODO DESTA "
                  "INSTALACAO.".

       CONFERE-HORA.
          IF HORA-PERIODO NOT LESS INS-ABRE (IX-ACHADO)
              COMPUTE HORAS-DESDE-ABRE = HORA-PERIODO
                  - INS-ABRE (IX-ACHADO)
              DIVIDE INS-DURACAO (IX-ACHADO) INTO HORAS-DESDE-ABRE
                  GIVING QUOCIENTE-HORA REMAINDER RESTO-HORA
              COMPUTE HORA-FIM-PERIODO = HORA-PERIODO
                  + INS-DURACAO (IX-ACHADO)
              IF RESTO-HORA EQUAL ZEROES
                 AND HORA-FIM-PERIODO NOT GREATER INS-FECHA (IX-ACHADO)
                  MOVE "SIM" TO PERIODO-VALIDO.

       PEDE-SOCIO.
          DISPLAY "NUMERO DO SOCIO: ".
          ACCEPT ENTRADA-SOC.
          MOVE "NAO" TO NAO-ACHOU.
          IF ENTRADA-SOC NOT NUMERIC
              MOVE "SIM" TO NAO-ACHOU
          ELSE
              MOVE ENTRADA-SOC TO NUMERO-SOCIO1
              READ CADSOC1 KEY IS NUMERO-SOCIO1
                  INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "SIM"
              DISPLAY "SOCIO NAO ENCONTRADO.".

       LE-RESERVA.
          MOVE "SIM" TO RESERVA-EXISTE.
          MOVE INS-CODIGO (IX-ACHADO) TO INST-RES.
          MOVE DATA-PEDIDA TO DATA-RES.
          MOVE HORA-PERIODO TO HORA-RES.
          READ ARQRES KEY IS CHAVE-RES
              INVALID KEY MOVE "NAO" TO RESERVA-EXISTE.

      *----------------------------------------------------------------
      *    RESERVA: PERIODO LIVRE (SEM REGISTRO OU COM RESERVA
      *    CANCELADA) PARA SOCIO EM DIA EM INSTALACAO LIBERADA.
      *----------------------------------------------------------------
       RESERVA-PERIODO.
          PERFORM PEDE-SOCIO.
          IF NAO-ACHOU EQUAL "SIM"
              ADD 1 TO CONTADOR-RECUSAS
          ELSE
          IF CODIGO-PAGAMENTO1 NOT EQUAL 01
              DISPLAY "SOCIO " NUMERO-SOCIO1 " COM CODIGO "
                  CODIGO-PAGAMENTO1 " - SO SOCIO EM DIA (01) RESERVA."
              ADD 1 TO CONTADOR-RECUSAS
          ELSE
              PERFORM PEDE-INSTALACAO
              IF ACHOU-INST EQUAL "NAO"
                  ADD 1 TO CONTADOR-RECUSAS
              ELSE
              IF INS-SITUACAO (IX-ACHADO) NOT EQUAL "A"
                  DISPLAY "INSTALACAO INTERDITADA - NAO ACEITA RESERVA."
                  ADD 1 TO CONTADOR-RECUSAS
              ELSE
                  PERFORM PEDE-DATA
                  IF PERIODO-VALIDO EQUAL "NAO"
                      ADD 1 TO CONTADOR-RECUSAS
                  ELSE
                      PERFORM PEDE-HORA
                      IF PERIODO-VALIDO EQUAL "NAO"
                          ADD 1 TO CONTADOR-RECUSAS
                      ELSE
                          PERFORM CONFIRMA-RESERVA.

       CONFIRMA-RESERVA.
          PERFORM LE-RESERVA.
          IF RESERVA-EXISTE EQUAL "SIM" AND SITUACAO-RES EQUAL "A"
              DISPLAY "PERIODO JA RESERVADO PARA O SOCIO " SOCIO-RES
                  " - ESCOLHA OUTRO HORARIO."
              ADD 1 TO CONTADOR-RECUSAS
          ELSE
              MOVE INS-TAXA (IX-ACHADO) TO VALOR-ED
              DISPLAY INS-DESCRICAO (IX-ACHADO) " " DATA-PEDIDA " "
                  HORA-PERIODO "H - SOCIO " NUMERO-SOCIO1 " "
                  NOME-SOCIO1
              DISPLAY "TAXA DA RESERVA: " VALOR-ED
                  "   CONFIRMA (S/N)? "
              ACCEPT RESP-CONFIRMA
              IF RESP-CONFIRMA NOT EQUAL "S"
                  DISPLAY "RESERVA NAO GRAVADA."
              ELSE
                  PERFORM GRAVA-RESERVA.

       GRAVA-RESERVA.
          MOVE ZEROES TO COMPET-LANCAMENTO.
          IF INS-TAXA (IX-ACHADO) GREATER THAN ZEROES
              PERFORM LANCA-TAXA.
          MOVE INS-CODIGO (IX-ACHADO) TO INST-RES.
          MOVE DATA-PEDIDA TO DATA-RES.
          MOVE HORA-PERIODO TO HORA-RES.
          MOVE NUMERO-SOCIO1 TO SOCIO-RES.
          MOVE INS-TAXA (IX-ACHADO) TO VALOR-RES.
          MOVE "A" TO SITUACAO-RES.
          MOVE COMPET-LANCAMENTO TO COMPET-TIT-RES.
          MOVE DATA-SISTEMA TO DATA-INC-RES.
          MOVE OPERADOR-ID TO OPERADOR-RES.
          MOVE ZEROES TO DATA-CANC-RES.
          IF RESERVA-EXISTE EQUAL "SIM"
              REWRITE REG-RES
          ELSE
              WRITE REG-RES.
          ADD 1 TO CONTADOR-RESERVAS.
          ADD INS-TAXA (IX-ACHADO) TO SOMA-TAXAS.
          DISPLAY "RESERVA GRAVADA - TAXA NO TITULO R DA COMPETENCIA "
              COMPET-LANCAMENTO ".".

      *----------------------------------------------------------------
      *    A TAXA VAI PARA O TITULO R DO SOCIO NA COMPETENCIA DA DATA
      *    RESERVADA, VENCENDO NA DATA DA RESERVA. TITULO R AINDA
      *    ABERTO RECEBE A TAXA NO VALOR E NO SALDO; TITULO JA QUITADO
      *    OU NEGOCIADO NAO E REABERTO E A TAXA PASSA PARA A
      *    COMPETENCIA SEGUINTE (ATE DOZE TENTATIVAS).
      *----------------------------------------------------------------
       LANCA-TAXA.
          MOVE DATA-PEDIDA(1:6) TO COMPET-LANCAMENTO.
          MOVE "NAO" TO TITULO-LANCADO.
          MOVE ZEROES TO TENTATIVAS-COMPET.
          PERFORM LANCA-TAXA-COMPET
              UNTIL TITULO-LANCADO EQUAL "SIM"
                 OR TENTATIVAS-COMPET NOT LESS 12.
          IF TITULO-LANCADO EQUAL "NAO"
              DISPLAY "TITULOS R DO SOCIO FECHADOS POR 12 COMPETENCIAS"
                  " - TAXA NAO LANCADA, AVISE A COBRANCA."
              MOVE ZEROES TO COMPET-LANCAMENTO
          ELSE
              ADD 1 TO QTD-FAT-TAXA
              ADD INS-TAXA (IX-ACHADO) TO SOMA-FAT-TAXA.

       LANCA-TAXA-COMPET.
          ADD 1 TO TENTATIVAS-COMPET.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE NUMERO-SOCIO1 TO SOCIO-TIT.
          MOVE COMPET-LANCAMENTO TO COMPET-TIT.
          MOVE "R" TO TIPO-TIT.
          READ ARQTIT KEY IS CHAVE-TIT
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "SIM"
              PERFORM EMITE-TITULO-RESERVA
          ELSE
          IF SITUACAO-TIT EQUAL "A"
              ADD INS-TAXA (IX-ACHADO) TO VALOR-ORIG-TIT
              ADD INS-TAXA (IX-ACHADO) TO SALDO-TIT
              REWRITE REG-TIT
              MOVE "SIM" TO TITULO-LANCADO
          ELSE
              PERFORM AVANCA-COMPETENCIA.

       EMITE-TITULO-RESERVA.
          MOVE SPACES TO REG-TIT.
          MOVE NUMERO-SOCIO1 TO SOCIO-TIT.
          MOVE COMPET-LANCAMENTO TO COMPET-TIT.
          MOVE "R" TO TIPO-TIT.
          MOVE DATA-PEDIDA TO VENCTO-TIT.
          MOVE INS-TAXA (IX-ACHADO) TO VALOR-ORIG-TIT.
          MOVE ZEROES TO VALOR-PAGO-TIT.
          MOVE INS-TAXA (IX-ACHADO) TO SALDO-TIT.
          MOVE "A" TO SITUACAO-TIT.
          MOVE "R" TO ORIGEM-TIT.
          MOVE ZEROES TO DATA-BAIXA-TIT.
          MOVE ZEROES TO SEQ-BAIXA-TIT.
          MOVE ZEROES TO VALOR-BAIXA-TIT.
          WRITE REG-TIT
              INVALID KEY
                  PERFORM AVANCA-COMPETENCIA
              NOT INVALID KEY
                  MOVE "SIM" TO TITULO-LANCADO.

       AVANCA-COMPETENCIA.
          IF MES-LANC EQUAL 12
              MOVE 01 TO MES-LANC
              ADD 1 TO ANO-LANC
          ELSE
              ADD 1 TO MES-LANC.

      *----------------------------------------------------------------
      *    CANCELAMENTO: RESERVA ATIVA DE HOJE EM DIANTE. A TAXA SAI
      *    PRIMEIRO DO SALDO DO TITULO R EM ABERTO; O QUE O SALDO NAO
      *    COBRE (TITULO PAGO NO TODO OU EM PARTE) VIRA CREDITO.
      *----------------------------------------------------------------
       CANCELA-RESERVA.
          PERFORM PEDE-INSTALACAO.
          IF ACHOU-INST EQUAL "NAO"
              ADD 1 TO CONTADOR-RECUSAS
          ELSE
              PERFORM PEDE-DATA
              IF PERIODO-VALIDO EQUAL "NAO"
                  ADD 1 TO CONTADOR-RECUSAS
              ELSE
                  PERFORM PEDE-HORA
                  IF PERIODO-VALIDO EQUAL "NAO"
                      ADD 1 TO CONTADOR-RECUSAS
                  ELSE
                      PERFORM CONFIRMA-CANCELAMENTO.

       CONFIRMA-CANCELAMENTO.
          PERFORM LE-RESERVA.
          IF RESERVA-EXISTE EQUAL "NAO" OR SITUACAO-RES NOT EQUAL "A"
              DISPLAY "NAO HA RESERVA ATIVA NESTE PERIODO."
              ADD 1 TO CONTADOR-RECUSAS
          ELSE
              MOVE VALOR-RES TO VALOR-ED
              DISPLAY INS-DESCRICAO (IX-ACHADO) " " DATA-RES " "
                  HORA-RES "H - SOCIO " SOCIO-RES " TAXA " VALOR-ED
              DISPLAY "CANCELA A RESERVA (S/N)? "
              ACCEPT RESP-CONFIRMA
              IF RESP-CONFIRMA NOT EQUAL "S"
                  DISPLAY "RESERVA MANTIDA."
              ELSE
                  PERFORM ESTORNA-TAXA
                  MOVE "C" TO SITUACAO-RES
                  MOVE DATA-SISTEMA TO DATA-CANC-RES
                  REWRITE REG-RES
                  ADD 1 TO CONTADOR-CANCEL
                  DISPLAY "RESERVA CANCELADA - PERIODO LIBERADO.".

       ESTORNA-TAXA.
          MOVE ZEROES TO PARTE-ABERTA.
          MOVE VALOR-RES TO PARTE-CREDITO.
          IF VALOR-RES GREATER THAN ZEROES
             AND COMPET-TIT-RES GREATER THAN ZEROES
              MOVE "NAO" TO NAO-ACHOU
              MOVE SOCIO-RES TO SOCIO-TIT
              MOVE COMPET-TIT-RES TO COMPET-TIT
              MOVE "R" TO TIPO-TIT
              READ ARQTIT KEY IS CHAVE-TIT
                  INVALID KEY MOVE "SIM" TO NAO-ACHOU
              END-READ
              IF NAO-ACHOU EQUAL "NAO" AND SITUACAO-TIT EQUAL "A"
                  PERFORM ABATE-TITULO-RESERVA.
          IF PARTE-CREDITO GREATER THAN ZEROES
              PERFORM CREDITA-TAXA.

       ABATE-TITULO-RESERVA.
          IF SALDO-TIT NOT LESS VALOR-RES
              MOVE VALOR-RES TO PARTE-ABERTA
          ELSE
              MOVE SALDO-TIT TO PARTE-ABERTA.
          SUBTRACT PARTE-ABERTA FROM PARTE-CREDITO.
          SUBTRACT PARTE-ABERTA FROM VALOR-ORIG-TIT.
          SUBTRACT PARTE-ABERTA FROM SALDO-TIT.
          ADD 1 TO QTD-FAT-ABATE.
          ADD PARTE-ABERTA TO SOMA-FAT-ABATE.
          IF VALOR-ORIG-TIT EQUAL ZEROES
              DELETE ARQTIT RECORD
          ELSE
              IF SALDO-TIT EQUAL ZEROES
                  MOVE "Q" TO SITUACAO-TIT
                  MOVE DATA-SISTEMA TO DATA-BAIXA-TIT
                  MOVE ZEROES TO SEQ-BAIXA-TIT
                  MOVE ZEROES TO VALOR-BAIXA-TIT
              END-IF
              REWRITE REG-TIT.

       CREDITA-TAXA.
          MOVE "SIM" TO TEM-SALDO-CRED.
          MOVE SOCIO-RES TO SOCIO-CRD.
          READ ARQCRED KEY IS SOCIO-CRD
              INVALID KEY MOVE "NAO" TO TEM-SALDO-CRED.
          IF TEM-SALDO-CRED EQUAL "SIM"
              IF SALDO-CRD EQUAL ZEROES
                  MOVE DATA-SISTEMA TO DATA-INC-CRD
              END-IF
              ADD PARTE-CREDITO TO SALDO-CRD
              MOVE DATA-SISTEMA TO DATA-MOV-CRD
              REWRITE REG-CRD
          ELSE
              MOVE SOCIO-RES TO SOCIO-CRD
              MOVE PARTE-CREDITO TO SALDO-CRD
              MOVE DATA-SISTEMA TO DATA-INC-CRD
              MOVE DATA-SISTEMA TO DATA-MOV-CRD
              MOVE ZEROES TO COMPET-USO-CRD
              WRITE REG-CRD.
          ADD PARTE-CREDITO TO SOMA-CREDITOS.
          MOVE PARTE-CREDITO TO VALOR-ED.
          DISPLAY "TAXA JA PAGA VAI PARA O CREDITO DO SOCIO: " VALOR-ED.

      *----------------------------------------------------------------
      *    LISTAGEM DA INSTALACAO NUM DIA, PERIODO A PERIODO.
      *----------------------------------------------------------------
       LISTA-DIA.
          PERFORM PEDE-INSTALACAO.
          IF ACHOU-INST EQUAL "SIM"
              PERFORM PEDE-DATA
              IF PERIODO-VALIDO EQUAL "SIM"
                  DISPLAY INS-DESCRICAO (IX-ACHADO) " - " DATA-PEDIDA
                  PERFORM LISTA-PERIODO
                      VARYING HORA-PERIODO FROM INS-ABRE (IX-ACHADO)
                      BY INS-DURACAO (IX-ACHADO)
                      UNTIL HORA-PERIODO + INS-DURACAO (IX-ACHADO)
                            GREATER THAN INS-FECHA (IX-ACHADO).

       LISTA-PERIODO.
          PERFORM LE-RESERVA.
          IF RESERVA-EXISTE EQUAL "NAO" OR SITUACAO-RES NOT EQUAL "A"
              DISPLAY "  " HORA-PERIODO "H  LIVRE"
          ELSE
              MOVE SOCIO-RES TO NUMERO-SOCIO1
              READ CADSOC1 KEY IS NUMERO-SOCIO1
                  INVALID KEY MOVE SPACES TO NOME-SOCIO1
              END-READ
              DISPLAY "  " HORA-PERIODO "H  SOCIO " SOCIO-RES " "
                  NOME-SOCIO1.

       TERMINO.
          CLOSE CADSOC1
                ARQRES
                ARQTIT
                ARQCRED.
          PERFORM GRAVA-LOG.
          IF QTD-FAT-TAXA GREATER THAN ZEROES
             OR QTD-FAT-ABATE GREATER THAN ZEROES
              PERFORM GRAVA-FATURAMENTO.
          DISPLAY "RESERVA DE INSTALACOES ENCERRADA.".
          MOVE SOMA-TAXAS TO VALOR-ED.
          DISPLAY "RESERVAS GRAVADAS....: " CONTADOR-RESERVAS
              " TAXAS " VALOR-ED.
          MOVE SOMA-CREDITOS TO VALOR-ED.
          DISPLAY "RESERVAS CANCELADAS..: " CONTADOR-CANCEL
              " CREDITO " VALOR-ED.
          DISPLAY "PEDIDOS RECUSADOS....: " CONTADOR-RECUSAS.

       GRAVA-FATURAMENTO.
          OPEN EXTEND CTRLFAT.
          MOVE SPACES TO REG-FAT.
          MOVE DATA-SISTEMA TO DATA-FAT.
          MOVE "RESERVA" TO ORIGEM-FAT.
          MOVE "S" TO CARTEIRA-FAT.
          MOVE "D" TO NATUREZA-FAT.
          MOVE QTD-FAT-TAXA TO QTD-FAT.
          MOVE SOMA-FAT-TAXA TO VALOR-FAT.
          WRITE REG-FAT.
          MOVE "C" TO NATUREZA-FAT.
          MOVE QTD-FAT-ABATE TO QTD-FAT.
          MOVE SOMA-FAT-ABATE TO VALOR-FAT.
          WRITE REG-FAT.
          CLOSE CTRLFAT.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA-LOG FROM TIME.
          MOVE "RESERVA"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA-LOG(1:2)  TO LOG-HH.
          MOVE HORA-SISTEMA-LOG(3:2)  TO LOG-MI.
          MOVE HORA-SISTEMA-LOG(5:2)  TO LOG-SS.
          MOVE QTD-INST               TO LOG-LIDOS.
          MOVE "RESERVAS"             TO LOG-ARQ1-NOME.
          MOVE CONTADOR-RESERVAS      TO LOG-ARQ1-QTD.
          MOVE "CANCELAM"             TO LOG-ARQ2-NOME.
          MOVE CONTADOR-CANCEL        TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
