      *A MATRICULA EM MATR-RCB): O TIPO M E ABATIDO NO RAZAO
      *ARQMENS.DAT DO GERAMENS PELA MESMA REGRA DE MESES, COM O
      *CODIGO VOLTANDO A 01 AO QUITAR; MATRICULA SEM MENSALIDADE
      *ABERTA VAI PARA CADRCB.EXC. O RECIBO DE SOCIO QUITA OS TITULOS
      *EM ABERTO DO RAZAO ARQTIT.DAT (EMITIDOS PELO FECHAMES) DO MAIS
      *ANTIGO PARA O MAIS NOVO, CADA UM PELO SEU PROPRIO SALDO - O
      *PRECO DA COMPETENCIA, NAO O VALOR ATUAL DO PLANO -, GRAVANDO NO
      *TITULO A DATA E A SEQUENCIA DO RECIBO; MESES-ATRASO1 BAIXA NA
      *QUANTIDADE DE TITULOS QUITADOS E O JORNRCB REGISTRA A PRIMEIRA
      *E A ULTIMA COMPETENCIA PAGAS PELO RECIBO. LIQUIDADO O ACORDO,
      *OS TITULOS NEGOCIADOS (N) VIRAM QUITADOS. SEM O ARQTIT A
      *BAIXA E RECUSADA COM CODIGO 8 ANTES DE TOCAR O CADSOC1. O
      *RECIBO DE SOCIO USA PRIMEIRO O SALDO DE CREDITO DO SOCIO NO
      *ARQCRED.DAT E O QUE SOBRA DEPOIS DE QUITAR OS TITULOS - PARTE
      *DE MENSALIDADE OU MESES PAGOS ADIANTADOS - VOLTA PARA O SALDO
      *DE CREDITO EM VEZ DE SE PERDER; O FECHAMES CONSOME ESSE SALDO
      *NAS COMPETENCIAS SEGUINTES. O JORNRCB REGISTRA O SALDO DE
      *CREDITO ANTES E DEPOIS DE CADA RECIBO. PARA O ESTORNO
      *(ESTORREC) O JORNRCB GUARDA TAMBEM O CODIGO E OS MESES DE
      *ATRASO ANTES E DEPOIS DO RECIBO, O OPERADOR E O CANAL; O
      *CREDITO DE DEPENDENTE ABATIDO NO DESCSOC E O TITULO QUITADO NO
      *ARQTIT FICAM MARCADOS COM A DATA E A SEQUENCIA DO RECIBO QUE
      *OS USOU. AS LINHAS DE ESTORNO (TIPO E) DO JORNRCB NAO ENTRAM
      *NA CONFERENCIA DE DUPLICADOS. O RECIBO DO PAGADOR DE UM GRUPO
      *FAMILIAR (CADFAM) QUITA OS TITULOS EM ABERTO DO GRUPO INTEIRO -
      *PAGADOR E MEMBROS EM DIA OU ATRASADOS - DO MAIS ANTIGO PARA O
      *MAIS NOVO, QUALQUER QUE SEJA O SOCIO DO TITULO; PONTUALIDADE,
      *CREDITO DE DEPENDENTE E SALDO DE CREDITO USADOS SAO OS DO
      *PAGADOR E A SOBRA VOLTA PARA O CREDITO DO PAGADOR. CADA MEMBRO
      *QUE TEVE TITULO QUITADO TEM OS MESES BAIXADOS NO PROPRIO
      *REGISTRO E GANHA UMA LINHA TIPO G NO JORNRCB COM A PARTE DO
      *RECIBO QUE LHE COUBE; O PAGADOR GANHA A LINHA TIPO F COM O
      *VALOR CHEIO DO RECIBO. AS LINHAS G NAO ENTRAM NA CONCILIACAO
      *NEM NA CONFERENCIA DE DUPLICADOS. RECIBO DE MEMBRO OU DE
      *PAGADOR NEGOCIADO (CODIGO 04) SEGUE A REGRA INDIVIDUAL.
      *O CREDITO DE INDICACAO DE NOVO SOCIO (DESCSOC COM ORIGEM I,
      *CONCEDIDO PELO QUALIND) E ABATIDO COMO O DE DEPENDENTE.
      *AO RENOMEAR O CADRCB NO FIM DA BAIXA RENOMEIA TAMBEM, COM A
      *MESMA DATA, O CTRLRCB.DAT DOS TOTAIS DE CONTROLE GRAVADOS
      *PELOS PROGRAMAS QUE ALIMENTAM O CADRCB.
      *O RECIBO DE MENSALIDADE (TIPO M) ACERTA PRIMEIRO O AJUSTE
      *PRO-RATA EM ABERTO NO ARQMENS (AJUSTE-MEN, DE INCLUSAO OU
      *DESISTENCIA DE DISCIPLINA NO MATRDISC): AJUSTE A COBRAR SAI DO
      *VALOR DO RECIBO E AJUSTE A CREDITO SE SOMA A ELE ANTES DA
      *DIVISAO EM MESES; RECIBO MENOR QUE O AJUSTE SO O REDUZ, E O
      *CREDITO QUE NAO COUBER NOS MESES EM ABERTO CONTINUA GUARDADO.
      *A LINHA M DO JORNRCB LEVA O AJUSTE ANTES E DEPOIS DO RECIBO.
      *TODA LINHA DO JORNRCB LEVA NO FIM A HORA DA GRAVACAO
      *(JRC-HORA), QUE ORDENA A REAPLICACAO DO RECUPERA.
      *CADA LINHA DO JORNRCB LEVA NO FIM A SEQUENCIA E A CONFERENCIA
      *ENCADEADA DA SELAJOR, CONFERIDAS PELO VERJORN.
      *SEM LIMITE DE QUANTIDADE: O MOVIMENTO VAI PARA ARQUIVOS DE
      *TRABALHO (RCBBXR.DAT NA CARGA, RCBVAL.DAT COM A DISPOSICAO DA
      *VALIDACAO) E O JORNRCB JA BAIXADO, O DESCSOC, O ARQNEG E O
      *CADFAM SAO COPIADOS PARA ARQUIVOS INDEXADOS DE TRABALHO
      *(JBABXR, DESBXR, NEGBXR E FAMBXR.DAT) LIDOS POR CHAVE; O
      *DESCSOC E O ARQNEG SAO REGRAVADOS NA ORDEM ORIGINAL. SO O
      *GRUPO FAMILIAR CONTINUA EM TABELA (20 SOCIOS): GRUPO MAIOR
      *RECUSA A BAIXA AINDA NA VALIDACAO (CODIGO 8, SEM TOCAR O
      *CADSOC1) E A OCUPACAO DA TABELA VAI PARA O CADCAPAC (CAPTAB).

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-MEN
          FILE STATUS IS FS-MEN.
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
          SELECT ARQEXC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADFAM ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RCBTRAB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RCBVAL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT BAITRAB ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-BXT
          FILE STATUS IS FS-BXT.
          SELECT DESTRAB ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS ORDEM-DST
          ALTERNATE RECORD KEY IS SOCIO-DST WITH DUPLICATES
          FILE STATUS IS FS-DST.
          SELECT NEGTRAB ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS ORDEM-NGT
          ALTERNATE RECORD KEY IS SOCIO-NGT WITH DUPLICATES
          FILE STATUS IS FS-NGT.
          SELECT FAMTRAB ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS ORDEM-FMT
          ALTERNATE RECORD KEY IS PAGADOR-FMT WITH DUPLICATES
          FILE STATUS IS FS-FMT.

       DATA    DIVISION.
       FILE SECTION.
          02 VALOR-DES                 PIC 9(09)V9(02).
          02 DATA-DES                  PIC 9(08).
          02 SITUACAO-DES              PIC X(01).
          02 SEQ-ABAT-DES              PIC 9(06).
          02 DATA-ABAT-DES             PIC 9(08).
          02 ORIGEM-DES                PIC X(01).

       FD  ARQNEG
          LABEL RECORD ARE STANDARD
          02 JRC-TIPO                  PIC X(01).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-MATR                  PIC 9(07).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-COMPET-INI            PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-COMPET-FIM            PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-CRED-ANT              PIC 9(09)V9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-CRED-NOVO             PIC 9(09)V9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-CODIGO-ANT            PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-MESES-ANT             PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-MESES-NOVO            PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-OPERADOR              PIC 9(04).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-CANAL                 PIC 9(01).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-DATA-ORIG             PIC 9(08).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-OPER-EST              PIC 9(04).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 FILLER                    PIC X(11) VALUE SPACES.
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 FILLER                    PIC X(11) VALUE SPACES.
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-AJU-ANT               PIC S9(07)V9(02)
                                       SIGN LEADING SEPARATE.
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-AJU-NOVO              PIC S9(07)V9(02)
                                       SIGN LEADING SEPARATE.
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-HORA                  PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-SEQ-JOR               PIC 9(09).
          02 FILLER                    PIC X(01).
          02 JRC-CHK-JOR               PIC 9(09).

       FD  JORNRCBA
          LABEL RECORD ARE STANDARD
          02 DISCIPLINA-MEN            PIC X(05).
          02 VALOR-MEN                 PIC 9(09)V9(02) COMP-3.
          02 MESES-ATRASO-MEN          PIC 9(02)       COMP-3.
          02 AJUSTE-MEN                PIC S9(07)V9(02) COMP-3.

       FD  ARQTIT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQTIT.DAT".
          COPY REGTIT.

       FD  ARQCRED
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQCRED.DAT".
          COPY REGCRED.

       FD  ARQEXC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       FD  CADFAM
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADFAM.DAT".
          COPY REGFAM.

       FD  RCBTRAB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RCBBXR.DAT".
          01 REG-RCT                   PIC X(51).

       FD  RCBVAL
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RCBVAL.DAT".
          01 REG-RCV                   PIC X(51).

       FD  BAITRAB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JBABXR.DAT".
          01 REG-BXT.
          02 CHAVE-BXT.
             03 SOCIO-BXT              PIC 9(06).
             03 MATR-BXT               PIC 9(07).
             03 DATA-BXT               PIC 9(08).
             03 VALOR-BXT              PIC 9(09)V9(02).
             03 SEQ-BXT                PIC 9(06).

       FD  DESTRAB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DESBXR.DAT".
          01 REG-DST.
          02 ORDEM-DST                 PIC 9(07).
          02 DADOS-DST.
             03 SOCIO-DST              PIC 9(06).
             03 MATR-DST               PIC 9(06).
             03 DIGI-DST               PIC 9(01).
             03 VALOR-DST              PIC 9(09)V9(02).
             03 DATA-DST               PIC 9(08).
             03 SITUACAO-DST           PIC X(01).
             03 SEQ-ABAT-DST           PIC 9(06).
             03 DATA-ABAT-DST          PIC 9(08).
             03 ORIGEM-DST             PIC X(01).

       FD  NEGTRAB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "NEGBXR.DAT".
          01 REG-NGT.
          02 ORDEM-NGT                 PIC 9(07).
          02 DADOS-NGT.
             03 SOCIO-NGT              PIC 9(06).
             03 DATA-NGT               PIC 9(08).
             03 TOTAL-NGT              PIC 9(09)V9(02).
             03 PARCELAS-NGT           PIC 9(02).
             03 VALOR-PARCELA-NGT      PIC 9(09)V9(02).
             03 PAGAS-NGT              PIC 9(02).
             03 SITUACAO-NGT           PIC X(01).

       FD  FAMTRAB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "FAMBXR.DAT".
          01 REG-FMT.
          02 ORDEM-FMT                 PIC 9(07).
          02 DADOS-FMT.
             03 PAGADOR-FMT            PIC 9(06).
             03 SOCIO-FMT              PIC 9(06).
             03 DATA-INC-FMT           PIC 9(08).

       WORKING-STORAGE SECTION.
       77  FS-SOC             PIC X(02).
       77  FS-MEN             PIC X(02) VALUE "00".
       77  FS-TIT             PIC X(02) VALUE "00".
       77  FIM-TIT            PIC X(03) VALUE "NAO".
       77  COMPET-PRIMEIRA    PIC 9(06) VALUE ZEROES.
       77  COMPET-ULTIMA      PIC 9(06) VALUE ZEROES.
       77  CONTADOR-TITULOS   PIC 9(06) VALUE ZEROES.
       77  FS-CRD             PIC X(02) VALUE "00".
       77  TEM-SALDO-CRED     PIC X(03) VALUE "NAO".
       77  CREDITO-ANTERIOR   PIC 9(09)V9(02) VALUE ZEROES.
       77  CREDITO-NOVO       PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-SOBRA        PIC 9(09)V9(02) VALUE ZEROES.
       77  SOMA-CRED-GERADO   PIC 9(11)V9(02) VALUE ZEROES.
       77  SOMA-CRED-USADO    PIC 9(11)V9(02) VALUE ZEROES.
       77  CONTADOR-CRED      PIC 9(06) VALUE ZEROES.
       77  CODIGO-ANTERIOR    PIC 9(02) VALUE ZEROES.
       77  MESES-ANTERIOR     PIC 9(02) VALUE ZEROES.
       77  TEM-ARQMENS        PIC X(03) VALUE "NAO".
       77  CONTADOR-MENS      PIC 9(06) VALUE ZEROES.
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  FIM-RCB            PIC X(03) VALUE "NAO".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  QTD-RECIBOS        PIC 9(06) VALUE ZEROES.
       77  MESES-PAGOS        PIC 9(02) VALUE ZEROES.
       77  FIM-DES            PIC X(03) VALUE "NAO".
       77  QTD-DESCONTOS      PIC 9(07) VALUE ZEROES.
       77  FS-DST             PIC X(02) VALUE "00".
       77  FIM-DST            PIC X(03) VALUE "NAO".
       77  VALOR-EFETIVO      PIC 9(09)V9(02) VALUE ZEROES.
       77  AJUSTE-ANTERIOR    PIC S9(07)V9(02) VALUE ZEROES.
       77  VALOR-LIQUIDO      PIC S9(09)V9(02) VALUE ZEROES.
       77  SOBRA-AJUSTE       PIC S9(09)V9(02) VALUE ZEROES.
       77  CONTADOR-ABAT      PIC 9(04) VALUE ZEROES.
       77  FIM-NEG            PIC X(03) VALUE "NAO".
       77  QTD-ACORDOS        PIC 9(07) VALUE ZEROES.
       77  FS-NGT             PIC X(02) VALUE "00".
       77  FIM-NGT            PIC X(03) VALUE "NAO".
       77  ACHOU-ACORDO       PIC X(03) VALUE "NAO".
       77  PARCELAS-QUITADAS  PIC 9(02) VALUE ZEROES.
       77  CONTADOR-PARC      PIC 9(04) VALUE ZEROES.
       77  VALOR-DESC-PONT    PIC 9(09)V9(02) VALUE ZEROES.
       77  CONTADOR-PONT      PIC 9(06) VALUE ZEROES.
       77  SOMA-DESC-PONT     PIC 9(09)V9(02) VALUE ZEROES.
       77  RESTO-VALOR        PIC 9(09)V9(02) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-APLIC     PIC 9(06) VALUE ZEROES.
          02 FILLER    PIC X(07) VALUE "CADRCB.".
          02 BAK-DATA  PIC 9(08).
          02 FILLER    PIC X(04) VALUE ".BAK".
       01 NOME-BAK-CTRLRCB.
          02 FILLER    PIC X(08) VALUE "CTRLRCB.".
          02 BAK-DATA-TRC PIC 9(08).
          02 FILLER    PIC X(04) VALUE ".BAK".
       77  HORA-SISTEMA-LOG   PIC 9(08).
       77  HORA-JORNAL        PIC 9(08) VALUE ZEROES.

      *----------------------------------------------------------------
      *    RECIBO DO MOVIMENTO, COMO GRAVADO NO RCBBXR.DAT NA CARGA E
      *    NO RCBVAL.DAT, JA COM A DISPOSICAO, NA VALIDACAO.
      *----------------------------------------------------------------
       01 RCB-RECIBO.
          02 RCB-NUMERO                PIC 9(06).
          02 RCB-DATA                  PIC 9(08).
          02 RCB-VALOR                 PIC 9(09)V9(02).
          02 RCB-CANAL                 PIC 9(01).
          02 RCB-SEQ                   PIC 9(06).
          02 RCB-APLICADO              PIC X(03).
          02 RCB-DUPLICADO             PIC X(03).
          02 RCB-DISPOSICAO            PIC X(01).
          02 RCB-TIPO                  PIC X(01).
          02 RCB-MATR                  PIC 9(07).
          02 RCB-OPERADOR              PIC 9(04).
       77  FIM-RCT            PIC X(03) VALUE "NAO".
       77  FIM-RCV            PIC X(03) VALUE "NAO".

       77  FIM-JBA            PIC X(03) VALUE "NAO".
       77  QTD-BAIXADOS       PIC 9(07) VALUE ZEROES.
       77  FS-BXT             PIC X(02) VALUE "00".
       77  EH-DUPLICADO       PIC X(03) VALUE "NAO".
       77  CONTADOR-DUP       PIC 9(06) VALUE ZEROES.
       77  CONTADOR-JORNAL    PIC 9(06) VALUE ZEROES.
       77  TIPO-JORNAL        PIC X(01) VALUE "S".
       77  FIM-FAM            PIC X(03) VALUE "NAO".
       77  QTD-FAMILIAS       PIC 9(07) VALUE ZEROES.
       77  FS-FMT             PIC X(02) VALUE "00".
       77  FIM-FMT            PIC X(03) VALUE "NAO".
       77  QTD-MEMBROS        PIC 9(03) VALUE ZEROES.
       77  MAIOR-GRUPO        PIC 9(03) VALUE ZEROES.
       77  PAGADOR-GRUPO      PIC 9(06) VALUE ZEROES.
       77  QTD-GRUPO          PIC 9(02) VALUE ZEROES.
       77  IX-GRP             PIC 9(02) VALUE ZEROES.
       77  IX-GRP-ACHADO      PIC 9(02) VALUE ZEROES.
       77  FIM-GRUPO          PIC X(03) VALUE "NAO".
       77  SOCIO-GRUPO        PIC 9(06) VALUE ZEROES.
       77  COMPET-MENOR       PIC 9(06) VALUE ZEROES.
       77  SALDO-MENOR        PIC 9(09)V9(02) VALUE ZEROES.
       77  CONTADOR-GRUPO     PIC 9(06) VALUE ZEROES.
       01 CHAVE-MENOR.
          02 SOCIO-MENOR               PIC 9(06).
          02 COMPET-MENOR-CH           PIC 9(06).
          02 TIPO-MENOR                PIC X(01).

      *----------------------------------------------------------------
      *    GRUPO FAMILIAR DO RECIBO EM BAIXA: O PAGADOR NA PRIMEIRA
      *    POSICAO E OS MEMBROS DEPOIS. GRUPO MAIOR QUE A TABELA E
      *    RECUSADO NA VALIDACAO (VALIDA-GRUPO).
      *----------------------------------------------------------------
       01 TAB-GRUPO.
          02 GRP-OCORRENCIA OCCURS 20 TIMES.
             03 GRP-SOCIO              PIC 9(06).
             03 GRP-ATIVO              PIC X(03).
             03 GRP-MESES              PIC 9(02).
             03 GRP-VALOR              PIC 9(09)V9(02).
             03 GRP-COMPET-INI         PIC 9(06).
             03 GRP-COMPET-FIM         PIC 9(06).

       01 LINHA-EXC.
          02 EXC-NUMERO                PIC 9(06).
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ2-QTD              PIC 9(06).

       COPY REGSEL.
       COPY REGCAP.

       PROCEDURE DIVISION.

       PGM-BAIXAREC.
          PERFORM CARGA-ACORDOS.
          PERFORM CARGA-JA-BAIXADOS.
          PERFORM CARGA-RECIBOS.
          PERFORM CARGA-FAMILIAS.
          IF QTD-RECIBOS GREATER THAN ZEROES
             AND CONTADOR-DUP EQUAL QTD-RECIBOS
              DISPLAY "TODOS OS RECIBOS JA CONSTAM NO JORNRCB - "
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM INICIO.
          PERFORM VALIDA-MOVIMENTO.
          DISPLAY "MOVIMENTO VALIDADO POR COMPLETO - INICIANDO "
              "A FASE DE APLICACAO.".
          PERFORM APLICA-MOVIMENTO.
          PERFORM TERMINO.
          STOP RUN.

              END-IF.
          PERFORM LE-PARMDESC.

      *----------------------------------------------------------------
      *    DESCSOC, ARQNEG E CADFAM VAO PARA ARQUIVOS INDEXADOS DE
      *    TRABALHO: A ORDEM DE LEITURA E A CHAVE PRINCIPAL (PARA
      *    REGRAVAR NA ORDEM ORIGINAL) E O SOCIO E A CHAVE ALTERNATIVA
      *    DA PROCURA.
      *----------------------------------------------------------------
       CARGA-DESCONTOS.
          OPEN INPUT DESCSOC.
          OPEN OUTPUT DESTRAB.
          PERFORM LE-DESCONTO.
          PERFORM GUARDA-DESCONTO UNTIL FIM-DES EQUAL "SIM".
          CLOSE DESCSOC
                DESTRAB.

       LE-DESCONTO.
          READ DESCSOC AT END MOVE "SIM" TO FIM-DES.

       GUARDA-DESCONTO.
          ADD 1 TO QTD-DESCONTOS.
          IF SEQ-ABAT-DES NOT NUMERIC OR DATA-ABAT-DES NOT NUMERIC
              MOVE ZEROES TO SEQ-ABAT-DES
              MOVE ZEROES TO DATA-ABAT-DES.
          MOVE QTD-DESCONTOS TO ORDEM-DST.
          MOVE REG-DES TO DADOS-DST.
          WRITE REG-DST.
          PERFORM LE-DESCONTO.

       CARGA-ACORDOS.
          OPEN INPUT ARQNEG.
          OPEN OUTPUT NEGTRAB.
          PERFORM LE-ACORDO.
          PERFORM GUARDA-ACORDO UNTIL FIM-NEG EQUAL "SIM".
          CLOSE ARQNEG
                NEGTRAB.

       LE-ACORDO.
          READ ARQNEG AT END MOVE "SIM" TO FIM-NEG.

       GUARDA-ACORDO.
          ADD 1 TO QTD-ACORDOS.
          MOVE QTD-ACORDOS TO ORDEM-NGT.
          MOVE REG-NEG TO DADOS-NGT.
          WRITE REG-NGT.
          PERFORM LE-ACORDO.

      *----------------------------------------------------------------
      *    CADA RECIBO DO CADRCB E CONFERIDO CONTRA OS JA BAIXADOS E
      *    VAI PARA O RCBBXR.DAT, QUE A VALIDACAO LE EM SEGUIDA.
      *----------------------------------------------------------------
       CARGA-RECIBOS.
          OPEN INPUT CADRCB
                     BAITRAB.
          OPEN OUTPUT RCBTRAB.
          PERFORM LE-RECIBO.
          PERFORM GUARDA-RECIBO UNTIL FIM-RCB EQUAL "SIM".
          CLOSE CADRCB
                BAITRAB
                RCBTRAB.

       LE-RECIBO.
          READ CADRCB AT END MOVE "SIM" TO FIM-RCB.

       GUARDA-RECIBO.
          ADD 1 TO CONTADOR-LIDOS.
          ADD 1 TO QTD-RECIBOS.
          MOVE NUMERO-RCB TO RCB-NUMERO.
          MOVE DATA-RCB   TO RCB-DATA.
          MOVE VALOR-RCB  TO RCB-VALOR.
          MOVE CANAL-RCB  TO RCB-CANAL.
          MOVE SEQ-RCB    TO RCB-SEQ.
          IF OPERADOR-RCB NUMERIC
              MOVE OPERADOR-RCB TO RCB-OPERADOR
          ELSE
              MOVE ZEROES TO RCB-OPERADOR.
          MOVE "NAO"      TO RCB-APLICADO.
          MOVE "NAO"      TO RCB-DUPLICADO.
          MOVE SPACES     TO RCB-DISPOSICAO.
          IF TIPO-RCB EQUAL "M"
              MOVE "M"       TO RCB-TIPO
              MOVE MATR-RCB  TO RCB-MATR
          ELSE
              MOVE "S"       TO RCB-TIPO
              MOVE ZEROES    TO RCB-MATR.
          PERFORM MARCA-DUPLICADO.
          WRITE REG-RCT FROM RCB-RECIBO.
          PERFORM LE-RECIBO.

       CARGA-FAMILIAS.
          OPEN INPUT CADFAM.
          OPEN OUTPUT FAMTRAB.
          PERFORM LE-FAMILIA.
          PERFORM GUARDA-FAMILIA UNTIL FIM-FAM EQUAL "SIM".
          CLOSE CADFAM
                FAMTRAB.

       LE-FAMILIA.
          READ CADFAM AT END MOVE "SIM" TO FIM-FAM.

       GUARDA-FAMILIA.
          ADD 1 TO QTD-FAMILIAS.
          MOVE QTD-FAMILIAS TO ORDEM-FMT.
          MOVE REG-FAM TO DADOS-FMT.
          WRITE REG-FMT.
          PERFORM LE-FAMILIA.

      *----------------------------------------------------------------
      *    RECIBOS JA BAIXADOS (JORNRCB SEM AS LINHAS E E G) VAO PARA
      *    O JBABXR.DAT, INDEXADO PELA CHAVE DA CONFERENCIA DE
      *    DUPLICADOS; A MESMA CHAVE REPETIDA NO JORNAL FICA UMA VEZ.
      *----------------------------------------------------------------
       CARGA-JA-BAIXADOS.
          OPEN INPUT JORNRCBA.
          OPEN OUTPUT BAITRAB.
          PERFORM LE-BAIXADO.
          PERFORM GUARDA-BAIXADO UNTIL FIM-JBA EQUAL "SIM".
          CLOSE JORNRCBA
                BAITRAB.

       LE-BAIXADO.
          READ JORNRCBA AT END MOVE "SIM" TO FIM-JBA.

       GUARDA-BAIXADO.
          IF JRA-TIPO EQUAL "E" OR JRA-TIPO EQUAL "G"
              CONTINUE
          ELSE
              PERFORM GRAVA-BAIXADO.
          PERFORM LE-BAIXADO.

       GRAVA-BAIXADO.
          ADD 1 TO QTD-BAIXADOS.
          MOVE JRA-SOCIO TO SOCIO-BXT.
          MOVE JRA-DATA-RCB TO DATA-BXT.
          MOVE JRA-VALOR TO VALOR-BXT.
          MOVE JRA-SEQ TO SEQ-BXT.
          IF JRA-MATR NUMERIC
              MOVE JRA-MATR TO MATR-BXT
          ELSE
              MOVE ZEROES TO MATR-BXT.
          WRITE REG-BXT
              INVALID KEY CONTINUE.

       MARCA-DUPLICADO.
          MOVE "SIM" TO EH-DUPLICADO.
          MOVE RCB-NUMERO TO SOCIO-BXT.
          MOVE RCB-MATR TO MATR-BXT.
          MOVE RCB-DATA TO DATA-BXT.
          MOVE RCB-VALOR TO VALOR-BXT.
          MOVE RCB-SEQ TO SEQ-BXT.
          READ BAITRAB KEY IS CHAVE-BXT
              INVALID KEY MOVE "NAO" TO EH-DUPLICADO.
          IF EH-DUPLICADO EQUAL "SIM"
              MOVE "SIM" TO RCB-DUPLICADO
              ADD 1 TO CONTADOR-DUP.

       INICIO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN I-O    CADSOC1
          OPEN I-O ARQMENS.
          IF FS-MEN EQUAL "00"
              MOVE "SIM" TO TEM-ARQMENS.
          OPEN I-O ARQTIT.
          IF FS-TIT NOT EQUAL "00"
              DISPLAY "ARQTIT AUSENTE (STATUS " FS-TIT ") - RODE O "
                  "CONVTIT ANTES. BAIXA NAO PERMITIDA."
              CLOSE CADSOC1
                    ARQEXC
                    JORNRCB
              IF TEM-ARQMENS EQUAL "SIM"
                  CLOSE ARQMENS
              END-IF
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN I-O ARQCRED.
          IF FS-CRD EQUAL "35"
              OPEN OUTPUT ARQCRED
              CLOSE ARQCRED
              OPEN I-O ARQCRED.
          OPEN I-O DESTRAB
                   NEGTRAB.
          OPEN INPUT FAMTRAB.

      *----------------------------------------------------------------
      *    PRIMEIRA FASE: LE O RCBBXR.DAT E GRAVA CADA RECIBO COM A
      *    SUA DISPOSICAO NO RCBVAL.DAT, SEM REGRAVAR NADA.
      *----------------------------------------------------------------
       VALIDA-MOVIMENTO.
          OPEN INPUT RCBTRAB.
          OPEN OUTPUT RCBVAL.
          PERFORM LE-RECIBO-TRAB.
          PERFORM VALIDA-UM-RECIBO UNTIL FIM-RCT EQUAL "SIM".
          CLOSE RCBTRAB
                RCBVAL.

       LE-RECIBO-TRAB.
          READ RCBTRAB INTO RCB-RECIBO
              AT END MOVE "SIM" TO FIM-RCT.

       VALIDA-UM-RECIBO.
          IF RCB-DUPLICADO EQUAL "SIM"
              MOVE "D" TO RCB-DISPOSICAO
          ELSE
          IF RCB-TIPO EQUAL "M"
              PERFORM VALIDA-MENSALIDADE
          ELSE
              PERFORM VALIDA-RECIBO.
          WRITE REG-RCV FROM RCB-RECIBO.
          PERFORM LE-RECIBO-TRAB.

       VALIDA-MENSALIDADE.
          MOVE "NAO" TO NAO-ACHOU.
          IF TEM-ARQMENS EQUAL "NAO"
              MOVE "SIM" TO NAO-ACHOU
          ELSE
              MOVE RCB-MATR TO MATRICULA-MEN
              READ ARQMENS KEY IS MATRICULA-MEN
                  INVALID KEY MOVE "SIM" TO NAO-ACHOU
              END-READ.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE "N" TO RCB-DISPOSICAO
          ELSE
              MOVE "M" TO RCB-DISPOSICAO.

       VALIDA-RECIBO.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE RCB-NUMERO TO NUMERO-SOCIO1.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE "I" TO RCB-DISPOSICAO
          ELSE
          IF CODIGO-PAGAMENTO1 EQUAL 03
              MOVE "C" TO RCB-DISPOSICAO
          ELSE
          IF CODIGO-PAGAMENTO1 EQUAL 04
              PERFORM VALIDA-ACORDO
          ELSE
              MOVE "O" TO RCB-DISPOSICAO
              PERFORM VALIDA-GRUPO.

      *----------------------------------------------------------------
      *    O GRUPO FAMILIAR DO PAGADOR TEM QUE CABER NA TAB-GRUPO
      *    (PAGADOR MAIS 19 MEMBROS); GRUPO MAIOR RECUSA A BAIXA
      *    AQUI, ANTES DE QUALQUER REGRAVACAO.
      *----------------------------------------------------------------
       VALIDA-GRUPO.
          PERFORM CONTA-MEMBROS.
          IF QTD-MEMBROS GREATER THAN ZEROES
             AND QTD-MEMBROS NOT LESS MAIOR-GRUPO
              ADD 1 QTD-MEMBROS GIVING MAIOR-GRUPO.
          IF QTD-MEMBROS NOT LESS 20
              DISPLAY "GRUPO FAMILIAR DO SOCIO " NUMERO-SOCIO1
                  " COM " QTD-MEMBROS " MEMBROS - A TABELA DO "
                  "GRUPO CABE O PAGADOR E 19 MEMBROS."
              DISPLAY "TAB-GRUPO LOTADA - BAIXA NAO PERMITIDA, "
                  "CADSOC1 NAO ALTERADO."
              PERFORM REGISTRA-CAPACIDADE
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       VALIDA-ACORDO.
          PERFORM LOCALIZA-ACORDO.
          IF ACHOU-ACORDO EQUAL "SIM"
              MOVE "O" TO RCB-DISPOSICAO
          ELSE
              MOVE "S" TO RCB-DISPOSICAO.

      *----------------------------------------------------------------
      *    SEGUNDA FASE: RELE O RCBVAL.DAT E APLICA CADA RECIBO
      *    CONFORME A DISPOSICAO DADA NA VALIDACAO.
      *----------------------------------------------------------------
       APLICA-MOVIMENTO.
          OPEN INPUT RCBVAL.
          PERFORM LE-RECIBO-VAL.
          PERFORM APLICA-UM-RECIBO UNTIL FIM-RCV EQUAL "SIM".
          CLOSE RCBVAL.

       LE-RECIBO-VAL.
          READ RCBVAL INTO RCB-RECIBO
              AT END MOVE "SIM" TO FIM-RCV.

       APLICA-UM-RECIBO.
          IF RCB-DISPOSICAO EQUAL "D"
              MOVE "DUPLICADO" TO EXC-MOTIVO
              PERFORM GRAVA-EXCECAO-RECIBO
          ELSE
          IF RCB-DISPOSICAO EQUAL "I"
              MOVE "SOCIO INEXISTENTE" TO EXC-MOTIVO
              PERFORM GRAVA-EXCECAO-RECIBO
          ELSE
          IF RCB-DISPOSICAO EQUAL "C"
              MOVE "SOCIO CANCELADO" TO EXC-MOTIVO
              PERFORM GRAVA-EXCECAO-RECIBO
          ELSE
          IF RCB-DISPOSICAO EQUAL "S"
              MOVE "SEM ACORDO ATIVO" TO EXC-MOTIVO
              PERFORM GRAVA-EXCECAO-RECIBO
          ELSE
          IF RCB-DISPOSICAO EQUAL "N"
              MOVE "SEM MENSALIDADE" TO EXC-MOTIVO
              PERFORM GRAVA-EXCECAO-RECIBO
          ELSE
          IF RCB-DISPOSICAO EQUAL "M"
              PERFORM BAIXA-MENSALIDADE
          ELSE
              PERFORM BAIXA-RECIBO.
          PERFORM LE-RECIBO-VAL.

       BAIXA-RECIBO.
          MOVE RCB-NUMERO TO NUMERO-SOCIO1.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY CONTINUE.
          MOVE CODIGO-PAGAMENTO1 TO CODIGO-ANTERIOR.
          MOVE MESES-ATRASO1 TO MESES-ANTERIOR.
          PERFORM CONTA-MEMBROS.
          IF CODIGO-PAGAMENTO1 EQUAL 04
              PERFORM ABATE-PARCELAS
              REWRITE REG-SOC1
          ELSE
          IF QTD-MEMBROS GREATER THAN ZEROES
              PERFORM ABATE-GRUPO
          ELSE
              PERFORM ABATE-MESES
              REWRITE REG-SOC1.
          MOVE "SIM" TO RCB-APLICADO.

       CONTA-MEMBROS.
          MOVE ZEROES TO QTD-MEMBROS.
          MOVE NUMERO-SOCIO1 TO PAGADOR-GRUPO.
          PERFORM POSICIONA-MEMBROS.
          PERFORM CONTA-UM-MEMBRO UNTIL FIM-FMT EQUAL "SIM".

       CONTA-UM-MEMBRO.
          ADD 1 TO QTD-MEMBROS.
          PERFORM LE-MEMBRO.

      *----------------------------------------------------------------
      *    MEMBROS DO GRUPO DE PAGADOR-GRUPO PELA CHAVE ALTERNATIVA DO
      *    FAMBXR.DAT, NA ORDEM DO CADFAM.
      *----------------------------------------------------------------
       POSICIONA-MEMBROS.
          MOVE "NAO" TO FIM-FMT.
          MOVE PAGADOR-GRUPO TO PAGADOR-FMT.
          START FAMTRAB KEY EQUAL PAGADOR-FMT
              INVALID KEY MOVE "SIM" TO FIM-FMT.
          PERFORM LE-MEMBRO.

       LE-MEMBRO.
          IF FIM-FMT NOT EQUAL "SIM"
              READ FAMTRAB NEXT RECORD
                  AT END MOVE "SIM" TO FIM-FMT.
          IF FIM-FMT NOT EQUAL "SIM"
             AND PAGADOR-FMT NOT EQUAL PAGADOR-GRUPO
              MOVE "SIM" TO FIM-FMT.

      *----------------------------------------------------------------
      *    RECIBO DO PAGADOR DE GRUPO FAMILIAR. OS ABATIMENTOS DO
      *    PAGADOR ENTRAM NO VALOR EFETIVO, OS TITULOS EM ABERTO DO
      *    GRUPO SAO QUITADOS DO MAIS ANTIGO PARA O MAIS NOVO, CADA
      *    MEMBRO ATENDIDO E ATUALIZADO COM A SUA LINHA G E O PAGADOR
      *    E RELIDO E REGRAVADO POR ULTIMO, COM A LINHA F.
      *----------------------------------------------------------------
       ABATE-GRUPO.
          MOVE RCB-VALOR TO VALOR-EFETIVO.
          PERFORM APLICA-PONTUALIDADE.
          PERFORM ABATE-CREDITOS.
          PERFORM USA-SALDO-CREDITO.
          PERFORM MONTA-GRUPO.
          PERFORM QUITA-GRUPO.
          PERFORM ATUALIZA-MEMBRO
              VARYING IX-GRP FROM 2 BY 1
              UNTIL IX-GRP GREATER THAN QTD-GRUPO.
          MOVE GRP-SOCIO (1) TO NUMERO-SOCIO1.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY CONTINUE.
          MOVE CODIGO-PAGAMENTO1 TO CODIGO-ANTERIOR.
          MOVE MESES-ATRASO1 TO MESES-ANTERIOR.
          MOVE GRP-MESES (1) TO MESES-PAGOS.
          IF MESES-PAGOS GREATER THAN MESES-ATRASO1
              MOVE MESES-ATRASO1 TO MESES-PAGOS.
          SUBTRACT MESES-PAGOS FROM MESES-ATRASO1.
          IF MESES-ATRASO1 EQUAL ZEROES
             AND CODIGO-PAGAMENTO1 EQUAL 02
              MOVE 01 TO CODIGO-PAGAMENTO1
              ADD 1 TO CONTADOR-QUIT.
          PERFORM GUARDA-SALDO-CREDITO.
          REWRITE REG-SOC1.
          ADD 1 TO CONTADOR-APLIC.
          MOVE "F" TO TIPO-JORNAL.
          PERFORM GRAVA-JORNAL.
          MOVE "S" TO TIPO-JORNAL.

       MONTA-GRUPO.
          MOVE 1 TO QTD-GRUPO.
          MOVE NUMERO-SOCIO1 TO GRP-SOCIO (1).
          MOVE "SIM" TO GRP-ATIVO (1).
          PERFORM LIMPA-GRUPO.
          MOVE NUMERO-SOCIO1 TO PAGADOR-GRUPO.
          PERFORM POSICIONA-MEMBROS.
          PERFORM GUARDA-MEMBRO UNTIL FIM-FMT EQUAL "SIM".
          PERFORM CONFERE-MEMBRO
              VARYING IX-GRP FROM 2 BY 1
              UNTIL IX-GRP GREATER THAN QTD-GRUPO.

       LIMPA-GRUPO.
          MOVE ZEROES TO GRP-MESES (QTD-GRUPO).
          MOVE ZEROES TO GRP-VALOR (QTD-GRUPO).
          MOVE ZEROES TO GRP-COMPET-INI (QTD-GRUPO).
          MOVE ZEROES TO GRP-COMPET-FIM (QTD-GRUPO).

       GUARDA-MEMBRO.
          IF QTD-GRUPO LESS 20
              ADD 1 TO QTD-GRUPO
              MOVE SOCIO-FMT TO GRP-SOCIO (QTD-GRUPO)
              MOVE "NAO" TO GRP-ATIVO (QTD-GRUPO)
              PERFORM LIMPA-GRUPO.
          PERFORM LE-MEMBRO.

       CONFERE-MEMBRO.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE GRP-SOCIO (IX-GRP) TO NUMERO-SOCIO1.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "NAO"
             AND (CODIGO-PAGAMENTO1 EQUAL 01
                  OR CODIGO-PAGAMENTO1 EQUAL 02)
              MOVE "SIM" TO GRP-ATIVO (IX-GRP).

       QUITA-GRUPO.
          MOVE ZEROES TO COMPET-PRIMEIRA.
          MOVE ZEROES TO COMPET-ULTIMA.
          MOVE "NAO" TO FIM-GRUPO.
          PERFORM QUITA-MAIS-ANTIGO UNTIL FIM-GRUPO EQUAL "SIM".

       QUITA-MAIS-ANTIGO.
          MOVE ZEROES TO IX-GRP-ACHADO.
          MOVE 999999 TO COMPET-MENOR.
          PERFORM PROCURA-MAIS-ANTIGO
              VARYING IX-GRP FROM 1 BY 1
              UNTIL IX-GRP GREATER THAN QTD-GRUPO.
          IF IX-GRP-ACHADO EQUAL ZEROES
              MOVE "SIM" TO FIM-GRUPO
          ELSE
          IF SALDO-MENOR GREATER THAN VALOR-EFETIVO
              MOVE "SIM" TO FIM-GRUPO
          ELSE
              PERFORM QUITA-TITULO-GRUPO.

       PROCURA-MAIS-ANTIGO.
          IF GRP-ATIVO (IX-GRP) EQUAL "SIM"
              PERFORM PRIMEIRO-ABERTO.

       PRIMEIRO-ABERTO.
          MOVE GRP-SOCIO (IX-GRP) TO SOCIO-GRUPO.
          MOVE "NAO" TO FIM-TIT.
          MOVE SOCIO-GRUPO TO SOCIO-TIT.
          MOVE ZEROES TO COMPET-TIT.
          MOVE SPACES TO TIPO-TIT.
          START ARQTIT KEY NOT LESS CHAVE-TIT
              INVALID KEY MOVE "SIM" TO FIM-TIT.
          PERFORM LE-TITULO-GRUPO.
          PERFORM LE-TITULO-GRUPO
              UNTIL FIM-TIT EQUAL "SIM"
                 OR SITUACAO-TIT EQUAL "A".
          IF FIM-TIT NOT EQUAL "SIM"
             AND COMPET-TIT LESS THAN COMPET-MENOR
              MOVE COMPET-TIT TO COMPET-MENOR
              MOVE CHAVE-TIT TO CHAVE-MENOR
              MOVE SALDO-TIT TO SALDO-MENOR
              MOVE IX-GRP TO IX-GRP-ACHADO.

       LE-TITULO-GRUPO.
          IF FIM-TIT NOT EQUAL "SIM"
              READ ARQTIT NEXT RECORD
                  AT END MOVE "SIM" TO FIM-TIT.
          IF FIM-TIT NOT EQUAL "SIM"
             AND SOCIO-TIT NOT EQUAL SOCIO-GRUPO
              MOVE "SIM" TO FIM-TIT.

       QUITA-TITULO-GRUPO.
          MOVE CHAVE-MENOR TO CHAVE-TIT.
          READ ARQTIT KEY IS CHAVE-TIT
              INVALID KEY MOVE "SIM" TO FIM-GRUPO.
          IF FIM-GRUPO NOT EQUAL "SIM"
              SUBTRACT SALDO-TIT FROM VALOR-EFETIVO
              PERFORM BAIXA-TITULO
              IF TIPO-TIT EQUAL "M"
                  ADD 1 TO GRP-MESES (IX-GRP-ACHADO)
              END-IF
              ADD VALOR-BAIXA-TIT TO GRP-VALOR (IX-GRP-ACHADO)
              IF GRP-COMPET-INI (IX-GRP-ACHADO) EQUAL ZEROES
                  MOVE COMPET-TIT TO GRP-COMPET-INI (IX-GRP-ACHADO)
              END-IF
              MOVE COMPET-TIT TO GRP-COMPET-FIM (IX-GRP-ACHADO)
              IF COMPET-PRIMEIRA EQUAL ZEROES
                  MOVE COMPET-TIT TO COMPET-PRIMEIRA
              END-IF
              MOVE COMPET-TIT TO COMPET-ULTIMA.

       ATUALIZA-MEMBRO.
          IF GRP-COMPET-INI (IX-GRP) GREATER THAN ZEROES
              MOVE GRP-SOCIO (IX-GRP) TO NUMERO-SOCIO1
              READ CADSOC1 KEY IS NUMERO-SOCIO1
                  INVALID KEY CONTINUE
              END-READ
              MOVE CODIGO-PAGAMENTO1 TO CODIGO-ANTERIOR
              MOVE MESES-ATRASO1 TO MESES-ANTERIOR
              MOVE GRP-MESES (IX-GRP) TO MESES-PAGOS
              IF MESES-PAGOS GREATER THAN MESES-ATRASO1
                  MOVE MESES-ATRASO1 TO MESES-PAGOS
              END-IF
              SUBTRACT MESES-PAGOS FROM MESES-ATRASO1
              IF MESES-ATRASO1 EQUAL ZEROES
                 AND CODIGO-PAGAMENTO1 EQUAL 02
                  MOVE 01 TO CODIGO-PAGAMENTO1
                  ADD 1 TO CONTADOR-QUIT
              END-IF
              REWRITE REG-SOC1
              PERFORM GRAVA-JORNAL-GRUPO.

       GRAVA-JORNAL-GRUPO.
          MOVE SPACES TO REG-JRC.
          MOVE DATA-SISTEMA TO JRC-DATA-MOV.
          MOVE NUMERO-SOCIO1 TO JRC-SOCIO.
          MOVE RCB-DATA TO JRC-DATA-RCB.
          MOVE GRP-VALOR (IX-GRP) TO JRC-VALOR.
          MOVE MESES-PAGOS TO JRC-MESES-ABAT.
          MOVE CODIGO-PAGAMENTO1 TO JRC-CODIGO-NOVO.
          MOVE RCB-SEQ TO JRC-SEQ.
          MOVE "G" TO JRC-TIPO.
          MOVE ZEROES TO JRC-MATR.
          MOVE GRP-COMPET-INI (IX-GRP) TO JRC-COMPET-INI.
          MOVE GRP-COMPET-FIM (IX-GRP) TO JRC-COMPET-FIM.
          MOVE ZEROES TO JRC-CRED-ANT.
          MOVE ZEROES TO JRC-CRED-NOVO.
          MOVE CODIGO-ANTERIOR TO JRC-CODIGO-ANT.
          MOVE MESES-ANTERIOR TO JRC-MESES-ANT.
          MOVE MESES-ATRASO1 TO JRC-MESES-NOVO.
          PERFORM GRAVA-JORNAL-ORIGEM.
          PERFORM SELA-JORNAL.
          WRITE REG-JRC.
          ADD 1 TO CONTADOR-GRUPO.

       BAIXA-MENSALIDADE.
          MOVE RCB-MATR TO MATRICULA-MEN.
          READ ARQMENS KEY IS MATRICULA-MEN
              INVALID KEY CONTINUE.
          MOVE CODIGO-MEN TO CODIGO-ANTERIOR.
          MOVE MESES-ATRASO-MEN TO MESES-ANTERIOR.
          IF AJUSTE-MEN NOT NUMERIC
              MOVE ZEROES TO AJUSTE-MEN.
          MOVE AJUSTE-MEN TO AJUSTE-ANTERIOR.
          COMPUTE VALOR-LIQUIDO = RCB-VALOR - AJUSTE-MEN.
          MOVE ZEROES TO MESES-PAGOS.
          IF VALOR-LIQUIDO LESS THAN ZEROES
              COMPUTE AJUSTE-MEN = ZEROES - VALOR-LIQUIDO
          ELSE
              MOVE ZEROES TO AJUSTE-MEN
              PERFORM DIVIDE-MESES-MEN.
          SUBTRACT MESES-PAGOS FROM MESES-ATRASO-MEN.
          IF MESES-ATRASO-MEN EQUAL ZEROES
              MOVE 01 TO CODIGO-MEN
          ELSE
              MOVE 02 TO CODIGO-MEN.
          REWRITE REG-MEN.
          MOVE "SIM" TO RCB-APLICADO.
          ADD 1 TO CONTADOR-MENS.
          ADD 1 TO CONTADOR-APLIC.
          PERFORM GRAVA-JORNAL-MENS.

      *----------------------------------------------------------------
      *    O CREDITO DE AJUSTE QUE SOBRAR DEPOIS DOS MESES EM ABERTO
      *    VOLTA PARA O AJUSTE-MEN; A SOBRA DO PROPRIO RECIBO SE PERDE
      *    COMO ANTES.
      *----------------------------------------------------------------
       DIVIDE-MESES-MEN.
          IF VALOR-MEN GREATER THAN ZEROES
              DIVIDE VALOR-LIQUIDO BY VALOR-MEN
                  GIVING MESES-PAGOS REMAINDER RESTO-VALOR
                  ON SIZE ERROR MOVE 99 TO MESES-PAGOS.
          IF MESES-PAGOS GREATER THAN MESES-ATRASO-MEN
              MOVE MESES-ATRASO-MEN TO MESES-PAGOS.
          IF AJUSTE-ANTERIOR LESS THAN ZEROES
              COMPUTE SOBRA-AJUSTE =
                  VALOR-LIQUIDO - (MESES-PAGOS * VALOR-MEN)
              IF SOBRA-AJUSTE GREATER THAN ZEROES
                  IF SOBRA-AJUSTE GREATER THAN
                     (ZEROES - AJUSTE-ANTERIOR)
                      MOVE AJUSTE-ANTERIOR TO AJUSTE-MEN
                  ELSE
                      COMPUTE AJUSTE-MEN = ZEROES - SOBRA-AJUSTE.

       GRAVA-JORNAL-MENS.
          MOVE SPACES TO REG-JRC.
          MOVE DATA-SISTEMA TO JRC-DATA-MOV.
          MOVE ZEROES TO JRC-SOCIO.
          MOVE RCB-DATA TO JRC-DATA-RCB.
          MOVE RCB-VALOR TO JRC-VALOR.
          MOVE MESES-PAGOS TO JRC-MESES-ABAT.
          MOVE CODIGO-MEN TO JRC-CODIGO-NOVO.
          MOVE RCB-SEQ TO JRC-SEQ.
          MOVE "M" TO JRC-TIPO.
          MOVE RCB-MATR TO JRC-MATR.
          MOVE ZEROES TO JRC-COMPET-INI.
          MOVE ZEROES TO JRC-COMPET-FIM.
          MOVE ZEROES TO JRC-CRED-ANT.
          MOVE ZEROES TO JRC-CRED-NOVO.
          MOVE CODIGO-ANTERIOR TO JRC-CODIGO-ANT.
          MOVE MESES-ANTERIOR TO JRC-MESES-ANT.
          MOVE MESES-ATRASO-MEN TO JRC-MESES-NOVO.
          MOVE AJUSTE-ANTERIOR TO JRC-AJU-ANT.
          MOVE AJUSTE-MEN TO JRC-AJU-NOVO.
          PERFORM GRAVA-JORNAL-ORIGEM.
          PERFORM SELA-JORNAL.
          WRITE REG-JRC.
          ADD 1 TO CONTADOR-JORNAL.

       ABATE-MESES.
          MOVE RCB-VALOR TO VALOR-EFETIVO.
          PERFORM APLICA-PONTUALIDADE.
          PERFORM ABATE-CREDITOS.
          PERFORM USA-SALDO-CREDITO.
          PERFORM QUITA-TITULOS.
          IF MESES-PAGOS GREATER THAN MESES-ATRASO1
              MOVE MESES-ATRASO1 TO MESES-PAGOS.
          SUBTRACT MESES-PAGOS FROM MESES-ATRASO1.
             AND CODIGO-PAGAMENTO1 EQUAL 02
              MOVE 01 TO CODIGO-PAGAMENTO1
              ADD 1 TO CONTADOR-QUIT.
          PERFORM GUARDA-SALDO-CREDITO.
          ADD 1 TO CONTADOR-APLIC.
          PERFORM GRAVA-JORNAL.

       USA-SALDO-CREDITO.
          MOVE ZEROES TO CREDITO-ANTERIOR.
          MOVE "SIM" TO TEM-SALDO-CRED.
          MOVE NUMERO-SOCIO1 TO SOCIO-CRD.
          READ ARQCRED KEY IS SOCIO-CRD
              INVALID KEY MOVE "NAO" TO TEM-SALDO-CRED.
          IF TEM-SALDO-CRED EQUAL "SIM"
              MOVE SALDO-CRD TO CREDITO-ANTERIOR
              ADD SALDO-CRD TO VALOR-EFETIVO.

       GUARDA-SALDO-CREDITO.
          MOVE VALOR-EFETIVO TO CREDITO-NOVO.
          IF CREDITO-NOVO GREATER THAN CREDITO-ANTERIOR
              COMPUTE VALOR-SOBRA = CREDITO-NOVO - CREDITO-ANTERIOR
              ADD VALOR-SOBRA TO SOMA-CRED-GERADO
              ADD 1 TO CONTADOR-CRED
              DISPLAY "SOBRA DO RECIBO VAI PARA O CREDITO - SOCIO "
                  NUMERO-SOCIO1 " VALOR " VALOR-SOBRA
          ELSE
              COMPUTE VALOR-SOBRA = CREDITO-ANTERIOR - CREDITO-NOVO
              ADD VALOR-SOBRA TO SOMA-CRED-USADO.
          IF TEM-SALDO-CRED EQUAL "SIM"
              IF CREDITO-ANTERIOR EQUAL ZEROES
                 AND CREDITO-NOVO GREATER THAN ZEROES
                  MOVE DATA-SISTEMA TO DATA-INC-CRD
              END-IF
              MOVE CREDITO-NOVO TO SALDO-CRD
              MOVE DATA-SISTEMA TO DATA-MOV-CRD
              REWRITE REG-CRD
          ELSE
          IF CREDITO-NOVO GREATER THAN ZEROES
              MOVE NUMERO-SOCIO1 TO SOCIO-CRD
              MOVE CREDITO-NOVO TO SALDO-CRD
              MOVE DATA-SISTEMA TO DATA-INC-CRD
              MOVE DATA-SISTEMA TO DATA-MOV-CRD
              MOVE ZEROES TO COMPET-USO-CRD
              WRITE REG-CRD.

       ABATE-PARCELAS.
          MOVE ZEROES TO CREDITO-ANTERIOR.
          MOVE ZEROES TO CREDITO-NOVO.
          MOVE ZEROES TO COMPET-PRIMEIRA.
          MOVE ZEROES TO COMPET-ULTIMA.
          PERFORM LOCALIZA-ACORDO.
          IF ACHOU-ACORDO EQUAL "SIM"
              PERFORM QUITA-PARCELAS
          ELSE
              MOVE ZEROES TO MESES-PAGOS.

      *----------------------------------------------------------------
      *    PRIMEIRO ACORDO ATIVO (A) DO SOCIO NO NEGBXR.DAT, PELA
      *    CHAVE ALTERNATIVA, NA ORDEM DO ARQNEG.
      *----------------------------------------------------------------
       LOCALIZA-ACORDO.
          MOVE "NAO" TO ACHOU-ACORDO.
          MOVE "NAO" TO FIM-NGT.
          MOVE NUMERO-SOCIO1 TO SOCIO-NGT.
          START NEGTRAB KEY EQUAL SOCIO-NGT
              INVALID KEY MOVE "SIM" TO FIM-NGT.
          PERFORM PROCURA-ACORDO
              UNTIL FIM-NGT EQUAL "SIM"
                 OR ACHOU-ACORDO EQUAL "SIM".

       PROCURA-ACORDO.
          READ NEGTRAB NEXT RECORD
              AT END MOVE "SIM" TO FIM-NGT.
          IF FIM-NGT NOT EQUAL "SIM"
              IF SOCIO-NGT NOT EQUAL NUMERO-SOCIO1
                  MOVE "SIM" TO FIM-NGT
              ELSE
              IF SITUACAO-NGT EQUAL "A"
                  MOVE "SIM" TO ACHOU-ACORDO.

       QUITA-PARCELAS.
          IF VALOR-PARCELA-NGT GREATER THAN ZEROES
              DIVIDE RCB-VALOR
                  BY VALOR-PARCELA-NGT
                  GIVING PARCELAS-QUITADAS
                  ON SIZE ERROR MOVE 99 TO PARCELAS-QUITADAS
          ELSE
              MOVE ZEROES TO PARCELAS-QUITADAS.
          ADD PARCELAS-QUITADAS TO PAGAS-NGT.
          IF PAGAS-NGT NOT LESS PARCELAS-NGT
              MOVE PARCELAS-NGT TO PAGAS-NGT
              MOVE "L" TO SITUACAO-NGT
              MOVE 01 TO CODIGO-PAGAMENTO1
              MOVE ZEROES TO MESES-ATRASO1
              ADD 1 TO CONTADOR-QUIT
              PERFORM QUITA-NEGOCIADOS
              DISPLAY "ACORDO LIQUIDADO - SOCIO " NUMERO-SOCIO1
                  " VOLTA A EM DIA.".
          REWRITE REG-NGT.
          ADD PARCELAS-QUITADAS TO CONTADOR-PARC.
          MOVE PARCELAS-QUITADAS TO MESES-PAGOS.
          ADD 1 TO CONTADOR-APLIC.
          PERFORM GRAVA-JORNAL.

       QUITA-TITULOS.
          MOVE ZEROES TO MESES-PAGOS.
          MOVE ZEROES TO COMPET-PRIMEIRA.
          MOVE ZEROES TO COMPET-ULTIMA.
          PERFORM POSICIONA-TITULOS.
          PERFORM QUITA-UM-TITULO UNTIL FIM-TIT EQUAL "SIM".

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

       QUITA-UM-TITULO.
          IF SITUACAO-TIT NOT EQUAL "A"
              PERFORM LE-TITULO
          ELSE
          IF SALDO-TIT GREATER THAN VALOR-EFETIVO
              MOVE "SIM" TO FIM-TIT
          ELSE
              SUBTRACT SALDO-TIT FROM VALOR-EFETIVO
              PERFORM BAIXA-TITULO
              IF TIPO-TIT EQUAL "M"
                  ADD 1 TO MESES-PAGOS
              END-IF
              IF COMPET-PRIMEIRA EQUAL ZEROES
                  MOVE COMPET-TIT TO COMPET-PRIMEIRA
              END-IF
              MOVE COMPET-TIT TO COMPET-ULTIMA
              PERFORM LE-TITULO.

       BAIXA-TITULO.
          MOVE SALDO-TIT TO VALOR-BAIXA-TIT.
          ADD SALDO-TIT TO VALOR-PAGO-TIT.
          MOVE ZEROES TO SALDO-TIT.
          MOVE "Q" TO SITUACAO-TIT.
          MOVE RCB-DATA TO DATA-BAIXA-TIT.
          MOVE RCB-SEQ TO SEQ-BAIXA-TIT.
          REWRITE REG-TIT.
          ADD 1 TO CONTADOR-TITULOS.

       QUITA-NEGOCIADOS.
          PERFORM POSICIONA-TITULOS.
          PERFORM QUITA-UM-NEGOCIADO UNTIL FIM-TIT EQUAL "SIM".

       QUITA-UM-NEGOCIADO.
          IF SITUACAO-TIT EQUAL "N"
              PERFORM BAIXA-TITULO
              IF COMPET-PRIMEIRA EQUAL ZEROES
                  MOVE COMPET-TIT TO COMPET-PRIMEIRA
              END-IF
              MOVE COMPET-TIT TO COMPET-ULTIMA.
          PERFORM LE-TITULO.

       APLICA-PONTUALIDADE.
          IF TEM-DESCONTO EQUAL "SIM"
             AND RCB-DATA (7:2) NOT GREATER DIA-LIMITE-DESC
              COMPUTE VALOR-DESC-PONT ROUNDED =
                  VALOR-PAGAMENTO1 * PCT-DESCONTO / 100
              ADD VALOR-DESC-PONT TO VALOR-EFETIVO
              ADD VALOR-DESC-PONT TO SOMA-DESC-PONT
              ADD 1 TO CONTADOR-PONT.

      *----------------------------------------------------------------
      *    CREDITOS PENDENTES (P) DO SOCIO NO DESBXR.DAT, PELA CHAVE
      *    ALTERNATIVA: CADA UM E ABATIDO E REGRAVADO COMO A.
      *----------------------------------------------------------------
       ABATE-CREDITOS.
          MOVE "NAO" TO FIM-DST.
          MOVE NUMERO-SOCIO1 TO SOCIO-DST.
          START DESTRAB KEY EQUAL SOCIO-DST
              INVALID KEY MOVE "SIM" TO FIM-DST.
          PERFORM ABATE-CREDITO UNTIL FIM-DST EQUAL "SIM".

       ABATE-CREDITO.
          READ DESTRAB NEXT RECORD
              AT END MOVE "SIM" TO FIM-DST.
          IF FIM-DST NOT EQUAL "SIM"
             AND SOCIO-DST NOT EQUAL NUMERO-SOCIO1
              MOVE "SIM" TO FIM-DST.
          IF FIM-DST NOT EQUAL "SIM"
             AND SITUACAO-DST EQUAL "P"
              ADD VALOR-DST TO VALOR-EFETIVO
              MOVE "A" TO SITUACAO-DST
              MOVE RCB-SEQ TO SEQ-ABAT-DST
              MOVE RCB-DATA TO DATA-ABAT-DST
              REWRITE REG-DST
              ADD 1 TO CONTADOR-ABAT
              DISPLAY "CREDITO DE DEPENDENTE ABATIDO - SOCIO "
                  NUMERO-SOCIO1 " VALOR " VALOR-DST.

       GRAVA-JORNAL.
          MOVE SPACES TO REG-JRC.
          MOVE DATA-SISTEMA TO JRC-DATA-MOV.
          MOVE NUMERO-SOCIO1 TO JRC-SOCIO.
          MOVE RCB-DATA TO JRC-DATA-RCB.
          MOVE RCB-VALOR TO JRC-VALOR.
          MOVE MESES-PAGOS TO JRC-MESES-ABAT.
          MOVE CODIGO-PAGAMENTO1 TO JRC-CODIGO-NOVO.
          MOVE RCB-SEQ TO JRC-SEQ.
          MOVE TIPO-JORNAL TO JRC-TIPO.
          MOVE ZEROES TO JRC-MATR.
          MOVE COMPET-PRIMEIRA TO JRC-COMPET-INI.
          MOVE COMPET-ULTIMA TO JRC-COMPET-FIM.
          MOVE CREDITO-ANTERIOR TO JRC-CRED-ANT.
          MOVE CREDITO-NOVO TO JRC-CRED-NOVO.
          MOVE CODIGO-ANTERIOR TO JRC-CODIGO-ANT.
          MOVE MESES-ANTERIOR TO JRC-MESES-ANT.
          MOVE MESES-ATRASO1 TO JRC-MESES-NOVO.
          PERFORM GRAVA-JORNAL-ORIGEM.
          PERFORM SELA-JORNAL.
          WRITE REG-JRC.
          ADD 1 TO CONTADOR-JORNAL.

      *----------------------------------------------------------------
      *    SEQUENCIA E CONFERENCIA ENCADEADA DA LINHA (SELAJOR).
      *----------------------------------------------------------------
       SELA-JORNAL.
          MOVE "S" TO FUNCAO-SELO.
          MOVE "JORNRCB" TO JORNAL-SELO.
          MOVE REG-JRC(1:180) TO TEXTO-SELO.
          MOVE 180 TO TAMANHO-SELO.
          CALL "SELAJOR" USING FUNCAO-SELO JORNAL-SELO TEXTO-SELO
              TAMANHO-SELO SEQ-SELO CHK-SELO.
          MOVE SEQ-SELO TO JRC-SEQ-JOR.
          MOVE CHK-SELO TO JRC-CHK-JOR.

       GRAVA-JORNAL-ORIGEM.
          ACCEPT HORA-JORNAL FROM TIME.
          MOVE HORA-JORNAL(1:6) TO JRC-HORA.
          MOVE RCB-OPERADOR TO JRC-OPERADOR.
          MOVE RCB-CANAL TO JRC-CANAL.
          MOVE ZEROES TO JRC-DATA-ORIG.
          MOVE ZEROES TO JRC-OPER-EST.

       GRAVA-EXCECAO-RECIBO.
          ADD 1 TO CONTADOR-REJ.
          MOVE SPACES TO REG-EXC.
          MOVE RCB-NUMERO TO EXC-NUMERO.
          MOVE RCB-DATA TO EXC-DATA.
          MOVE RCB-VALOR TO EXC-VALOR.
          WRITE REG-EXC FROM LINHA-EXC.

       TERMINO.
          PERFORM REGRAVA-DESCONTOS.
          PERFORM REGRAVA-ACORDOS.
          PERFORM REGISTRA-CAPACIDADE.
          PERFORM BACKUP-CADRCB.
          PERFORM GRAVA-LOG.
          DISPLAY "BAIXA DE RECIBOS ENCERRADA.".
          DISPLAY "DESC. PONTUALIDADE...: " CONTADOR-PONT
              " RECIBOS, TOTAL " SOMA-DESC-PONT.
          DISPLAY "MENSALIDADES BAIXADAS: " CONTADOR-MENS.
          DISPLAY "TITULOS QUITADOS.....: " CONTADOR-TITULOS.
          DISPLAY "PARTES DE GRUPO (G)..: " CONTADOR-GRUPO.
          DISPLAY "SOBRAS P/ CREDITO....: " CONTADOR-CRED
              " RECIBOS, TOTAL " SOMA-CRED-GERADO.
          DISPLAY "CREDITO CONSUMIDO....: " SOMA-CRED-USADO.
          PERFORM GRAVA-CTRLDSC.
          IF TEM-ARQMENS EQUAL "SIM"
              CLOSE ARQMENS.
          CLOSE CADSOC1
                ARQTIT
                ARQCRED
                ARQEXC
                JORNRCB
                FAMTRAB.

      *----------------------------------------------------------------
      *    DESCSOC E ARQNEG SAO REGRAVADOS DOS ARQUIVOS DE TRABALHO
      *    PELA CHAVE PRINCIPAL, NA ORDEM EM QUE FORAM LIDOS.
      *----------------------------------------------------------------
       REGRAVA-DESCONTOS.
          CLOSE DESTRAB.
          IF QTD-DESCONTOS GREATER THAN ZEROES
              OPEN INPUT DESTRAB
              OPEN OUTPUT DESCSOC
              MOVE "NAO" TO FIM-DST
              PERFORM LE-DESCONTO-TRAB
              PERFORM GRAVA-UM-DESCONTO UNTIL FIM-DST EQUAL "SIM"
              CLOSE DESCSOC
                    DESTRAB.

       LE-DESCONTO-TRAB.
          READ DESTRAB NEXT RECORD
              AT END MOVE "SIM" TO FIM-DST.

       GRAVA-UM-DESCONTO.
          MOVE DADOS-DST TO REG-DES.
          WRITE REG-DES.
          PERFORM LE-DESCONTO-TRAB.

       REGRAVA-ACORDOS.
          CLOSE NEGTRAB.
          IF QTD-ACORDOS GREATER THAN ZEROES
              OPEN INPUT NEGTRAB
              OPEN OUTPUT ARQNEG
              MOVE "NAO" TO FIM-NGT
              PERFORM LE-ACORDO-TRAB
              PERFORM GRAVA-UM-ACORDO UNTIL FIM-NGT EQUAL "SIM"
              CLOSE ARQNEG
                    NEGTRAB.

       LE-ACORDO-TRAB.
          READ NEGTRAB NEXT RECORD
              AT END MOVE "SIM" TO FIM-NGT.

       GRAVA-UM-ACORDO.
          MOVE DADOS-NGT TO REG-NEG.
          WRITE REG-NEG.
          PERFORM LE-ACORDO-TRAB.

      *----------------------------------------------------------------
      *    OCUPACAO DA TAB-GRUPO NA RODADA (MAIOR GRUPO VISTO) PARA O
      *    RELATORIO DE CAPACIDADE (CADCAPAC, PELA CAPTAB).
      *----------------------------------------------------------------
       REGISTRA-CAPACIDADE.
          MOVE "BAIXAREC" TO PROGRAMA-CAPAC.
          MOVE "TAB-GRUPO" TO TABELA-CAPAC.
          MOVE MAIOR-GRUPO TO USADO-CAPAC.
          MOVE 20 TO LIMITE-CAPAC.
          CALL "CAPTAB" USING PROGRAMA-CAPAC TABELA-CAPAC
              USADO-CAPAC LIMITE-CAPAC.

       BACKUP-CADRCB.
          MOVE DATA-SISTEMA TO BAK-DATA.
          CALL "CBL_RENAME_FILE" USING "CADRCB.DAT" NOME-BAK-CADRCB.
          MOVE DATA-SISTEMA TO BAK-DATA-TRC.
          CALL "CBL_RENAME_FILE" USING "CTRLRCB.DAT"
              NOME-BAK-CTRLRCB.
          MOVE ZEROES TO RETURN-CODE.

       GRAVA-CTRLDSC.
