      *(SITUACAO, METODO DE PAGAMENTO, MESES DE ATRASO), O VALOR
      *DEVIDO COM JUROS PELO MESMO CALCULO DO EX01 E OS PAGAMENTOS
      *BAIXADOS QUE CONSTAM NO DIARIO JORNRCB.DAT. REPETE EM LACO
      *COMO O EX07 PARA ATENDER A FILA DO BALCAO. OS MESES EM ABERTO
      *VEM DO RAZAO DE TITULOS ARQTIT.DAT: CADA COMPETENCIA EM ABERTO
      *OU NEGOCIADA E LISTADA COM VENCIMENTO, VALOR ORIGINAL (O PRECO
      *EM VIGOR QUANDO FOI COBRADA), VALOR PAGO E SALDO, E O DEVIDO
      *COM JUROS E CALCULADO SOBRE A SOMA DOS SALDOS. CADA PAGAMENTO
      *DO DIARIO MOSTRA AS COMPETENCIAS QUE QUITOU. O SALDO DE
      *CREDITO DO SOCIO (ARQCRED.DAT - SOBRAS DE RECIBO E PAGAMENTOS
      *ADIANTADOS) E MOSTRADO APOS OS VALORES, E CADA PAGAMENTO DO
      *DIARIO QUE MEXEU NO CREDITO MOSTRA O CREDITO ANTES E DEPOIS.
      *O ESTORNO DE RECIBO (LINHA TIPO E DO JORNRCB, GRAVADA PELO
      *ESTORREC) APARECE NA LISTA DE PAGAMENTOS COMO ESTORNO, COM A
      *DATA EM QUE FOI FEITO. QUANDO O SOCIO ESTA EM UM GRUPO
      *FAMILIAR (CADFAM), O EXTRATO TERMINA COM O QUADRO DO GRUPO: O
      *PAGADOR E CADA MEMBRO COM OS TITULOS E O SALDO EM ABERTO, E O
      *TOTAL DO GRUPO COM JUROS. O RECIBO PAGO PELO GRUPO APARECE NO
      *PAGADOR PELO VALOR CHEIO (TIPO F) E EM CADA MEMBRO PELA PARTE
      *QUE LHE COUBE (TIPO G). CADA TITULO EM ABERTO MOSTRA O TIPO
      *(M MENSALIDADE, P DIFERENCA DE PLANO, R TAXA DE RESERVA DE
      *INSTALACAO) E O EXTRATO LISTA AS RESERVAS ATIVAS DO SOCIO DE
      *HOJE EM DIANTE (ARQRES, PELA CHAVE DO SOCIO), COM A
      *INSTALACAO DO CADINST, A DATA, A HORA E A TAXA. O CREDITO
      *PENDENTE DE INDICACAO DE NOVO SOCIO (DESCSOC COM ORIGEM I)
      *APARECE SEPARADO DO CREDITO DE DEPENDENTE, COM O SOCIO
      *INDICADO. CADA PAGAMENTO MOSTRA A NOTA FISCAL DE SERVICO
      *ELETRONICA DO RECIBO (NFSERCB, PELA CHAVE DO RECIBO): O NUMERO
      *DA NFS-E EMITIDA OU A SITUACAO DO RPS (EM EMISSAO, RECUSADA,
      *ESTORNADA). AS INSTALACOES (100) E O CADFAM (500) FICAM EM
      *TABELA: ARQUIVO MAIOR QUE A TABELA ENCERRA A CONSULTA (CODIGO
      *8) EM VEZ DE MOSTRAR DESCRICAO OU GRUPO INCOMPLETO, E A MAIOR
      *OCUPACAO DA SESSAO VAI PARA O CADCAPAC (CAPTAB).

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES.
          SELECT OPTIONAL ARQTIT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-TIT
          FILE STATUS IS FS-TIT.
          SELECT OPTIONAL ARQCRED ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SOCIO-CRD
          FILE STATUS IS FS-CRD.
          SELECT OPTIONAL ARQRES ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-RES
          ALTERNATE RECORD KEY IS SOCIO-RES WITH DUPLICATES
          FILE STATUS IS FS-RES.
          SELECT OPTIONAL CADINST ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL DESCSOC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL JORNRCB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL NFSERCB ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RPS-NFS
          ALTERNATE RECORD KEY IS RECIBO-NFS WITH DUPLICATES
          FILE STATUS IS FS-NFS.
          SELECT OPTIONAL PARMFIN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMDESC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADFAM ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       FD  ARQTIT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQTIT.DAT".
          COPY REGTIT.

       FD  ARQCRED
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQCRED.DAT".
          COPY REGCRED.

       FD  ARQRES
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQRES.DAT".
          COPY REGRES.

       FD  CADINST
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADINST.DAT".
          COPY REGINST.

       FD  DESCSOC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DESCSOC.DAT".
          02 VALOR-DES                 PIC 9(09)V9(02).
          02 DATA-DES                  PIC 9(08).
          02 SITUACAO-DES              PIC X(01).
          02 SEQ-ABAT-DES              PIC 9(06).
          02 DATA-ABAT-DES             PIC 9(08).
          02 ORIGEM-DES                PIC X(01).

       FD  JORNRCB
          LABEL RECORD ARE STANDARD
          02 JRC-CODIGO-NOVO           PIC 9(02).
          02 FILLER                    PIC X(01).
          02 JRC-SEQ                   PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-TIPO                  PIC X(01).
          02 FILLER                    PIC X(01).
          02 JRC-MATR                  PIC 9(07).
          02 FILLER                    PIC X(01).
          02 JRC-COMPET-INI            PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-COMPET-FIM            PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-CRED-ANT              PIC 9(09)V9(02).
          02 FILLER                    PIC X(01).
          02 JRC-CRED-NOVO             PIC 9(09)V9(02).

       FD  NFSERCB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "NFSERCB.DAT".
          COPY REGNFS.

       FD  PARMFIN
          LABEL RECORD ARE STANDARD
          02 PCT-DESC-DSC              PIC 9(02)V9(02).
          02 DIA-LIMITE-DSC            PIC 9(02).

       FD  CADFAM
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADFAM.DAT".
          COPY REGFAM.

       WORKING-STORAGE SECTION.
       77  ARQUIVO-TRAVA      PIC X(12) VALUE SPACES.
       77  FS-TIT             PIC X(02) VALUE "00".
       77  TEM-ARQTIT         PIC X(03) VALUE "NAO".
       77  FS-CRD             PIC X(02) VALUE "00".
       77  TEM-ARQCRED        PIC X(03) VALUE "NAO".
       77  TEM-SALDO-CRED     PIC X(03) VALUE "NAO".
       77  FS-RES             PIC X(02) VALUE "00".
       77  TEM-ARQRES         PIC X(03) VALUE "NAO".
       77  FS-NFS             PIC X(02) VALUE "00".
       77  TEM-NFSERCB        PIC X(03) VALUE "NAO".
       77  FIM-NFS            PIC X(03) VALUE "NAO".
       77  TEXTO-NOTA         PIC X(32) VALUE SPACES.
       77  FIM-RES            PIC X(03) VALUE "NAO".
       77  QTD-RESERVAS       PIC 9(03) VALUE ZEROES.
       77  FIM-INST           PIC X(03) VALUE "NAO".
       77  QTD-INST           PIC 9(03) VALUE ZEROES.
       77  EXCEDENTE-INS      PIC 9(07) VALUE ZEROES.
       77  IX-INS             PIC 9(03) VALUE ZEROES.
       77  DESC-INST-ED       PIC X(25) VALUE SPACES.
       77  CRED-ANT-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77  FIM-TIT            PIC X(03) VALUE "NAO".
       77  QTD-TIT-ABERTOS    PIC 9(03) VALUE ZEROES.
       77  SALDO-TIT-SOCIO    PIC 9(09)V9(02) VALUE ZEROES.
       77  ORIG-ED            PIC ZZZ.ZZZ.ZZ9,99.
       77  PAGO-ED            PIC ZZZ.ZZZ.ZZ9,99.
       77  CADASTRO-TRAVADO   PIC X(03) VALUE "NAO".
       77  FIM-JRC            PIC X(03) VALUE "NAO".
       77  FIM-DSC            PIC X(03) VALUE "NAO".
       77  JUROS-ED           PIC ZZZ.ZZZ.ZZ9,99.
       77  TOTAL-ED           PIC ZZZ.ZZZ.ZZ9,99.
       77  MESES-DE-CASA      PIC S9(05) VALUE ZEROES.
       77  FIM-FAM            PIC X(03) VALUE "NAO".
       77  QTD-FAMILIAS       PIC 9(03) VALUE ZEROES.
       77  EXCEDENTE-FAM      PIC 9(07) VALUE ZEROES.
       77  MAIOR-FAMILIAS     PIC 9(07) VALUE ZEROES.
       77  IX-FAM             PIC 9(03) VALUE ZEROES.
       77  PAGADOR-GRUPO      PIC 9(06) VALUE ZEROES.
       77  EH-GRUPO           PIC X(03) VALUE "NAO".
       77  QTD-TIT-GRUPO      PIC 9(04) VALUE ZEROES.
       77  SALDO-GRUPO        PIC 9(09)V9(02) VALUE ZEROES.
       77  ACHOU-MEMBRO       PIC X(03) VALUE "NAO".
       01 RECIBO-PROCURADO.
          02 PRC-SOCIO                 PIC 9(06).
          02 PRC-MATR                  PIC 9(07).
          02 PRC-DATA-RCB              PIC 9(08).
          02 PRC-SEQ                   PIC 9(06).
          02 PRC-VALOR                 PIC 9(09)V9(02).

       01 TAB-INSTALACOES.
          02 INS-OCORRENCIA OCCURS 100 TIMES.
             03 INS-CODIGO             PIC 9(03).
             03 INS-DESCRICAO          PIC X(25).
       01 TAB-FAMILIAS.
          02 FAM-OCORRENCIA OCCURS 500 TIMES.
             03 FAM-PAGADOR            PIC 9(06).
             03 FAM-SOCIO              PIC 9(06).
       01 DATA-ADM-W.
          02 ANO-ADM                   PIC 9(04).
          02 MES-ADM                   PIC 9(02).
          02 MES-HOJ                   PIC 9(02).
          02 FILLER                    PIC X(02).

       COPY REGCAP.

       PROCEDURE DIVISION.

       PGM-EXTRSOC.
          PERFORM LEITURA-PARMFIN.
          PERFORM LEITURA-PARMDESC.
          OPEN INPUT CADSOC1.
          OPEN INPUT ARQTIT.
          IF FS-TIT EQUAL "00"
              MOVE "SIM" TO TEM-ARQTIT
          ELSE
              DISPLAY "ARQTIT AUSENTE - EXTRATO SEM OS TITULOS EM "
                  "ABERTO. RODE O CONVTIT.".
          OPEN INPUT ARQCRED.
          IF FS-CRD EQUAL "00"
              MOVE "SIM" TO TEM-ARQCRED.
          OPEN INPUT ARQRES.
          IF FS-RES EQUAL "00"
              MOVE "SIM" TO TEM-ARQRES.
          OPEN INPUT NFSERCB.
          IF FS-NFS EQUAL "00"
              MOVE "SIM" TO TEM-NFSERCB.
          PERFORM CARGA-INSTALACOES.
          IF EXCEDENTE-INS GREATER THAN ZEROES
              DISPLAY "CADINST MAIOR QUE A TABELA (100) - "
                  EXCEDENTE-INS " INSTALACOES ALEM DELA."
              PERFORM ENCERRA-TABELA-LOTADA.
          DISPLAY "EXTRATO DO SOCIO - CONSULTA DE BALCAO".
          PERFORM PRINCIPAL UNTIL RESP-CONTINUA EQUAL "N".
          PERFORM REGISTRA-CAPACIDADE.
          PERFORM FECHA-ARQUIVOS.
          STOP RUN.

       FECHA-ARQUIVOS.
          CLOSE CADSOC1.
          IF TEM-ARQTIT EQUAL "SIM"
              CLOSE ARQTIT.
          IF TEM-ARQCRED EQUAL "SIM"
              CLOSE ARQCRED.
          IF TEM-ARQRES EQUAL "SIM"
              CLOSE ARQRES.
          IF TEM-NFSERCB EQUAL "SIM"
              CLOSE NFSERCB.

      *----------------------------------------------------------------
      *    TABELA LOTADA: A CONSULTA NAO CONTINUA COM DADO CORTADO.
      *----------------------------------------------------------------
       ENCERRA-TABELA-LOTADA.
          DISPLAY "CONSULTA ENCERRADA - AVISE O SUPORTE.".
          PERFORM REGISTRA-CAPACIDADE.
          PERFORM FECHA-ARQUIVOS.
          MOVE 8 TO RETURN-CODE.
          STOP RUN.

      *----------------------------------------------------------------
      *    OCUPACAO DAS TABELAS NA SESSAO (MAIOR CADFAM LIDO, COM O QUE
      *    NAO COUBE) PARA O RELATORIO DE CAPACIDADE (CADCAPAC, PELA
      *    CAPTAB).
      *----------------------------------------------------------------
       REGISTRA-CAPACIDADE.
          MOVE "EXTRSOC" TO PROGRAMA-CAPAC.
          MOVE "TAB-INSTALAC" TO TABELA-CAPAC.
          ADD QTD-INST EXCEDENTE-INS GIVING USADO-CAPAC.
          MOVE 100 TO LIMITE-CAPAC.
          CALL "CAPTAB" USING PROGRAMA-CAPAC TABELA-CAPAC
              USADO-CAPAC LIMITE-CAPAC.
          MOVE "TAB-FAMILIAS" TO TABELA-CAPAC.
          MOVE MAIOR-FAMILIAS TO USADO-CAPAC.
          MOVE 500 TO LIMITE-CAPAC.
          CALL "CAPTAB" USING PROGRAMA-CAPAC TABELA-CAPAC
              USADO-CAPAC LIMITE-CAPAC.

       CARGA-INSTALACOES.
          OPEN INPUT CADINST.
          PERFORM LE-INSTALACAO.
          PERFORM GUARDA-INSTALACAO UNTIL FIM-INST EQUAL "SIM".
          CLOSE CADINST.

       LE-INSTALACAO.
          READ CADINST AT END MOVE "SIM" TO FIM-INST.

       GUARDA-INSTALACAO.
          IF QTD-INST LESS 100
              ADD 1 TO QTD-INST
              MOVE CODIGO-INST TO INS-CODIGO (QTD-INST)
              MOVE DESCRICAO-INST TO INS-DESCRICAO (QTD-INST)
          ELSE
              ADD 1 TO EXCEDENTE-INS.
          PERFORM LE-INSTALACAO.

       PRINCIPAL.
          DISPLAY "NUMERO DO SOCIO (6 DIGITOS)..........: ".
          ACCEPT NUMERO-BUSCA.
          PERFORM MOSTRA-METODO.
          DISPLAY "PLANO.............: " PLANO-SOCIO1.
          PERFORM MOSTRA-ADMISSAO.
          PERFORM MOSTRA-TITULOS.
          DISPLAY "MESES EM ATRASO...: " QTD-TIT-ABERTOS.
          PERFORM MOSTRA-VALORES.
          PERFORM MOSTRA-SALDO-CREDITO.
          PERFORM MOSTRA-PAGAMENTOS.
          PERFORM MOSTRA-CREDITOS.
          PERFORM MOSTRA-RESERVAS.
          PERFORM MOSTRA-GRUPO.
          DISPLAY "-----------------------------------------------".

      *----------------------------------------------------------------
      *    QUADRO DO GRUPO FAMILIAR. O CADFAM E RELIDO A CADA CONSULTA
      *    PARA PEGAR O QUE O MANFAM ALTEROU COM O BALCAO ABERTO.
      *----------------------------------------------------------------
       MOSTRA-GRUPO.
          PERFORM CARGA-FAMILIAS.
          IF EXCEDENTE-FAM GREATER THAN ZEROES
              DISPLAY "CADFAM MAIOR QUE A TABELA (500) - "
                  EXCEDENTE-FAM " MEMBROS ALEM DELA."
              PERFORM ENCERRA-TABELA-LOTADA.
          MOVE "NAO" TO EH-GRUPO.
          MOVE NUMERO-BUSCA TO PAGADOR-GRUPO.
          IF QTD-FAMILIAS GREATER THAN ZEROES
              PERFORM TESTA-UM-MEMBRO
                  VARYING IX-FAM FROM 1 BY 1
                  UNTIL IX-FAM GREATER THAN QTD-FAMILIAS.
          IF EH-GRUPO EQUAL "SIM"
              MOVE ZEROES TO QTD-TIT-GRUPO
              MOVE ZEROES TO SALDO-GRUPO
              DISPLAY "GRUPO FAMILIAR DO PAGADOR " PAGADOR-GRUPO
                  " (SOCIO/NOME/TITULOS/SALDO):"
              MOVE PAGADOR-GRUPO TO NUMERO-BUSCA
              PERFORM MOSTRA-SOCIO-GRUPO
              PERFORM MOSTRA-MEMBRO-GRUPO
                  VARYING IX-FAM FROM 1 BY 1
                  UNTIL IX-FAM GREATER THAN QTD-FAMILIAS
              COMPUTE VALOR-JUROS = SALDO-GRUPO * TAXA-JUROS
              ADD SALDO-GRUPO VALOR-JUROS GIVING VALOR-COM-JUROS
              MOVE SALDO-GRUPO TO VALOR-ED
              MOVE VALOR-JUROS TO JUROS-ED
              MOVE VALOR-COM-JUROS TO TOTAL-ED
              DISPLAY "TITULOS DO GRUPO..: " QTD-TIT-GRUPO
              DISPLAY "SALDO DO GRUPO....: " VALOR-ED
              DISPLAY "JUROS DO GRUPO....: " JUROS-ED
              DISPLAY "TOTAL DO GRUPO....: " TOTAL-ED.

       CARGA-FAMILIAS.
          MOVE ZEROES TO QTD-FAMILIAS.
          MOVE ZEROES TO EXCEDENTE-FAM.
          MOVE "NAO" TO FIM-FAM.
          OPEN INPUT CADFAM.
          PERFORM LE-FAMILIA.
          PERFORM GUARDA-FAMILIA UNTIL FIM-FAM EQUAL "SIM".
          CLOSE CADFAM.
          IF QTD-FAMILIAS + EXCEDENTE-FAM GREATER THAN MAIOR-FAMILIAS
              ADD QTD-FAMILIAS EXCEDENTE-FAM GIVING MAIOR-FAMILIAS.

       LE-FAMILIA.
          READ CADFAM AT END MOVE "SIM" TO FIM-FAM.

       GUARDA-FAMILIA.
          IF QTD-FAMILIAS LESS 500
              ADD 1 TO QTD-FAMILIAS
              MOVE PAGADOR-FAM TO FAM-PAGADOR (QTD-FAMILIAS)
              MOVE SOCIO-FAM TO FAM-SOCIO (QTD-FAMILIAS)
          ELSE
              ADD 1 TO EXCEDENTE-FAM.
          PERFORM LE-FAMILIA.

       TESTA-UM-MEMBRO.
          IF FAM-SOCIO (IX-FAM) EQUAL NUMERO-BUSCA
              MOVE FAM-PAGADOR (IX-FAM) TO PAGADOR-GRUPO
              MOVE "SIM" TO EH-GRUPO.
          IF FAM-PAGADOR (IX-FAM) EQUAL NUMERO-BUSCA
              MOVE "SIM" TO EH-GRUPO.

       MOSTRA-MEMBRO-GRUPO.
          IF FAM-PAGADOR (IX-FAM) EQUAL PAGADOR-GRUPO
              MOVE FAM-SOCIO (IX-FAM) TO NUMERO-BUSCA
              PERFORM MOSTRA-SOCIO-GRUPO.

       MOSTRA-SOCIO-GRUPO.
          MOVE "SIM" TO ACHOU-MEMBRO.
          MOVE NUMERO-BUSCA TO NUMERO-SOCIO1.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "NAO" TO ACHOU-MEMBRO.
          IF ACHOU-MEMBRO EQUAL "NAO"
              DISPLAY "  " NUMERO-BUSCA "  NAO CONSTA NO CADSOC1"
          ELSE
              MOVE ZEROES TO QTD-TIT-ABERTOS
              MOVE ZEROES TO SALDO-TIT-SOCIO
              MOVE "SIM" TO FIM-TIT
              IF TEM-ARQTIT EQUAL "SIM"
                  PERFORM POSICIONA-TITULOS
              END-IF
              PERFORM SOMA-UM-TITULO UNTIL FIM-TIT EQUAL "SIM"
              ADD QTD-TIT-ABERTOS TO QTD-TIT-GRUPO
              ADD SALDO-TIT-SOCIO TO SALDO-GRUPO
              MOVE SALDO-TIT-SOCIO TO VALOR-ED
              DISPLAY "  " NUMERO-SOCIO1 "  " NOME-SOCIO1 "  "
                  QTD-TIT-ABERTOS "  " VALOR-ED.

       SOMA-UM-TITULO.
          IF SITUACAO-TIT EQUAL "A" OR SITUACAO-TIT EQUAL "N"
              ADD 1 TO QTD-TIT-ABERTOS
              ADD SALDO-TIT TO SALDO-TIT-SOCIO.
          PERFORM LE-TITULO.

       MOSTRA-ADMISSAO.
          IF DATA-ADMISSAO1 NOT NUMERIC
             OR DATA-ADMISSAO1 EQUAL ZEROES
                  "/" DATA-ADMISSAO1(5:2) "/" DATA-ADMISSAO1(1:4)
                  " (" MESES-DE-CASA " MESES DE CASA)".

       MOSTRA-TITULOS.
          MOVE ZEROES TO QTD-TIT-ABERTOS.
          MOVE ZEROES TO SALDO-TIT-SOCIO.
          MOVE "SIM" TO FIM-TIT.
          IF TEM-ARQTIT EQUAL "SIM"
              PERFORM POSICIONA-TITULOS.
          PERFORM MOSTRA-UM-TITULO UNTIL FIM-TIT EQUAL "SIM".
          IF QTD-TIT-ABERTOS EQUAL ZEROES
              DISPLAY "SEM COMPETENCIAS EM ABERTO NO ARQTIT.".

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

       MOSTRA-UM-TITULO.
          IF SITUACAO-TIT EQUAL "A" OR SITUACAO-TIT EQUAL "N"
              IF QTD-TIT-ABERTOS EQUAL ZEROES
                  DISPLAY "COMPETENCIAS EM ABERTO (COMP/TIPO/VENCTO/"
                      "ORIGINAL/PAGO/SALDO/SIT):"
              END-IF
              ADD 1 TO QTD-TIT-ABERTOS
              ADD SALDO-TIT TO SALDO-TIT-SOCIO
              MOVE VALOR-ORIG-TIT TO ORIG-ED
              MOVE VALOR-PAGO-TIT TO PAGO-ED
              MOVE SALDO-TIT TO VALOR-ED
              DISPLAY "  " COMPET-TIT(5:2) "/" COMPET-TIT(1:4)
                  " " TIPO-TIT " " VENCTO-TIT(7:2) "/"
                  VENCTO-TIT(5:2) "/" VENCTO-TIT(1:4) " " ORIG-ED
                  " " PAGO-ED " " VALOR-ED " " SITUACAO-TIT
              IF TIPO-TIT EQUAL "R"
                  DISPLAY "    TAXA DE RESERVA DE INSTALACAO".
          PERFORM LE-TITULO.

      *----------------------------------------------------------------
      *    RESERVAS ATIVAS DO SOCIO DE HOJE EM DIANTE, PELA CHAVE
      *    ALTERNATIVA DO ARQRES.
      *----------------------------------------------------------------
       MOSTRA-RESERVAS.
          MOVE ZEROES TO QTD-RESERVAS.
          MOVE "SIM" TO FIM-RES.
          IF TEM-ARQRES EQUAL "SIM"
              MOVE "NAO" TO FIM-RES
              MOVE NUMERO-SOCIO1 TO SOCIO-RES
              START ARQRES KEY EQUAL SOCIO-RES
                  INVALID KEY MOVE "SIM" TO FIM-RES
              END-START
              PERFORM LE-RESERVA.
          PERFORM MOSTRA-UMA-RESERVA UNTIL FIM-RES EQUAL "SIM".
          IF QTD-RESERVAS EQUAL ZEROES
              DISPLAY "SEM RESERVAS DE INSTALACAO A USAR.".

       LE-RESERVA.
          IF FIM-RES NOT EQUAL "SIM"
              READ ARQRES NEXT RECORD
                  AT END MOVE "SIM" TO FIM-RES.
          IF FIM-RES NOT EQUAL "SIM"
             AND SOCIO-RES NOT EQUAL NUMERO-SOCIO1
              MOVE "SIM" TO FIM-RES.

       MOSTRA-UMA-RESERVA.
          IF SITUACAO-RES EQUAL "A"
             AND DATA-RES NOT LESS DATA-SISTEMA
              IF QTD-RESERVAS EQUAL ZEROES
                  DISPLAY "RESERVAS DE INSTALACAO (INSTALACAO/DATA/"
                      "HORA/TAXA):"
              END-IF
              ADD 1 TO QTD-RESERVAS
              MOVE SPACES TO DESC-INST-ED
              PERFORM ACHA-DESCRICAO
                  VARYING IX-INS FROM 1 BY 1
                  UNTIL IX-INS GREATER THAN QTD-INST
              MOVE VALOR-RES TO VALOR-ED
              DISPLAY "  " INST-RES " " DESC-INST-ED " "
                  DATA-RES(7:2) "/" DATA-RES(5:2) "/" DATA-RES(1:4)
                  " " HORA-RES "H " VALOR-ED.
          PERFORM LE-RESERVA.

       ACHA-DESCRICAO.
          IF INS-CODIGO (IX-INS) EQUAL INST-RES
              MOVE INS-DESCRICAO (IX-INS) TO DESC-INST-ED.

       MOSTRA-CREDITOS.
          MOVE "NAO" TO FIM-DES.
          OPEN INPUT DESCSOC.
       MOSTRA-UM-CREDITO.
          IF SOCIO-DES EQUAL NUMERO-SOCIO1
             AND SITUACAO-DES EQUAL "P"
              IF ORIGEM-DES EQUAL "I"
                  DISPLAY "CREDITO INDICACAO: " VALOR-DES
                      " PENDENTE DESDE " DATA-DES
                      " (SOCIO INDICADO " MATR-DES ")"
              ELSE
                  DISPLAY "CREDITO DEPENDENTE: " VALOR-DES
                      " PENDENTE DESDE " DATA-DES.
          PERFORM LE-CREDITO.

       MOSTRA-SITUACAO.
          ELSE
          IF METODO-PAGAMENTO1 EQUAL 4
              DISPLAY "METODO PAGAMENTO..: DEBITO AUTOMATICO"
          ELSE
          IF METODO-PAGAMENTO1 EQUAL 5
              DISPLAY "METODO PAGAMENTO..: DESCONTO EM FOLHA"
          ELSE
              DISPLAY "METODO PAGAMENTO..: CODIGO "
                  METODO-PAGAMENTO1.

       MOSTRA-VALORES.
          COMPUTE VALOR-JUROS = SALDO-TIT-SOCIO * TAXA-JUROS.
          ADD SALDO-TIT-SOCIO VALOR-JUROS GIVING VALOR-COM-JUROS.
          MOVE VALOR-PAGAMENTO1 TO VALOR-ED.
          MOVE VALOR-JUROS TO JUROS-ED.
          MOVE VALOR-COM-JUROS TO TOTAL-ED.
          DISPLAY "MENSALIDADE.......: " VALOR-ED.
          MOVE SALDO-TIT-SOCIO TO VALOR-ED.
          DISPLAY "SALDO EM ABERTO...: " VALOR-ED.
          DISPLAY "JUROS DO ATRASO...: " JUROS-ED.
          DISPLAY "TOTAL COM JUROS...: " TOTAL-ED.
          IF TEM-DESCONTO EQUAL "SIM"
              DISPLAY "PONTUALIDADE......: " PCT-DESCONTO
                  " % PAGANDO ATE O DIA " DIA-LIMITE-DESC.

       MOSTRA-SALDO-CREDITO.
          MOVE "NAO" TO TEM-SALDO-CRED.
          IF TEM-ARQCRED EQUAL "SIM"
              MOVE "SIM" TO TEM-SALDO-CRED
              MOVE NUMERO-SOCIO1 TO SOCIO-CRD
              READ ARQCRED KEY IS SOCIO-CRD
                  INVALID KEY MOVE "NAO" TO TEM-SALDO-CRED.
          IF TEM-SALDO-CRED EQUAL "SIM"
             AND SALDO-CRD GREATER THAN ZEROES
              MOVE SALDO-CRD TO VALOR-ED
              DISPLAY "CREDITO DISPONIVEL: " VALOR-ED
                  " DESDE " DATA-INC-CRD(7:2) "/" DATA-INC-CRD(5:2)
                  "/" DATA-INC-CRD(1:4)
          ELSE
              DISPLAY "CREDITO DISPONIVEL: SEM CREDITO".

       MOSTRA-PAGAMENTOS.
          MOVE "NAO" TO FIM-JRC.
          MOVE ZEROES TO QTD-PAGTOS.
       MOSTRA-UM-PAGAMENTO.
          IF JRC-SOCIO EQUAL NUMERO-SOCIO1
              IF QTD-PAGTOS EQUAL ZEROES
                  DISPLAY "PAGAMENTOS BAIXADOS (DATA/VALOR/MESES/"
                      "COMPETENCIAS):".
          IF JRC-SOCIO EQUAL NUMERO-SOCIO1
              ADD 1 TO QTD-PAGTOS
              MOVE JRC-VALOR TO VALOR-ED
              IF JRC-TIPO EQUAL "E"
                  DISPLAY "  " JRC-DATA-RCB "  " VALOR-ED
                      "  ESTORNO EM " JRC-DATA-MOV
              ELSE
              IF JRC-COMPET-INI NUMERIC
                 AND JRC-COMPET-INI GREATER THAN ZEROES
                  DISPLAY "  " JRC-DATA-RCB "  " VALOR-ED "  "
                      JRC-MESES-ABAT "  " JRC-COMPET-INI " A "
                      JRC-COMPET-FIM
              ELSE
                  DISPLAY "  " JRC-DATA-RCB "  " VALOR-ED "  "
                      JRC-MESES-ABAT.
          IF JRC-SOCIO EQUAL NUMERO-SOCIO1
             AND JRC-CRED-ANT NUMERIC
             AND JRC-CRED-NOVO NUMERIC
             AND JRC-CRED-ANT NOT EQUAL JRC-CRED-NOVO
              MOVE JRC-CRED-ANT TO CRED-ANT-ED
              MOVE JRC-CRED-NOVO TO VALOR-ED
              DISPLAY "    CREDITO ANTES " CRED-ANT-ED
                  " DEPOIS " VALOR-ED.
          IF JRC-SOCIO EQUAL NUMERO-SOCIO1
             AND JRC-TIPO EQUAL "F"
              DISPLAY "    RECIBO DO GRUPO FAMILIAR - VALOR CHEIO".
          IF JRC-SOCIO EQUAL NUMERO-SOCIO1
             AND JRC-TIPO EQUAL "G"
              DISPLAY "    PARTE DO RECIBO DO GRUPO FAMILIAR".
          IF JRC-SOCIO EQUAL NUMERO-SOCIO1
             AND JRC-TIPO NOT EQUAL "E"
             AND JRC-TIPO NOT EQUAL "G"
             AND TEM-NFSERCB EQUAL "SIM"
              PERFORM BUSCA-NOTA
              IF TEXTO-NOTA NOT EQUAL SPACES
                  DISPLAY "    " TEXTO-NOTA.
          PERFORM LE-JORNAL.

      *----------------------------------------------------------------
      *    NOTA FISCAL DO RECIBO PELA CHAVE ALTERNATIVA DO NFSERCB: VALE
      *    O ULTIMO RPS QUE NAO FOI ENCERRADO (REENVIO SUBSTITUI O
      *    RECUSADO).
      *----------------------------------------------------------------
       BUSCA-NOTA.
          MOVE SPACES TO TEXTO-NOTA.
          MOVE "NAO" TO FIM-NFS.
          MOVE JRC-SOCIO TO SOCIO-NFS.
          MOVE ZEROES TO MATR-NFS.
          MOVE JRC-DATA-RCB TO DATA-RCB-NFS.
          MOVE JRC-SEQ TO SEQ-NFS.
          MOVE JRC-VALOR TO VALOR-NFS.
          MOVE RECIBO-NFS TO RECIBO-PROCURADO.
          START NFSERCB KEY EQUAL RECIBO-NFS
              INVALID KEY MOVE "SIM" TO FIM-NFS.
          PERFORM LE-NOTA.
          PERFORM TESTA-NOTA UNTIL FIM-NFS EQUAL "SIM".

       LE-NOTA.
          IF FIM-NFS NOT EQUAL "SIM"
              READ NFSERCB NEXT RECORD
                  AT END MOVE "SIM" TO FIM-NFS.
          IF FIM-NFS NOT EQUAL "SIM"
             AND RECIBO-NFS NOT EQUAL RECIBO-PROCURADO
              MOVE "SIM" TO FIM-NFS.

       TESTA-NOTA.
          IF SITUACAO-NFS EQUAL "E"
              MOVE SPACES TO TEXTO-NOTA
              STRING "NFS-E " NOTA-NFS " VERIF. " VERIFICA-NFS
                  DELIMITED BY SIZE INTO TEXTO-NOTA
          ELSE
          IF SITUACAO-NFS EQUAL "P"
              MOVE "NFS-E EM EMISSAO" TO TEXTO-NOTA
          ELSE
          IF SITUACAO-NFS EQUAL "R"
              MOVE "NFS-E RECUSADA - EM CORRECAO" TO TEXTO-NOTA
          ELSE
          IF SITUACAO-NFS EQUAL "C"
              MOVE SPACES TO TEXTO-NOTA
              STRING "NFS-E " NOTA-NFS " ESTORNADA"
                  DELIMITED BY SIZE INTO TEXTO-NOTA.
          PERFORM LE-NOTA.

       LEITURA-PARMDESC.
          OPEN INPUT PARMDESC.
          PERFORM LE-PARMDESC.
