       IDENTIFICATION DIVISION.
          PROGRAM-ID.      SALDREC.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. FECHAMENTO DIARIO DA CARTEIRA A RECEBER. O CONFDIA
      *CONFERE QUANTIDADES; ESTE PROGRAMA CONFERE O DINHEIRO. PARTE DO
      *SALDO DO ULTIMO FECHAMENTO (SALDCTL.DAT), SOMA O FATURAMENTO
      *DO PERIODO (CTRLFAT.DAT, GRAVADO PELO FECHAMES, GERAMENS E
      *RESERVA), TIRA OS RECEBIMENTOS DO JORNRCB (DINHEIRO E CREDITO
      *DO SOCIO USADO NA BAIXA), OS CREDITOS DE DEPENDENTE DO DESCSOC
      *ABATIDOS POR ESSES RECIBOS E OS DESCONTOS DE PONTUALIDADE DO
      *CTRLDSC, DEVOLVE OS ESTORNOS E APLICA AS MUDANCAS DE SITUACAO
      *DOS SOCIOS (CANCELAMENTO, BAIXA PARA A AGENCIA, READMISSAO,
      *ACORDO FIRMADO OU ENCERRADO, INCLUSAO E EXCLUSAO), APURADAS
      *CONFRONTANDO O CADSOC1 COM A FOTOGRAFIA DO FECHAMENTO ANTERIOR
      *(SALDSOC.DAT). O RESULTADO E COMPARADO COM O SALDO DE HOJE:
      *TITULOS EM ABERTO (A) DO ARQTIT DOS SOCIOS NAO CANCELADOS MAIS
      *MESES EM ATRASO X VALOR-MEN DO ARQMENS. TITULOS NEGOCIADOS (N)
      *FICAM FORA DA CARTEIRA E SAEM SO COMO INFORMACAO, ASSIM COMO OS
      *RECIBOS DE PARCELA DE ACORDO. O PERIODO DOS ARQUIVOS DE
      *MOVIMENTO (JORNRCB, CTRLDSC, CTRLFAT, SO ACRESCIMO) E MARCADO
      *PELA QUANTIDADE DE REGISTROS JA FECHADOS, GUARDADA NO SALDCTL,
      *E NAO PELA DATA, PARA QUE UM LANCAMENTO FEITO DEPOIS DA RODADA
      *NO MESMO DIA ENTRE NO FECHAMENTO SEGUINTE. DIFERENCA DIFERENTE
      *DE ZERO SAI COMO ALERTA DE CARTEIRA DESBALANCEADA NO RELSALD
      *E DEVOLVE CODIGO 8 AO EXECDIA; NESSE CASO O SALDCTL E A
      *FOTOGRAFIA NAO AVANCAM E O PERIODO CONTINUA ABERTO ATE A
      *CORRECAO. DIFERENCA EXPLICADA PODE SER ACEITA RODANDO COM A
      *VARIAVEL SALDREC_ACEITA=S, QUE FECHA O PERIODO COM A DIFERENCA
      *REGISTRADA (SITUACAO A). A PRIMEIRA EXECUCAO (SEM SALDCTL) SO
      *REGISTRA O SALDO DE ABERTURA. LIMITES CONHECIDOS: RECIBO E
      *ACORDO DO NEGDEB NO MESMO SOCIO NO MESMO PERIODO, E REAJUSTE
      *DA MENSALIDADE DO CURSO PELO GERAMENS ENTRE O RECIBO TIPO M E
      *O FECHAMENTO, APARECEM COMO DIFERENCA; A CARGA INICIAL DO
      *CONVTIT TAMBEM PRECISA SER ACEITA. A CARTEIRA DO ALUNO SOMA
      *O AJUSTE PRO-RATA EM ABERTO NO ARQMENS (AJUSTE-MEN, COM SINAL);
      *O MATRDISC GRAVA NO CTRLFAT CADA AJUSTE QUE LANCA E O RECIBO
      *TIPO M TIRA, ALEM DOS MESES, O AJUSTE QUE ACERTOU (ANTES MENOS
      *DEPOIS, GRAVADOS NA LINHA M DO JORNRCB). OS RECIBOS DO PERIODO
      *FICAM EM TABELA (5000) PARA A CONFERENCIA DOS CREDITOS DE
      *DEPENDENTE: PERIODO COM MAIS RECIBOS PARA O FECHAMENTO ANTES
      *DO CONFRONTO (CODIGO 8, SALDCTL E FOTOGRAFIA SEM AVANCAR, NEM
      *COM SALDREC_ACEITA=S) E A OCUPACAO DA TABELA VAI PARA O
      *CADCAPAC (CAPTAB).

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
          SELECT OPTIONAL ARQMENS ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-MEN
          FILE STATUS IS FS-MEN.
          SELECT OPTIONAL JORNRCB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL DESCSOC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLDSC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLFAT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL SALDCTL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL SALDSOC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SALDNOV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELSALD ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
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

       FD  ARQMENS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQMENS.DAT".
          01 REG-MEN.
          02 CODIGO-MEN                PIC 9(02).
          02 MATRICULA-MEN             PIC 9(07).
          02 NOME-MEN                  PIC X(30).
          02 DISCIPLINA-MEN            PIC X(05).
          02 VALOR-MEN                 PIC 9(09)V9(02) COMP-3.
          02 MESES-ATRASO-MEN          PIC 9(02)       COMP-3.
          02 AJUSTE-MEN                PIC S9(07)V9(02) COMP-3.

       FD  JORNRCB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNRCB.DAT".
          01 REG-JRC.
          02 JRC-DATA-MOV              PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JRC-SOCIO                 PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-DATA-RCB              PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JRC-VALOR                 PIC 9(09)V9(02).
          02 FILLER                    PIC X(01).
          02 JRC-MESES-ABAT            PIC 9(02).
          02 FILLER                    PIC X(01).
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
          02 FILLER                    PIC X(01).
          02 JRC-CODIGO-ANT            PIC 9(02).
          02 FILLER                    PIC X(01).
          02 JRC-MESES-ANT             PIC 9(02).
          02 FILLER                    PIC X(01).
          02 JRC-MESES-NOVO            PIC 9(02).
          02 FILLER                    PIC X(01).
          02 JRC-OPERADOR              PIC 9(04).
          02 FILLER                    PIC X(01).
          02 JRC-CANAL                 PIC 9(01).
          02 FILLER                    PIC X(01).
          02 JRC-DATA-ORIG             PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JRC-OPER-EST              PIC 9(04).
          02 FILLER                    PIC X(01).
          02 JRC-VALOR-REAB            PIC 9(09)V9(02).
          02 FILLER                    PIC X(01).
          02 JRC-DEP-REAB              PIC 9(09)V9(02).
          02 FILLER                    PIC X(01).
          02 JRC-AJU-ANT               PIC S9(07)V9(02)
                                       SIGN LEADING SEPARATE.
          02 FILLER                    PIC X(01).
          02 JRC-AJU-NOVO              PIC S9(07)V9(02)
                                       SIGN LEADING SEPARATE.

       FD  DESCSOC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DESCSOC.DAT".
          01 REG-DES.
          02 SOCIO-DES                 PIC 9(06).
          02 MATR-DES                  PIC 9(06).
          02 DIGI-DES                  PIC 9(01).
          02 VALOR-DES                 PIC 9(09)V9(02).
          02 DATA-DES                  PIC 9(08).
          02 SITUACAO-DES              PIC X(01).
          02 SEQ-ABAT-DES              PIC 9(06).
          02 DATA-ABAT-DES             PIC 9(08).
          02 ORIGEM-DES                PIC X(01).

       FD  CTRLDSC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLDSC.DAT".
          01 REG-CTRLDSC.
          02 DATA-DSC                  PIC 9(08).
          02 FILLER                    PIC X(01).
          02 QTD-DSC                   PIC 9(06).
          02 FILLER                    PIC X(01).
          02 VALOR-DSC                 PIC 9(09)V9(02).

       FD  CTRLFAT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLFAT.DAT".
          COPY REGFAT.

       FD  SALDCTL
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SALDCTL.DAT".
          01 REG-SCT.
          02 DATA-SCT                  PIC 9(08).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 SOCIOS-SCT                PIC 9(11)V9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 ALUNOS-SCT                PIC 9(11)V9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 SINAL-SCT                 PIC X(01).
          02 DIFERENCA-SCT             PIC 9(11)V9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 SITUACAO-SCT              PIC X(01).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 POS-JRC-SCT               PIC 9(08).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 POS-DSC-SCT               PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 POS-FAT-SCT               PIC 9(06).

       FD  SALDSOC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SALDSOC.DAT".
          01 REG-SSD.
          02 SOCIO-SSD                 PIC 9(06).
          02 CODIGO-SSD                PIC 9(02).
          02 COBR-SSD                  PIC X(01).
          02 SALDO-SSD                 PIC 9(09)V9(02).

       FD  SALDNOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SALDSOC.NOV".
          01 REG-SNV.
          02 SOCIO-SNV                 PIC 9(06).
          02 CODIGO-SNV                PIC 9(02).
          02 COBR-SNV                  PIC X(01).
          02 SALDO-SNV                 PIC 9(09)V9(02).

       FD  RELSALD
          LABEL RECORD IS OMITTED.
          01  REGSALD     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-SOC             PIC X(02) VALUE "00".
       77  FS-TIT             PIC X(02) VALUE "00".
       77  FS-MEN             PIC X(02) VALUE "00".
       77  FIM-SOC            PIC X(03) VALUE "NAO".
       77  FIM-SSD            PIC X(03) VALUE "NAO".
       77  FIM-TIT            PIC X(03) VALUE "NAO".
       77  FIM-MEN            PIC X(03) VALUE "NAO".
       77  FIM-JRC            PIC X(03) VALUE "NAO".
       77  FIM-DES            PIC X(03) VALUE "NAO".
       77  FIM-DSC            PIC X(03) VALUE "NAO".
       77  FIM-FAT            PIC X(03) VALUE "NAO".
       77  FIM-SCT            PIC X(03) VALUE "NAO".
       77  TEM-ARQMENS        PIC X(03) VALUE "NAO".
       77  PRIMEIRA-VEZ       PIC X(03) VALUE "SIM".
       77  ACHOU-RECIBO       PIC X(03) VALUE "NAO".
       77  TABELA-CHEIA-RCB   PIC X(03) VALUE "NAO".
       77  ARQUIVO-REDUZIDO   PIC X(03) VALUE "NAO".
       77  CARTEIRA-FECHA     PIC X(03) VALUE "NAO".
       77  ACEITA-DIFERENCA   PIC X(01) VALUE SPACES.
       77  CHAVE-CAD          PIC 9(07) VALUE ZEROES.
       77  CHAVE-ANT          PIC 9(07) VALUE ZEROES.
       77  DATA-ABERTURA      PIC 9(08) VALUE ZEROES.
       77  POS-JRC-ANT        PIC 9(08) VALUE ZEROES.
       77  POS-DSC-ANT        PIC 9(06) VALUE ZEROES.
       77  POS-FAT-ANT        PIC 9(06) VALUE ZEROES.
       77  CONTADOR-JRC       PIC 9(08) VALUE ZEROES.
       77  CONTADOR-DSC       PIC 9(06) VALUE ZEROES.
       77  CONTADOR-FAT       PIC 9(06) VALUE ZEROES.
       77  CONTADOR-SOCIOS    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-ALUNOS    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-EVENTOS   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-RECIBOS   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-ACORDO    PIC 9(06) VALUE ZEROES.
       77  QTD-RECIBOS        PIC 9(04) VALUE ZEROES.
       77  EXCEDENTE-RCB      PIC 9(07) VALUE ZEROES.
       77  IX-RCB             PIC 9(04) VALUE ZEROES.
       77  SALDO-ABERTO       PIC 9(09)V9(02) VALUE ZEROES.
       77  SALDO-NEGOCIADO    PIC 9(09)V9(02) VALUE ZEROES.
       77  SALDO-CARTEIRA     PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-EVENTO       PIC S9(11)V9(02) VALUE ZEROES.
       77  DESCRICAO-EVENTO   PIC X(18) VALUE SPACES.
       77  ABERT-SOC          PIC S9(11)V9(02) VALUE ZEROES.
       77  ABERT-ALU          PIC S9(11)V9(02) VALUE ZEROES.
       77  FAT-D-SOC          PIC S9(11)V9(02) VALUE ZEROES.
       77  FAT-D-ALU          PIC S9(11)V9(02) VALUE ZEROES.
       77  FAT-C-SOC          PIC S9(11)V9(02) VALUE ZEROES.
       77  FAT-C-ALU          PIC S9(11)V9(02) VALUE ZEROES.
       77  RCB-SOC            PIC S9(11)V9(02) VALUE ZEROES.
       77  RCB-ALU            PIC S9(11)V9(02) VALUE ZEROES.
       77  CRED-SOC           PIC S9(11)V9(02) VALUE ZEROES.
       77  DEP-SOC            PIC S9(11)V9(02) VALUE ZEROES.
       77  DSC-SOC            PIC S9(11)V9(02) VALUE ZEROES.
       77  REAB-SOC           PIC S9(11)V9(02) VALUE ZEROES.
       77  REAB-ALU           PIC S9(11)V9(02) VALUE ZEROES.
       77  EVT-CANCEL         PIC S9(11)V9(02) VALUE ZEROES.
       77  EVT-AGENCIA        PIC S9(11)V9(02) VALUE ZEROES.
       77  EVT-READMIS        PIC S9(11)V9(02) VALUE ZEROES.
       77  EVT-ACORDO         PIC S9(11)V9(02) VALUE ZEROES.
       77  EVT-FIM-ACORDO     PIC S9(11)V9(02) VALUE ZEROES.
       77  EVT-INCLUSAO       PIC S9(11)V9(02) VALUE ZEROES.
       77  EVT-EXCLUSAO       PIC S9(11)V9(02) VALUE ZEROES.
       77  ESPERADO-SOC       PIC S9(11)V9(02) VALUE ZEROES.
       77  ESPERADO-ALU       PIC S9(11)V9(02) VALUE ZEROES.
       77  ATUAL-SOC          PIC S9(11)V9(02) VALUE ZEROES.
       77  ATUAL-ALU          PIC S9(11)V9(02) VALUE ZEROES.
       77  DIFER-SOC          PIC S9(11)V9(02) VALUE ZEROES.
       77  DIFER-ALU          PIC S9(11)V9(02) VALUE ZEROES.
       77  DIFER-TOTAL        PIC S9(11)V9(02) VALUE ZEROES.
       77  EM-ACORDO          PIC S9(11)V9(02) VALUE ZEROES.
       77  RCB-ACORDO         PIC S9(11)V9(02) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

      *----------------------------------------------------------------
      *    RECIBOS DE SOCIO DO PERIODO, PARA ACHAR NO DESCSOC OS
      *    CREDITOS DE DEPENDENTE QUE ELES ABATERAM (DATA DO RECIBO,
      *    SEQUENCIA E SOCIO, COMO O BAIXAREC CARIMBA NO DESCSOC).
      *----------------------------------------------------------------
       01 TAB-RECIBOS.
          02 RCB-OCORRENCIA OCCURS 5000 TIMES.
             03 RCB-DATA          PIC 9(08).
             03 RCB-SEQ           PIC 9(06).
             03 RCB-SOCIO         PIC 9(06).

       01 CAB-01.
          02 FILLER    PIC X(16) VALUE SPACES.
          02 FILLER    PIC X(20) VALUE "FECHAMENTO DA CARTEI".
          02 FILLER    PIC X(15) VALUE "RA A RECEBER   ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "SOCIO".
          02 FILLER    PIC X(25)  VALUE "NOME".
          02 FILLER    PIC X(08)  VALUE "COD ANT".
          02 FILLER    PIC X(04)  VALUE "HOJE".
          02 FILLER    PIC X(18)  VALUE "EVENTO".
          02 FILLER    PIC X(11)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "VALOR".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(34)  VALUE "MOVIMENTO DO PERIODO".
          02 FILLER    PIC X(12)  VALUE SPACES.
          02 FILLER    PIC X(06)  VALUE "SOCIOS".
          02 FILLER    PIC X(14)  VALUE SPACES.
          02 FILLER    PIC X(06)  VALUE "ALUNOS".

       01 LIN-PERIODO.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(26) VALUE "PERIODO: ULTIMO FECHAMENTO".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DIAA-PER  PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 MESA-PER  PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 ANOA-PER  PIC 9(04).
          02 FILLER    PIC X(05) VALUE " ATE ".
          02 DIAH-PER  PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 MESH-PER  PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 ANOH-PER  PIC 9(04).

       01 DET-EVENTO.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 SOC-EVE   PIC 9(06).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 NOME-EVE  PIC X(24).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 CODA-EVE  PIC X(02).
          02 FILLER    PIC X(05) VALUE SPACES.
          02 CODH-EVE  PIC X(02).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DESC-EVE  PIC X(18).
          02 VALOR-EVE PIC -ZZZ.ZZZ.ZZ9,99.

       01 LIN-RESUMO.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DESC-RES  PIC X(34).
          02 SOC-RES   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 ALU-RES   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LIN-AVISO.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 TEXTO-AVI PIC X(79).

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

       COPY REGCAP.

       PROCEDURE DIVISION.

       PGM-SALDREC.
          PERFORM INICIO.
          PERFORM LEITURA-CONTROLE.
          PERFORM APURA-SOCIOS.
          PERFORM APURA-ALUNOS.
          PERFORM APURA-FATURAMENTO.
          PERFORM APURA-RECEBIMENTOS.
          PERFORM APURA-DEPENDENTES.
          PERFORM APURA-PONTUALIDADE.
          PERFORM CONFRONTA.
          PERFORM IMPRIME-RESUMO.
          PERFORM FIM.
          STOP RUN.

       INICIO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT ACEITA-DIFERENCA FROM ENVIRONMENT "SALDREC_ACEITA".
          OPEN INPUT CADSOC1.
          IF FS-SOC NOT EQUAL "00"
              DISPLAY "CADSOC1 INDISPONIVEL - FECHAMENTO NAO FEITO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN INPUT ARQTIT.
          IF FS-TIT NOT EQUAL "00"
              DISPLAY "ARQTIT INDISPONIVEL - FECHAMENTO NAO FEITO."
              CLOSE CADSOC1
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN INPUT ARQMENS.
          IF FS-MEN EQUAL "00"
              MOVE "SIM" TO TEM-ARQMENS.
          OPEN OUTPUT RELSALD.

      *----------------------------------------------------------------
      *    O ULTIMO REGISTRO DO SALDCTL E A ABERTURA DESTE FECHAMENTO:
      *    SALDOS E QUANTOS REGISTROS DE CADA MOVIMENTO JA ENTRARAM.
      *----------------------------------------------------------------
       LEITURA-CONTROLE.
          OPEN INPUT SALDCTL.
          PERFORM LE-CONTROLE.
          PERFORM GUARDA-CONTROLE UNTIL FIM-SCT EQUAL "SIM".
          CLOSE SALDCTL.

       LE-CONTROLE.
          READ SALDCTL AT END MOVE "SIM" TO FIM-SCT.

       GUARDA-CONTROLE.
          MOVE "NAO" TO PRIMEIRA-VEZ.
          MOVE DATA-SCT TO DATA-ABERTURA.
          MOVE SOCIOS-SCT TO ABERT-SOC.
          MOVE ALUNOS-SCT TO ABERT-ALU.
          MOVE POS-JRC-SCT TO POS-JRC-ANT.
          MOVE POS-DSC-SCT TO POS-DSC-ANT.
          MOVE POS-FAT-SCT TO POS-FAT-ANT.
          PERFORM LE-CONTROLE.

      *----------------------------------------------------------------
      *    CADSOC1 E A FOTOGRAFIA ANTERIOR, OS DOIS NA ORDEM DO NUMERO
      *    DO SOCIO, LIDOS EM PARALELO (LINHA BALANCEADA). CADA SOCIO
      *    DE HOJE VAI PARA A FOTOGRAFIA NOVA (SALDSOC.NOV).
      *----------------------------------------------------------------
       APURA-SOCIOS.
          OPEN INPUT SALDSOC.
          OPEN OUTPUT SALDNOV.
          PERFORM LE-SOCIO.
          PERFORM LE-FOTOGRAFIA.
          PERFORM CASA-SOCIO
              UNTIL FIM-SOC EQUAL "SIM" AND FIM-SSD EQUAL "SIM".
          CLOSE SALDSOC
                SALDNOV.

       LE-SOCIO.
          READ CADSOC1 NEXT RECORD AT END MOVE "SIM" TO FIM-SOC.
          IF FIM-SOC EQUAL "SIM"
              MOVE 9999999 TO CHAVE-CAD
          ELSE
              MOVE NUMERO-SOCIO1 TO CHAVE-CAD.

       LE-FOTOGRAFIA.
          READ SALDSOC AT END MOVE "SIM" TO FIM-SSD.
          IF FIM-SSD EQUAL "SIM"
              MOVE 9999999 TO CHAVE-ANT
          ELSE
              MOVE SOCIO-SSD TO CHAVE-ANT.

       CASA-SOCIO.
          IF CHAVE-CAD LESS THAN CHAVE-ANT
              PERFORM SALDO-SOCIO
              PERFORM SOCIO-INCLUIDO
              PERFORM GRAVA-FOTOGRAFIA
              PERFORM LE-SOCIO
          ELSE
          IF CHAVE-CAD GREATER THAN CHAVE-ANT
              PERFORM SOCIO-EXCLUIDO
              PERFORM LE-FOTOGRAFIA
          ELSE
              PERFORM SALDO-SOCIO
              PERFORM COMPARA-SITUACAO
              PERFORM GRAVA-FOTOGRAFIA
              PERFORM LE-SOCIO
              PERFORM LE-FOTOGRAFIA.

      *----------------------------------------------------------------
      *    SALDO DOS TITULOS DO SOCIO NO ARQTIT: ABERTOS (A) E
      *    NEGOCIADOS (N). SO O ABERTO DE SOCIO NAO CANCELADO ENTRA NA
      *    CARTEIRA.
      *----------------------------------------------------------------
       SALDO-SOCIO.
          ADD 1 TO CONTADOR-SOCIOS.
          MOVE ZEROES TO SALDO-ABERTO.
          MOVE ZEROES TO SALDO-NEGOCIADO.
          MOVE "NAO" TO FIM-TIT.
          MOVE NUMERO-SOCIO1 TO SOCIO-TIT.
          MOVE ZEROES TO COMPET-TIT.
          MOVE SPACES TO TIPO-TIT.
          START ARQTIT KEY NOT LESS CHAVE-TIT
              INVALID KEY MOVE "SIM" TO FIM-TIT.
          PERFORM LE-TITULO.
          PERFORM SOMA-TITULO UNTIL FIM-TIT EQUAL "SIM".
          IF CODIGO-PAGAMENTO1 EQUAL 03
              MOVE ZEROES TO SALDO-CARTEIRA
          ELSE
              MOVE SALDO-ABERTO TO SALDO-CARTEIRA
              ADD SALDO-NEGOCIADO TO EM-ACORDO.
          ADD SALDO-CARTEIRA TO ATUAL-SOC.

       LE-TITULO.
          IF FIM-TIT NOT EQUAL "SIM"
              READ ARQTIT NEXT RECORD
                  AT END MOVE "SIM" TO FIM-TIT.
          IF FIM-TIT NOT EQUAL "SIM"
             AND SOCIO-TIT NOT EQUAL NUMERO-SOCIO1
              MOVE "SIM" TO FIM-TIT.

       SOMA-TITULO.
          IF SITUACAO-TIT EQUAL "A"
              ADD SALDO-TIT TO SALDO-ABERTO
          ELSE
          IF SITUACAO-TIT EQUAL "N"
              ADD SALDO-TIT TO SALDO-NEGOCIADO.
          PERFORM LE-TITULO.

       GRAVA-FOTOGRAFIA.
          MOVE SPACES TO REG-SNV.
          MOVE NUMERO-SOCIO1 TO SOCIO-SNV.
          MOVE CODIGO-PAGAMENTO1 TO CODIGO-SNV.
          MOVE SITUACAO-COBR1 TO COBR-SNV.
          MOVE SALDO-CARTEIRA TO SALDO-SNV.
          WRITE REG-SNV.

       SOCIO-INCLUIDO.
          IF PRIMEIRA-VEZ EQUAL "NAO"
             AND SALDO-CARTEIRA GREATER THAN ZEROES
              MOVE SALDO-CARTEIRA TO VALOR-EVENTO
              ADD VALOR-EVENTO TO EVT-INCLUSAO
              MOVE "SOCIO INCLUIDO" TO DESCRICAO-EVENTO
              MOVE NUMERO-SOCIO1 TO SOC-EVE
              MOVE NOME-SOCIO1 TO NOME-EVE
              MOVE SPACES TO CODA-EVE
              MOVE CODIGO-PAGAMENTO1 TO CODH-EVE
              PERFORM IMPRIME-EVENTO.

       SOCIO-EXCLUIDO.
          IF PRIMEIRA-VEZ EQUAL "NAO"
             AND SALDO-SSD GREATER THAN ZEROES
              COMPUTE VALOR-EVENTO = ZEROES - SALDO-SSD
              ADD VALOR-EVENTO TO EVT-EXCLUSAO
              MOVE "SOCIO EXCLUIDO" TO DESCRICAO-EVENTO
              MOVE SOCIO-SSD TO SOC-EVE
              MOVE "*** FORA DO CADSOC1 ***" TO NOME-EVE
              MOVE CODIGO-SSD TO CODA-EVE
              MOVE SPACES TO CODH-EVE
              PERFORM IMPRIME-EVENTO.

      *----------------------------------------------------------------
      *    MUDANCA DE CODIGO ENTRE A FOTOGRAFIA E HOJE. O VALOR DO
      *    EVENTO E O QUE ENTROU OU SAIU DA CARTEIRA COM A MUDANCA:
      *    CANCELADO E BAIXADO PARA A AGENCIA LEVAM O ABERTO, O ACORDO
      *    LEVA O QUE O NEGDEB PASSOU PARA NEGOCIADO, A READMISSAO E O
      *    FIM DO ACORDO TRAZEM DE VOLTA O ABERTO DE HOJE.
      *----------------------------------------------------------------
       COMPARA-SITUACAO.
          MOVE SPACES TO DESCRICAO-EVENTO.
          MOVE ZEROES TO VALOR-EVENTO.
          IF CODIGO-SSD NOT EQUAL 03
             AND CODIGO-PAGAMENTO1 EQUAL 03
              COMPUTE VALOR-EVENTO = ZEROES - SALDO-ABERTO
              IF SITUACAO-COBR1 EQUAL "G"
                  ADD VALOR-EVENTO TO EVT-AGENCIA
                  MOVE "BAIXA P/ AGENCIA" TO DESCRICAO-EVENTO
              ELSE
                  ADD VALOR-EVENTO TO EVT-CANCEL
                  MOVE "CANCELAMENTO" TO DESCRICAO-EVENTO
              END-IF
          ELSE
          IF CODIGO-SSD EQUAL 03
             AND CODIGO-PAGAMENTO1 NOT EQUAL 03
              MOVE SALDO-CARTEIRA TO VALOR-EVENTO
              ADD VALOR-EVENTO TO EVT-READMIS
              MOVE "READMISSAO" TO DESCRICAO-EVENTO
          ELSE
          IF CODIGO-SSD NOT EQUAL 04
             AND CODIGO-PAGAMENTO1 EQUAL 04
              COMPUTE VALOR-EVENTO = ZEROES - SALDO-NEGOCIADO
              ADD VALOR-EVENTO TO EVT-ACORDO
              MOVE "ACORDO FIRMADO" TO DESCRICAO-EVENTO
          ELSE
          IF CODIGO-SSD EQUAL 04
             AND CODIGO-PAGAMENTO1 NOT EQUAL 04
              MOVE SALDO-CARTEIRA TO VALOR-EVENTO
              ADD VALOR-EVENTO TO EVT-FIM-ACORDO
              MOVE "ACORDO ENCERRADO" TO DESCRICAO-EVENTO.
          IF PRIMEIRA-VEZ EQUAL "NAO"
             AND DESCRICAO-EVENTO NOT EQUAL SPACES
              MOVE NUMERO-SOCIO1 TO SOC-EVE
              MOVE NOME-SOCIO1 TO NOME-EVE
              MOVE CODIGO-SSD TO CODA-EVE
              MOVE CODIGO-PAGAMENTO1 TO CODH-EVE
              PERFORM IMPRIME-EVENTO.

       IMPRIME-EVENTO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO-EVENTOS.
          MOVE DESCRICAO-EVENTO TO DESC-EVE.
          MOVE VALOR-EVENTO TO VALOR-EVE.
          WRITE REGSALD FROM DET-EVENTO AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          ADD 1 TO CONTADOR-EVENTOS.

      *----------------------------------------------------------------
      *    CARTEIRA DOS ALUNOS: MESES EM ATRASO X VALOR-MEN MAIS O
      *    AJUSTE PRO-RATA EM ABERTO.
      *----------------------------------------------------------------
       APURA-ALUNOS.
          IF TEM-ARQMENS EQUAL "SIM"
              MOVE ZEROES TO MATRICULA-MEN
              START ARQMENS KEY NOT LESS MATRICULA-MEN
                  INVALID KEY MOVE "SIM" TO FIM-MEN
              END-START
              PERFORM LE-MENSALIDADE
              PERFORM SOMA-MENSALIDADE UNTIL FIM-MEN EQUAL "SIM".

       LE-MENSALIDADE.
          IF FIM-MEN NOT EQUAL "SIM"
              READ ARQMENS NEXT RECORD
                  AT END MOVE "SIM" TO FIM-MEN.

       SOMA-MENSALIDADE.
          ADD 1 TO CONTADOR-ALUNOS.
          COMPUTE ATUAL-ALU = ATUAL-ALU +
              (VALOR-MEN * MESES-ATRASO-MEN).
          IF AJUSTE-MEN NUMERIC
              COMPUTE ATUAL-ALU = ATUAL-ALU + AJUSTE-MEN.
          PERFORM LE-MENSALIDADE.

      *----------------------------------------------------------------
      *    FATURAMENTO DO PERIODO (CTRLFAT) - SO OS REGISTROS GRAVADOS
      *    DEPOIS DO ULTIMO FECHAMENTO.
      *----------------------------------------------------------------
       APURA-FATURAMENTO.
          OPEN INPUT CTRLFAT.
          PERFORM LE-FATURAMENTO.
          PERFORM SOMA-FATURAMENTO UNTIL FIM-FAT EQUAL "SIM".
          CLOSE CTRLFAT.
          IF CONTADOR-FAT LESS THAN POS-FAT-ANT
              MOVE "SIM" TO ARQUIVO-REDUZIDO.

       LE-FATURAMENTO.
          READ CTRLFAT AT END MOVE "SIM" TO FIM-FAT.

       SOMA-FATURAMENTO.
          ADD 1 TO CONTADOR-FAT.
          IF PRIMEIRA-VEZ EQUAL "NAO"
             AND CONTADOR-FAT GREATER THAN POS-FAT-ANT
             AND VALOR-FAT NUMERIC
              IF CARTEIRA-FAT EQUAL "A"
                  IF NATUREZA-FAT EQUAL "C"
                      ADD VALOR-FAT TO FAT-C-ALU
                  ELSE
                      ADD VALOR-FAT TO FAT-D-ALU
                  END-IF
              ELSE
                  IF NATUREZA-FAT EQUAL "C"
                      ADD VALOR-FAT TO FAT-C-SOC
                  ELSE
                      ADD VALOR-FAT TO FAT-D-SOC.
          PERFORM LE-FATURAMENTO.

      *----------------------------------------------------------------
      *    RECEBIMENTOS DO PERIODO NO JORNRCB. RECIBO DE SOCIO TIRA O
      *    DINHEIRO E O CREDITO DO SOCIO USADO (CREDITO ANTES MENOS
      *    DEPOIS; SOBRA GUARDADA ENTRA NEGATIVA); RECIBO DE ALUNO TIRA
      *    OS MESES ABATIDOS X VALOR-MEN; PARCELA DE ACORDO (CODIGO
      *    04) E LINHA G DE MEMBRO DE GRUPO NAO MEXEM NA CARTEIRA;
      *    ESTORNO DEVOLVE O VALOR REABERTO.
      *----------------------------------------------------------------
       APURA-RECEBIMENTOS.
          OPEN INPUT JORNRCB.
          PERFORM LE-JORNAL.
          PERFORM TRATA-JORNAL UNTIL FIM-JRC EQUAL "SIM".
          CLOSE JORNRCB.
          IF CONTADOR-JRC LESS THAN POS-JRC-ANT
              MOVE "SIM" TO ARQUIVO-REDUZIDO.
          IF TABELA-CHEIA-RCB EQUAL "SIM"
              DISPLAY "TAB-RECIBOS COM 5000 POSICOES, PERIODO COM "
                  EXCEDENTE-RCB " RECIBOS ALEM DELAS."
              DISPLAY "FECHAMENTO NAO FEITO - SALDCTL NAO AVANCOU."
              PERFORM REGISTRA-CAPACIDADE
              CLOSE CADSOC1
                    ARQTIT
                    RELSALD
              IF TEM-ARQMENS EQUAL "SIM"
                  CLOSE ARQMENS
              END-IF
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       LE-JORNAL.
          READ JORNRCB AT END MOVE "SIM" TO FIM-JRC.

       TRATA-JORNAL.
          ADD 1 TO CONTADOR-JRC.
          IF PRIMEIRA-VEZ EQUAL "NAO"
             AND CONTADOR-JRC GREATER THAN POS-JRC-ANT
              IF JRC-TIPO EQUAL "E"
                  PERFORM TRATA-ESTORNO
              ELSE
              IF JRC-TIPO EQUAL "M"
                  PERFORM TRATA-RECIBO-ALUNO
              ELSE
              IF JRC-TIPO NOT EQUAL "G"
                  PERFORM TRATA-RECIBO-SOCIO.
          PERFORM LE-JORNAL.

       TRATA-RECIBO-SOCIO.
          IF JRC-CODIGO-ANT NUMERIC
             AND JRC-CODIGO-ANT EQUAL 04
              ADD 1 TO CONTADOR-ACORDO
              ADD JRC-VALOR TO RCB-ACORDO
          ELSE
              ADD 1 TO CONTADOR-RECIBOS
              ADD JRC-VALOR TO RCB-SOC
              IF JRC-CRED-ANT NUMERIC AND JRC-CRED-NOVO NUMERIC
                  COMPUTE CRED-SOC = CRED-SOC +
                      JRC-CRED-ANT - JRC-CRED-NOVO
              END-IF
              PERFORM GUARDA-RECIBO.

       GUARDA-RECIBO.
          IF QTD-RECIBOS NOT LESS 5000
              MOVE "SIM" TO TABELA-CHEIA-RCB
              ADD 1 TO EXCEDENTE-RCB
          ELSE
              ADD 1 TO QTD-RECIBOS
              MOVE JRC-DATA-RCB TO RCB-DATA (QTD-RECIBOS)
              MOVE JRC-SEQ TO RCB-SEQ (QTD-RECIBOS)
              MOVE JRC-SOCIO TO RCB-SOCIO (QTD-RECIBOS).

       TRATA-RECIBO-ALUNO.
          IF TEM-ARQMENS EQUAL "SIM"
              MOVE JRC-MATR TO MATRICULA-MEN
              READ ARQMENS KEY IS MATRICULA-MEN
                  INVALID KEY MOVE ZEROES TO VALOR-MEN
              END-READ
              COMPUTE RCB-ALU = RCB-ALU +
                  (JRC-MESES-ABAT * VALOR-MEN)
              IF JRC-AJU-ANT NUMERIC AND JRC-AJU-NOVO NUMERIC
                  COMPUTE RCB-ALU = RCB-ALU +
                      JRC-AJU-ANT - JRC-AJU-NOVO.

      *----------------------------------------------------------------
      *    ESTORNO: O VALOR REABERTO VOLTA A CARTEIRA. SE O RECIBO
      *    ESTORNADO E DESTE MESMO PERIODO, O CREDITO DE DEPENDENTE
      *    QUE ELE ABATEU JA VOLTOU A PENDENTE NO DESCSOC E NAO SERA
      *    ACHADO, ENTAO ENTRA AQUI NA LINHA DOS DEPENDENTES.
      *----------------------------------------------------------------
       TRATA-ESTORNO.
          IF JRC-VALOR-REAB NUMERIC
              IF JRC-SOCIO EQUAL ZEROES
                  ADD JRC-VALOR-REAB TO REAB-ALU
              ELSE
                  ADD JRC-VALOR-REAB TO REAB-SOC.
          IF JRC-SOCIO NOT EQUAL ZEROES
             AND JRC-DEP-REAB NUMERIC
             AND JRC-DEP-REAB GREATER THAN ZEROES
              MOVE "NAO" TO ACHOU-RECIBO
              PERFORM PROCURA-RECIBO
                  VARYING IX-RCB FROM 1 BY 1
                  UNTIL IX-RCB GREATER THAN QTD-RECIBOS
                     OR ACHOU-RECIBO EQUAL "SIM"
              IF ACHOU-RECIBO EQUAL "SIM"
                  ADD JRC-DEP-REAB TO DEP-SOC.

       PROCURA-RECIBO.
          IF RCB-DATA (IX-RCB) EQUAL JRC-DATA-RCB
             AND RCB-SEQ (IX-RCB) EQUAL JRC-SEQ
             AND RCB-SOCIO (IX-RCB) EQUAL JRC-SOCIO
              MOVE "SIM" TO ACHOU-RECIBO.

      *----------------------------------------------------------------
      *    CREDITOS DE DEPENDENTE E DE INDICACAO ABATIDOS (SITUACAO A)
      *    POR UM RECIBO DO PERIODO.
      *----------------------------------------------------------------
       APURA-DEPENDENTES.
          IF PRIMEIRA-VEZ EQUAL "NAO"
             AND QTD-RECIBOS GREATER THAN ZEROES
              OPEN INPUT DESCSOC
              PERFORM LE-DESCONTO
              PERFORM TRATA-DESCONTO UNTIL FIM-DES EQUAL "SIM"
              CLOSE DESCSOC.

       LE-DESCONTO.
          READ DESCSOC AT END MOVE "SIM" TO FIM-DES.

       TRATA-DESCONTO.
          IF SITUACAO-DES EQUAL "A"
             AND SEQ-ABAT-DES NUMERIC
             AND DATA-ABAT-DES NUMERIC
             AND VALOR-DES NUMERIC
              MOVE "NAO" TO ACHOU-RECIBO
              PERFORM PROCURA-DESCONTO
                  VARYING IX-RCB FROM 1 BY 1
                  UNTIL IX-RCB GREATER THAN QTD-RECIBOS
                     OR ACHOU-RECIBO EQUAL "SIM"
              IF ACHOU-RECIBO EQUAL "SIM"
                  ADD VALOR-DES TO DEP-SOC.
          PERFORM LE-DESCONTO.

       PROCURA-DESCONTO.
          IF RCB-DATA (IX-RCB) EQUAL DATA-ABAT-DES
             AND RCB-SEQ (IX-RCB) EQUAL SEQ-ABAT-DES
             AND RCB-SOCIO (IX-RCB) EQUAL SOCIO-DES
              MOVE "SIM" TO ACHOU-RECIBO.

      *----------------------------------------------------------------
      *    DESCONTOS DE PONTUALIDADE GRAVADOS PELO BAIXAREC NO PERIODO.
      *----------------------------------------------------------------
       APURA-PONTUALIDADE.
          OPEN INPUT CTRLDSC.
          PERFORM LE-PONTUALIDADE.
          PERFORM SOMA-PONTUALIDADE UNTIL FIM-DSC EQUAL "SIM".
          CLOSE CTRLDSC.
          IF CONTADOR-DSC LESS THAN POS-DSC-ANT
              MOVE "SIM" TO ARQUIVO-REDUZIDO.

       LE-PONTUALIDADE.
          READ CTRLDSC AT END MOVE "SIM" TO FIM-DSC.

       SOMA-PONTUALIDADE.
          ADD 1 TO CONTADOR-DSC.
          IF PRIMEIRA-VEZ EQUAL "NAO"
             AND CONTADOR-DSC GREATER THAN POS-DSC-ANT
             AND VALOR-DSC NUMERIC
              ADD VALOR-DSC TO DSC-SOC.
          PERFORM LE-PONTUALIDADE.

      *----------------------------------------------------------------
      *    SALDO ESPERADO = ABERTURA + FATURADO - REDUZIDO - RECEBIDO
      *    - CREDITOS - DESCONTOS + ESTORNOS + EVENTOS DE SITUACAO.
      *----------------------------------------------------------------
       CONFRONTA.
          COMPUTE ESPERADO-SOC = ABERT-SOC + FAT-D-SOC - FAT-C-SOC
              - RCB-SOC - CRED-SOC - DEP-SOC - DSC-SOC + REAB-SOC
              + EVT-CANCEL + EVT-AGENCIA + EVT-READMIS + EVT-ACORDO
              + EVT-FIM-ACORDO + EVT-INCLUSAO + EVT-EXCLUSAO.
          COMPUTE ESPERADO-ALU = ABERT-ALU + FAT-D-ALU - FAT-C-ALU
              - RCB-ALU + REAB-ALU.
          COMPUTE DIFER-SOC = ATUAL-SOC - ESPERADO-SOC.
          COMPUTE DIFER-ALU = ATUAL-ALU - ESPERADO-ALU.
          COMPUTE DIFER-TOTAL = DIFER-SOC + DIFER-ALU.
          IF PRIMEIRA-VEZ EQUAL "SIM"
              MOVE "SIM" TO CARTEIRA-FECHA
          ELSE
          IF DIFER-SOC EQUAL ZEROES
             AND DIFER-ALU EQUAL ZEROES
             AND ARQUIVO-REDUZIDO EQUAL "NAO"
              MOVE "SIM" TO CARTEIRA-FECHA.

       IMPRIME-RESUMO.
          PERFORM CABECALHO-RESUMO.
          MOVE "SALDO DE ABERTURA" TO DESC-RES.
          MOVE ABERT-SOC TO SOC-RES.
          MOVE ABERT-ALU TO ALU-RES.
          PERFORM LINHA-RESUMO.
          MOVE "(+) FATURADO NO PERIODO" TO DESC-RES.
          MOVE FAT-D-SOC TO SOC-RES.
          MOVE FAT-D-ALU TO ALU-RES.
          PERFORM LINHA-RESUMO.
          MOVE "(-) FATURAMENTO REDUZIDO" TO DESC-RES.
          MOVE FAT-C-SOC TO SOC-RES.
          MOVE FAT-C-ALU TO ALU-RES.
          PERFORM LINHA-RESUMO.
          MOVE "(-) RECEBIDO (JORNRCB)" TO DESC-RES.
          MOVE RCB-SOC TO SOC-RES.
          MOVE RCB-ALU TO ALU-RES.
          PERFORM LINHA-RESUMO.
          MOVE "(-) CREDITO DO SOCIO USADO" TO DESC-RES.
          MOVE CRED-SOC TO SOC-RES.
          MOVE ZEROES TO ALU-RES.
          PERFORM LINHA-RESUMO.
          MOVE "(-) CREDITOS DE DEPENDENTE" TO DESC-RES.
          MOVE DEP-SOC TO SOC-RES.
          PERFORM LINHA-RESUMO.
          MOVE "(-) DESCONTOS DE PONTUALIDADE" TO DESC-RES.
          MOVE DSC-SOC TO SOC-RES.
          PERFORM LINHA-RESUMO.
          MOVE "(+) ESTORNOS DE RECIBO" TO DESC-RES.
          MOVE REAB-SOC TO SOC-RES.
          MOVE REAB-ALU TO ALU-RES.
          PERFORM LINHA-RESUMO.
          MOVE ZEROES TO ALU-RES.
          MOVE "(-) CANCELAMENTOS" TO DESC-RES.
          MOVE EVT-CANCEL TO SOC-RES.
          PERFORM LINHA-RESUMO.
          MOVE "(-) BAIXAS PARA A AGENCIA" TO DESC-RES.
          MOVE EVT-AGENCIA TO SOC-RES.
          PERFORM LINHA-RESUMO.
          MOVE "(+) READMISSOES" TO DESC-RES.
          MOVE EVT-READMIS TO SOC-RES.
          PERFORM LINHA-RESUMO.
          MOVE "(-) ACORDOS FIRMADOS" TO DESC-RES.
          MOVE EVT-ACORDO TO SOC-RES.
          PERFORM LINHA-RESUMO.
          MOVE "(+) ACORDOS ENCERRADOS" TO DESC-RES.
          MOVE EVT-FIM-ACORDO TO SOC-RES.
          PERFORM LINHA-RESUMO.
          MOVE "(+) SOCIOS INCLUIDOS" TO DESC-RES.
          MOVE EVT-INCLUSAO TO SOC-RES.
          PERFORM LINHA-RESUMO.
          MOVE "(-) SOCIOS EXCLUIDOS" TO DESC-RES.
          MOVE EVT-EXCLUSAO TO SOC-RES.
          PERFORM LINHA-RESUMO.
          WRITE REGSALD FROM CAB-03 AFTER ADVANCING 1 LINE.
          MOVE "(=) SALDO ESPERADO" TO DESC-RES.
          MOVE ESPERADO-SOC TO SOC-RES.
          MOVE ESPERADO-ALU TO ALU-RES.
          PERFORM LINHA-RESUMO.
          MOVE "    SALDO APURADO HOJE" TO DESC-RES.
          MOVE ATUAL-SOC TO SOC-RES.
          MOVE ATUAL-ALU TO ALU-RES.
          PERFORM LINHA-RESUMO.
          MOVE "    DIFERENCA" TO DESC-RES.
          MOVE DIFER-SOC TO SOC-RES.
          MOVE DIFER-ALU TO ALU-RES.
          PERFORM LINHA-RESUMO.
          WRITE REGSALD FROM CAB-03 AFTER ADVANCING 1 LINE.
          MOVE "    EM ACORDO (TITULOS N)" TO DESC-RES.
          MOVE EM-ACORDO TO SOC-RES.
          MOVE ZEROES TO ALU-RES.
          PERFORM LINHA-RESUMO.
          MOVE "    RECEBIDO EM PARCELA DE ACORDO" TO DESC-RES.
          MOVE RCB-ACORDO TO SOC-RES.
          PERFORM LINHA-RESUMO.
          WRITE REGSALD FROM CAB-03 AFTER ADVANCING 1 LINE.
          PERFORM IMPRIME-AVISOS.

       LINHA-RESUMO.
          WRITE REGSALD FROM LIN-RESUMO AFTER ADVANCING 1 LINE.

       IMPRIME-AVISOS.
          IF ARQUIVO-REDUZIDO EQUAL "SIM"
              MOVE "JORNRCB, CTRLDSC OU CTRLFAT MENOR QUE NO ULTIMO"
                  TO TEXTO-AVI
              PERFORM LINHA-AVISO
              MOVE "FECHAMENTO - ARQUIVO TROCADO OU TRUNCADO."
                  TO TEXTO-AVI
              PERFORM LINHA-AVISO.
          IF PRIMEIRA-VEZ EQUAL "SIM"
              MOVE "PRIMEIRO FECHAMENTO - SALDO DE ABERTURA REGISTRADO."
                  TO TEXTO-AVI
              PERFORM LINHA-AVISO
          ELSE
          IF CARTEIRA-FECHA EQUAL "SIM"
              MOVE "CARTEIRA FECHADA SEM DIFERENCA." TO TEXTO-AVI
              PERFORM LINHA-AVISO
          ELSE
              MOVE "*** ALERTA: CARTEIRA A RECEBER DESBALANCEADA ***"
                  TO TEXTO-AVI
              PERFORM LINHA-AVISO
              IF ACEITA-DIFERENCA EQUAL "S"
                  MOVE "DIFERENCA ACEITA (SALDREC_ACEITA=S) - PERIODO"
                      TO TEXTO-AVI
                  PERFORM LINHA-AVISO
                  MOVE "FECHADO COM A DIFERENCA REGISTRADA NO SALDCTL."
                      TO TEXTO-AVI
                  PERFORM LINHA-AVISO
              ELSE
                  MOVE "PERIODO CONTINUA ABERTO - CONFERIR OS"
                      TO TEXTO-AVI
                  PERFORM LINHA-AVISO
                  MOVE "LANCAMENTOS DO DIA ANTES DO FECHAMENTO DO MES."
                      TO TEXTO-AVI
                  PERFORM LINHA-AVISO.

       LINHA-AVISO.
          WRITE REGSALD FROM LIN-AVISO AFTER ADVANCING 1 LINE.

       CABECALHO-EVENTOS.
          PERFORM CABECALHO.
          WRITE REGSALD FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGSALD FROM CAB-03 AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO CT-LIN.

       CABECALHO-RESUMO.
          PERFORM CABECALHO.
          MOVE DATA-ABERTURA(7:2) TO DIAA-PER.
          MOVE DATA-ABERTURA(5:2) TO MESA-PER.
          MOVE DATA-ABERTURA(1:4) TO ANOA-PER.
          MOVE DATA-SISTEMA(7:2) TO DIAH-PER.
          MOVE DATA-SISTEMA(5:2) TO MESH-PER.
          MOVE DATA-SISTEMA(1:4) TO ANOH-PER.
          WRITE REGSALD FROM LIN-PERIODO AFTER ADVANCING 2 LINES.
          WRITE REGSALD FROM CAB-04 AFTER ADVANCING 2 LINES.
          WRITE REGSALD FROM CAB-03 AFTER ADVANCING 1 LINE.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGSALD.
          WRITE REGSALD AFTER ADVANCING PAGE.
          WRITE REGSALD FROM CAB-01 AFTER ADVANCING 1 LINE.

      *----------------------------------------------------------------
      *    CARTEIRA FECHADA (OU DIFERENCA ACEITA): O SALDO DE HOJE E AS
      *    POSICOES DOS MOVIMENTOS VIRAM A ABERTURA DO PROXIMO
      *    FECHAMENTO E A FOTOGRAFIA NOVA SUBSTITUI A ANTERIOR.
      *----------------------------------------------------------------
       FIM.
          CLOSE CADSOC1
                ARQTIT
                RELSALD.
          IF TEM-ARQMENS EQUAL "SIM"
              CLOSE ARQMENS.
          IF CARTEIRA-FECHA EQUAL "SIM"
             OR ACEITA-DIFERENCA EQUAL "S"
              PERFORM GRAVA-CONTROLE
              PERFORM TROCA-FOTOGRAFIA.
          PERFORM REGISTRA-CAPACIDADE.
          PERFORM GRAVA-LOG.
          DISPLAY "FECHAMENTO DA CARTEIRA A RECEBER:".
          DISPLAY "SOCIOS LIDOS.........: " CONTADOR-SOCIOS.
          DISPLAY "ALUNOS LIDOS.........: " CONTADOR-ALUNOS.
          DISPLAY "RECIBOS NO PERIODO...: " CONTADOR-RECIBOS.
          DISPLAY "MUDANCAS DE SITUACAO.: " CONTADOR-EVENTOS.
          MOVE DIFER-SOC TO SOC-RES.
          MOVE DIFER-ALU TO ALU-RES.
          DISPLAY "DIFERENCA SOCIOS.....: " SOC-RES.
          DISPLAY "DIFERENCA ALUNOS.....: " ALU-RES.
          IF CARTEIRA-FECHA EQUAL "NAO"
             AND ACEITA-DIFERENCA NOT EQUAL "S"
              DISPLAY "CARTEIRA DESBALANCEADA - CONFERIR O RELSALD."
              MOVE 8 TO RETURN-CODE.

       GRAVA-CONTROLE.
          MOVE SPACES TO REG-SCT.
          MOVE DATA-SISTEMA TO DATA-SCT.
          MOVE ATUAL-SOC TO SOCIOS-SCT.
          MOVE ATUAL-ALU TO ALUNOS-SCT.
          IF DIFER-TOTAL LESS THAN ZEROES
              MOVE "-" TO SINAL-SCT
          ELSE
              MOVE "+" TO SINAL-SCT.
          MOVE DIFER-TOTAL TO DIFERENCA-SCT.
          IF CARTEIRA-FECHA EQUAL "SIM"
              MOVE "O" TO SITUACAO-SCT
          ELSE
              MOVE "A" TO SITUACAO-SCT.
          MOVE CONTADOR-JRC TO POS-JRC-SCT.
          MOVE CONTADOR-DSC TO POS-DSC-SCT.
          MOVE CONTADOR-FAT TO POS-FAT-SCT.
          OPEN EXTEND SALDCTL.
          WRITE REG-SCT.
          CLOSE SALDCTL.

       TROCA-FOTOGRAFIA.
          CALL "CBL_DELETE_FILE" USING "SALDSOC.ANT".
          MOVE ZEROES TO RETURN-CODE.
          CALL "CBL_RENAME_FILE" USING "SALDSOC.DAT"
              "SALDSOC.ANT".
          MOVE ZEROES TO RETURN-CODE.
          CALL "CBL_RENAME_FILE" USING "SALDSOC.NOV"
              "SALDSOC.DAT".
          MOVE ZEROES TO RETURN-CODE.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "SALDREC"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-SOCIOS        TO LOG-LIDOS.
          MOVE "RECIBOS"              TO LOG-ARQ1-NOME.
          MOVE CONTADOR-RECIBOS       TO LOG-ARQ1-QTD.
          MOVE "EVENTOS"              TO LOG-ARQ2-NOME.
          MOVE CONTADOR-EVENTOS       TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.

      *----------------------------------------------------------------
      *    OCUPACAO DA TABELA DE RECIBOS DO PERIODO (COM OS QUE NAO
      *    COUBERAM) PARA O RELATORIO DE CAPACIDADE (CADCAPAC, PELA
      *    CAPTAB).
      *----------------------------------------------------------------
       REGISTRA-CAPACIDADE.
          MOVE "SALDREC" TO PROGRAMA-CAPAC.
          MOVE "TAB-RECIBOS" TO TABELA-CAPAC.
          ADD QTD-RECIBOS EXCEDENTE-RCB GIVING USADO-CAPAC.
          MOVE 5000 TO LIMITE-CAPAC.
          CALL "CAPTAB" USING PROGRAMA-CAPAC TABELA-CAPAC
              USADO-CAPAC LIMITE-CAPAC.
