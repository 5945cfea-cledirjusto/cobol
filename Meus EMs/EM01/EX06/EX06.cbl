           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MATRICULA-YTD
           FILE STATUS IS FS-YTD.
           SELECT ARQFGTS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MATRICULA-FGT
           FILE STATUS IS FS-FGTS.
           SELECT RELMOVI ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELMOVI.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MOVEXC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SOCFOL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CADSOC1 ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NUMERO-SOCIO1
           ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES
           FILE STATUS IS FS-CADSOC1.
           SELECT OPTIONAL CADRCB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CTRLRCB ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADPENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAGPENS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQADT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADBEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADESBEN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CADDPF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQCKPT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ARQCKPT.
           SELECT MOVNOV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELYTD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 SITUACAO-ENT	PIC X(01).
           02 UNIDADE-ENT	PIC 9(02).
           02 CARGO-ENT		PIC 9(03).
           02 CPF-ENT		PIC 9(11).

       FD CADSAI
           LABEL RECORD ARE STANDARD
           02 EVENTO-MVP        PIC X(03).
           02 HORAS-MVP         PIC 9(03)V9(01).
           02 VALOR-MVP         PIC 9(05)V9(02).
      *    SO NO EVENTO RET (DIFERENCA RETROATIVA DO RETROAT): A
      *    COMPETENCIA DE ORIGEM E O INSS E IRRF DA DIFERENCA, JA
      *    APURADOS NAS TABELAS VIGENTES NAQUELA COMPETENCIA.
           02 COMPET-MVP        PIC 9(06).
           02 INSS-MVP          PIC 9(05)V9(02).
           02 IRRF-MVP          PIC 9(05)V9(02).
      *    COMPETENCIA DA FOLHA QUE CONSUMIU O MOVIMENTO, CARIMBADA NO
      *    FIM DO EX06. ZERADA OU EM BRANCO = AINDA PENDENTE; A FOLHA
      *    REPROCESSADA NA MESMA COMPETENCIA APLICA DE NOVO OS QUE ELA
      *    MESMA CARIMBOU E DEIXA DE FORA OS DE FOLHAS ANTERIORES.
           02 COMPET-FOL-MVP    PIC 9(06).

       FD MOVNOV
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQMOV.NOV".
       01 REG-MVN                       PIC X(45).

       FD MOVEXC
           LABEL RECORD ARE STANDARD
           02 VALOR-PARCELA-EMP PIC 9(05)V9(02).
           02 SALDO-EMP         PIC 9(07)V9(02).
           02 SITUACAO-EMP      PIC X(01).
      *    PARCELA DESCONTADA NA ULTIMA FOLHA E A COMPETENCIA DELA. A
      *    FOLHA REPROCESSADA NA MESMA COMPETENCIA DEVOLVE A PARCELA
      *    AO SALDO ANTES DE DESCONTAR DE NOVO.
           02 COMPET-EMP        PIC 9(06).
           02 PARCELA-MES-EMP   PIC 9(05)V9(02).

       FD LOGEXEC
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "..\..\LOGEXEC.DAT".
       01 REG-LOG                       PIC X(73).

      *    VINCULO SOCIO X FOLHA (MANSFOL) PARA O DESCONTO DA
      *    MENSALIDADE; O RECIBO VAI PARA O MOVIMENTO DO CAIXA NA RAIZ
      *    E E BAIXADO PELO BAIXAREC NA MESMA NOITE (CANAL 6).
       FD SOCFOL
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "..\..\SOCFOL.DAT".
           COPY REGSFO.

       FD CADSOC1
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "..\..\EM02\EX01\CADSOC1.DAT".
           COPY REGSOC1.

       FD CADRCB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "..\..\CADRCB.DAT".
       01 REG-RCB.
           02 NUMERO-RCB        PIC 9(06).
           02 DATA-RCB          PIC 9(08).
           02 VALOR-RCB         PIC 9(09)V9(02).
           02 CANAL-RCB         PIC 9(01).
           02 SEQ-RCB           PIC 9(06).
           02 OPERADOR-RCB      PIC 9(04).
           02 TIPO-RCB          PIC X(01).
           02 MATR-RCB          PIC 9(07).

       FD CTRLRCB
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "..\..\CTRLRCB.DAT".
           COPY REGTRC.

      *    ORDENS DE PENSAO ALIMENTICIA (MANPENS) E O DESCONTO DE CADA
      *    UMA NA RODADA, PARA O CREDITO AO BENEFICIARIO NA REMESSA.
       FD CADPENS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADPENS.DAT".
           COPY REGPEN.

       FD PAGPENS
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PAGPENS.DAT".
           COPY REGPGP.

      *    ADIANTAMENTO QUINZENAL PAGO NO DIA 20 (ADIANTA), NO LEIAUTE
      *    DO CADSAI; SO SE ABATE O ARQUIVO DA COMPETENCIA DA FOLHA.
       FD ARQADT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQADT.DAT".
       01 REG-ADT.
           02 MATRICULA-ADT     PIC 9(05).
           02 NOME-ADT          PIC X(30).
           02 SALARIOB-ADT      PIC 9(05)V9(02).
           02 FILLER            PIC X(28).
           02 LIQUIDO-ADT       PIC 9(05)V9(02).
       01 REG-ADT-HDR.
           02 ADT-HDR-TIPO      PIC X(03).
           02 ADT-HDR-ID        PIC X(08).
           02 ADT-HDR-DATA      PIC 9(08).

      *    CATALOGO DE BENEFICIOS, ADESOES DOS FUNCIONARIOS E
      *    DEPENDENTES (MANBEN). CADA BENEFICIO EM VIGOR NA
      *    COMPETENCIA E DESCONTADO EM LINHA PROPRIA NO ARQVERB.
       FD CADBEN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADBEN.DAT".
           COPY REGBEN.

       FD ADESBEN
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ADESBEN.DAT".
           COPY REGADS.

       FD CADDPF
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADDPF.DAT".
           COPY REGDPF.

      *    PONTO DE CONTROLE DA FOLHA EM ANDAMENTO: REGRAVADO A CADA
      *    INTERVALO-CKPT FUNCIONARIOS LIDOS E LOGO DEPOIS DE CADA
      *    RECIBO GRAVADO NO CADRCB; ESVAZIADO NO FIM NORMAL.
       FD ARQCKPT
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQCKPT.DAT".
       01 REG-CKPT.
           02 COMPET-CKPT       PIC 9(06).
           02 LIDOS-CKPT        PIC 9(06).
           02 MATRICULA-CKPT    PIC 9(05).
           02 RCB-CKPT          PIC 9(06).
           02 SOMA-RCB-CKPT     PIC 9(11)V9(02).
           02 SEQ-RCB-CKPT      PIC 9(06).
           02 CTRLRCB-CKPT      PIC X(01).
           02 DATA-CKPT         PIC 9(08).

       FD RELYTD
           LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RELYTD.DAT".
       01 REG-RYT                       PIC X(80).

           FD  CTRL06
               LABEL RECORD ARE STANDARD
               VALUE OF FILE-ID IS "CTRL06.DAT".
               02 MATRICULA-YTD            PIC 9(05).
               02 TOTAL-YTD                PIC 9(09)V9(02).
               02 MESES-YTD                PIC 9(02).
      *    LIQUIDO SOMADO PELA ULTIMA FOLHA E A COMPETENCIA DELA, PARA
      *    A FOLHA REPROCESSADA NO MESMO MES TROCAR O VALOR EM VEZ DE
      *    SOMAR OUTRO.
               02 COMPET-YTD               PIC 9(06).
               02 LIQUIDO-MES-YTD          PIC 9(07)V9(02).

           FD  ARQFGTS
               LABEL RECORD ARE STANDARD
               VALUE OF FILE-ID IS "ARQFGTS.DAT".
               COPY REGFGT.

           FD  FAIXA1
               LABEL RECORD ARE STANDARD
       77  FS-FAIXA2          PIC X(02) VALUE "00".
       77  FS-FAIXA3          PIC X(02) VALUE "00".
       77  FS-FAIXA4          PIC X(02) VALUE "00".
       77  FS-CADSOC1         PIC X(02) VALUE "00".
       77  PROGRAMA-ABEND     PIC X(08) VALUE "EX06".
       77  ARQUIVO-ABEND      PIC X(12) VALUE SPACES.
       77  OPERACAO-ABEND     PIC X(08) VALUE "ABERTURA".
       77  STATUS-ABEND       PIC X(02) VALUE "00".
           77 FS-YTD             PIC X(02).
           77 FS-FGTS            PIC X(02) VALUE "00".
           77 TAXA-FGTS          PIC 9V9(04) VALUE 0,08.
           77 DEPOSITO-FGTS-NOVO PIC 9(07)V9(02) VALUE ZEROES.
           77 DEPOSITO-FGTS-ANT  PIC 9(07)V9(02) VALUE ZEROES.
           77 TEM-FGTS           PIC X(03) VALUE "NAO".
           77 TABELA-CHEIA       PIC X(03) VALUE "NAO".
           77 CONTADOR-FGTS      PIC 9(06) VALUE ZEROES.
           77 TOTAL-FGTS         PIC 9(09)V9(02) VALUE ZEROES.
           77 FIM-ARQ		PIC X(03) VALUE "NAO".
           77 CT-LIN            PIC 9(02) VALUE 20.
           77 CT-PAG            PIC 9(02) VALUE ZEROES.
           77 TAXA-REAJUSTE     PIC 9V9(04) VALUE 0,05.
           77 SALARIO-NOVO      PIC 9(05)V9(02) VALUE ZEROES.
           77 TAXA-INSS         PIC 9V9(04) VALUE 0,11.
           77 VALOR-BENEFICIO   PIC 9(05)V9(02) VALUE ZEROES.
           77 VALOR-DESCONTO    PIC 9(05)V9(02) VALUE ZEROES.
           77 VALOR-INSS        PIC 9(05)V9(02) VALUE ZEROES.
           77 VALOR-IRRF        PIC 9(05)V9(02) VALUE ZEROES.
           77 IX-MOV            PIC 9(03) VALUE ZEROES.
           77 VALOR-HORA        PIC 9(05)V9(02) VALUE ZEROES.
           77 VALOR-MOVIMENTO   PIC 9(05)V9(02) VALUE ZEROES.
           77 VALOR-RETROATIVO  PIC 9(07)V9(02) VALUE ZEROES.
           77 INSS-RETROATIVO   PIC 9(05)V9(02) VALUE ZEROES.
           77 IRRF-RETROATIVO   PIC 9(05)V9(02) VALUE ZEROES.
           77 CONTADOR-MOV-APL  PIC 9(04) VALUE ZEROES.
           77 CONTADOR-MOV-REJ  PIC 9(04) VALUE ZEROES.
           77 FIM-EMP           PIC X(03) VALUE "NAO".
           77 QTD-VERBAS-FUNC   PIC 9(02) VALUE ZEROES.
           77 IX-VRB            PIC 9(02) VALUE ZEROES.
           77 CONTADOR-VERBAS   PIC 9(06) VALUE ZEROES.
           77 FIM-SFO           PIC X(03) VALUE "NAO".
           77 QTD-VINCULOS      PIC 9(03) VALUE ZEROES.
           77 IX-SFO            PIC 9(03) VALUE ZEROES.
           77 IX-SFO-ACHADO     PIC 9(03) VALUE ZEROES.
           77 ACHOU-SOCIO       PIC X(03) VALUE "NAO".
           77 VALOR-MENSALIDADE PIC 9(05)V9(02) VALUE ZEROES.
           77 SEQUENCIA-RCB     PIC 9(06) VALUE ZEROES.
           77 CONTADOR-MENSAL   PIC 9(04) VALUE ZEROES.
           77 CONTADOR-RCB      PIC 9(06) VALUE ZEROES.
           77 SOMA-RCB          PIC 9(11)V9(02) VALUE ZEROES.
           77 FIM-CADPENS       PIC X(03) VALUE "NAO".
           77 QTD-PENSOES       PIC 9(03) VALUE ZEROES.
           77 IX-PEN            PIC 9(03) VALUE ZEROES.
           77 IX-PEN-ACHADO     PIC 9(03) VALUE ZEROES.
           77 VALOR-PENSAO      PIC 9(05)V9(02) VALUE ZEROES.
           77 VALOR-PENSAO-NOVO PIC 9(05)V9(02) VALUE ZEROES.
           77 PENSAO-CALC       PIC S9(07)V9(02) VALUE ZEROES.
           77 SALDO-PENSAO      PIC S9(07)V9(02) VALUE ZEROES.
           77 PENSAO-LIMITADA   PIC X(03) VALUE "NAO".
           77 CONTADOR-PENSAO   PIC 9(04) VALUE ZEROES.
           77 TOTAL-PENSAO      PIC 9(09)V9(02) VALUE ZEROES.
           77 FIM-ADT           PIC X(03) VALUE "NAO".
           77 COMPET-ADT        PIC 9(06) VALUE ZEROES.
           77 QTD-ADIANTAMENTOS PIC 9(04) VALUE ZEROES.
           77 IX-ADT            PIC 9(04) VALUE ZEROES.
           77 IX-ADT-ACHADO     PIC 9(04) VALUE ZEROES.
           77 VALOR-ADIANTAMENTO PIC 9(05)V9(02) VALUE ZEROES.
           77 LIQUIDO-YTD       PIC 9(07)V9(02) VALUE ZEROES.
           77 CONTADOR-ADIANT   PIC 9(04) VALUE ZEROES.
           77 TOTAL-ADIANT      PIC 9(09)V9(02) VALUE ZEROES.
           77 FIM-CADBEN        PIC X(03) VALUE "NAO".
           77 FIM-ADESBEN       PIC X(03) VALUE "NAO".
           77 FIM-CADDPF        PIC X(03) VALUE "NAO".
           77 QTD-BENEFICIOS    PIC 9(03) VALUE ZEROES.
           77 QTD-ADESOES       PIC 9(04) VALUE ZEROES.
           77 QTD-DEP-BEN       PIC 9(04) VALUE ZEROES.
           77 IX-BEN            PIC 9(03) VALUE ZEROES.
           77 IX-BEN-ACHADO     PIC 9(03) VALUE ZEROES.
           77 IX-ADS            PIC 9(04) VALUE ZEROES.
           77 IX-DPB            PIC 9(04) VALUE ZEROES.
           77 IX-DPB-ACHADO     PIC 9(04) VALUE ZEROES.
           77 QTD-BEN-FUNC      PIC 9(02) VALUE ZEROES.
           77 IX-BFU            PIC 9(02) VALUE ZEROES.
           77 VIDAS-DEP         PIC 9(02) VALUE ZEROES.
           77 CUSTO-BENEFICIO   PIC 9(07)V9(02) VALUE ZEROES.
           77 TETO-TRANSPORTE   PIC 9(07)V9(02) VALUE ZEROES.
           77 BENEF-CALC        PIC 9(07)V9(02) VALUE ZEROES.
           77 CONTADOR-BENEF    PIC 9(04) VALUE ZEROES.
           77 TOTAL-BENEF       PIC 9(09)V9(02) VALUE ZEROES.
           77 FS-ARQCKPT        PIC X(02) VALUE "00".
           77 FIM-CKPT          PIC X(03) VALUE "NAO".
           77 INTERVALO-CKPT    PIC 9(04) VALUE 0100.
           77 QUOC-CKPT         PIC 9(06) VALUE ZEROES.
           77 RESTO-CKPT        PIC 9(04) VALUE ZEROES.
           77 REFAZ-FOLHA       PIC X(01) VALUE SPACES.
           77 RETOMADA          PIC X(03) VALUE "NAO".
           77 POSICAO-RETOMADA  PIC 9(06) VALUE ZEROES.
           77 POSICAO-LIDA      PIC 9(06) VALUE ZEROES.
           77 ULTIMA-MATRICULA  PIC 9(05) VALUE ZEROES.
           77 GRAVOU-RECIBO     PIC X(03) VALUE "NAO".
           77 CTRLRCB-GRAVADO   PIC X(01) VALUE "N".
           77 POSICAO-MOV       PIC 9(05) VALUE ZEROES.
           77 CONTADOR-MOV-ANT  PIC 9(04) VALUE ZEROES.
           77 CONTADOR-EMP-REF  PIC 9(04) VALUE ZEROES.
           77 FIM-YTD           PIC X(03) VALUE "NAO".
           77 FIM-SAI           PIC X(03) VALUE "NAO".
           77 CONTADOR-YTD      PIC 9(06) VALUE ZEROES.
           77 CONTADOR-CADSAI   PIC 9(06) VALUE ZEROES.
           77 CONTADOR-YTD-FORA PIC 9(06) VALUE ZEROES.
           77 YTD-ANTES         PIC 9(11)V9(02) VALUE ZEROES.
           77 YTD-CADSAI        PIC 9(11)V9(02) VALUE ZEROES.
           77 YTD-FORA          PIC 9(11)V9(02) VALUE ZEROES.
           77 YTD-ESPERADO      PIC 9(11)V9(02) VALUE ZEROES.
           77 YTD-DEPOIS        PIC 9(11)V9(02) VALUE ZEROES.
           77 DIFERENCA-YTD     PIC S9(11)V9(02) VALUE ZEROES.

       01 TAB-BENEFICIOS.
          02 BEN-OCORRENCIA OCCURS 50 TIMES.
             03 BEN-CODIGO             PIC 9(03).
             03 BEN-DESCRICAO          PIC X(20).
             03 BEN-TIPO               PIC X(01).
             03 BEN-CUSTO-TIT          PIC 9(05)V9(02).
             03 BEN-CUSTO-DEP          PIC 9(05)V9(02).
             03 BEN-PERC-FUNC          PIC 9(03)V9(02).

       01 TAB-ADESOES.
          02 ADS-OCORRENCIA OCCURS 1000 TIMES.
             03 ADS-MATRICULA          PIC 9(05).
             03 ADS-IX-BEN             PIC 9(03).
             03 ADS-COM-DEP            PIC X(01).
             03 ADS-VALOR              PIC 9(05)V9(02).

       01 TAB-DEP-BEN.
          02 DPB-OCORRENCIA OCCURS 1000 TIMES.
             03 DPB-MATRICULA          PIC 9(05).
             03 DPB-VIDAS              PIC 9(02).

       01 TAB-BENEF-FUNC.
          02 BFU-OCORRENCIA OCCURS 10 TIMES.
             03 BFU-DESCRICAO          PIC X(20).
             03 BFU-VALOR              PIC 9(07)V9(02).

       01 TAB-ADIANTAMENTOS.
          02 ADT-OCORRENCIA OCCURS 500 TIMES.
             03 ADT-MATRICULA          PIC 9(05).
             03 ADT-VALOR              PIC 9(05)V9(02).

       01 TAB-PENSOES.
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
             03 PEN-PROCESSO           PIC X(25).
             03 PEN-DESCONTO           PIC 9(05)V9(02).

       01 TAB-SOCFOL.
          02 SFO-OCORRENCIA OCCURS 500 TIMES.
             03 SFO-SOCIO              PIC 9(06).
             03 SFO-MATR               PIC 9(05).
             03 SFO-SITUACAO           PIC X(01).
             03 SFO-COMPET             PIC 9(06).
             03 SFO-VALOR              PIC 9(07)V9(02).
             03 SFO-DATA               PIC 9(08).

       01 TAB-VERBAS-FUNC.
          02 VRF-OCORRENCIA OCCURS 10 TIMES.
             03 EMP-VALOR-PARCELA      PIC 9(05)V9(02).
             03 EMP-SALDO              PIC 9(07)V9(02).
             03 EMP-SITUACAO           PIC X(01).
             03 EMP-COMPET             PIC 9(06).
             03 EMP-PARCELA-MES        PIC 9(05)V9(02).

       01 TAB-MOVIMENTOS.
          02 MOV-OCORRENCIA OCCURS 200 TIMES.
             03 MOV-HORAS              PIC 9(03)V9(01).
             03 MOV-VALOR              PIC 9(05)V9(02).
             03 MOV-USADO              PIC X(03).
             03 MOV-COMPET             PIC 9(06).
             03 MOV-INSS               PIC 9(05)V9(02).
             03 MOV-IRRF               PIC 9(05)V9(02).
             03 MOV-POSICAO            PIC 9(05).

       01 LINHA-MVX.
          02 MVX-MAT      PIC 9(05).
          02 FILLER       PIC X(02) VALUE SPACES.
          02 EXC-MOTIVO   PIC X(20).

       01 LIN-YTD-TIT.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 FILLER       PIC X(50) VALUE
             "CONFERENCIA DO ACUMULADO ANUAL - ARQYTD X CADSAI".
          02 FILLER       PIC X(13) VALUE "COMPETENCIA: ".
          02 YTD-TIT-MES  PIC 9(02).
          02 FILLER       PIC X(01) VALUE "/".
          02 YTD-TIT-ANO  PIC 9(04).

       01 LIN-YTD.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 YTD-DESC     PIC X(44).
          02 YTD-QTD      PIC ZZZ.ZZ9 BLANK WHEN ZERO.
          02 FILLER       PIC X(03) VALUE SPACES.
          02 YTD-VALOR    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LIN-YTD-MSG.
          02 FILLER       PIC X(01) VALUE SPACES.
          02 YTD-MSG      PIC X(79).

       01 LINHA-LOG.
          02 LOG-PROGRAMA              PIC X(08).
          02 FILLER                    PIC X(01) VALUE SPACES.
       INICIO.
           PERFORM CARGA-TABELAS.
           MOVE DATA-HOJE-TAB(1:6) TO COMPET-FOLHA.
           PERFORM VERIFICA-CKPT.
           PERFORM CARGA-EMPRESTIMOS.
           PERFORM CARGA-CARGOS.
           PERFORM CARGA-VINCULOS-FOLHA.
           PERFORM CARGA-PENSOES.
           PERFORM CARGA-ADIANTAMENTOS.
           PERFORM CARGA-BENEFICIOS.
           PERFORM CARGA-ADESOES.
           PERFORM CARGA-DEPENDENTES-BEN.
           PERFORM CARGA-MOVIMENTOS.
           IF TABELA-CHEIA EQUAL "SIM"
               DISPLAY "EX06 INTERROMPIDO - TABELA LOTADA, FOLHA NAO "
                   "PROCESSADA E NADA FOI GRAVADO."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CADENT
                OUTPUT CADSAI
                       ARQVERB
                       PAGPENS
                       RELSAI
                       RELMOVI
                       ARQEXC
                       RELPISO
                       FAIXA1
                       FAIXA2
                       FAIXA3
                       FAIXA4.
           PERFORM LISTA-MOVIMENTOS-INVALIDOS.
           PERFORM ABRE-CAIXA-FOLHA.
           PERFORM CONFERE-ARQUIVOS.
           OPEN I-O ARQYTD.
           IF FS-YTD EQUAL "35"
               OPEN OUTPUT ARQYTD
               CLOSE ARQYTD
               OPEN I-O ARQYTD.
           OPEN I-O ARQFGTS.
           IF FS-FGTS EQUAL "35"
               OPEN OUTPUT ARQFGTS
               CLOSE ARQFGTS
               OPEN I-O ARQFGTS.
           PERFORM CONFERE-ARQUIVOS.
           PERFORM APURA-YTD-ANTERIOR.
           MOVE "HDR" TO SAI-HDR-TIPO.
           MOVE "CADSAI  " TO SAI-HDR-ID.
           MOVE DATA-HOJE-TAB TO SAI-HDR-DATA.
           WRITE REG-SAI-HDR.
           PERFORM LEITURA.

      *    PONTO DE CONTROLE DA MESMA COMPETENCIA = RODADA ANTERIOR
      *    INTERROMPIDA. A FOLHA E REFEITA DO INICIO (ACUMULADO,
      *    PARCELAS E MOVIMENTOS JA SAO REPROCESSAVEIS NA COMPETENCIA)
      *    E SO OS RECIBOS DO CADRCB ATE O PONTO NAO SAO GRAVADOS DE
      *    NOVO. SE O CADENT MUDOU DESDE A INTERRUPCAO A RETOMADA E
      *    RECUSADA; EX06_REFAZ=S DESPREZA O PONTO DE CONTROLE.
       VERIFICA-CKPT.
           ACCEPT REFAZ-FOLHA FROM ENVIRONMENT "EX06_REFAZ".
           OPEN INPUT ARQCKPT.
           PERFORM CONFERE-ARQUIVOS.
           READ ARQCKPT AT END MOVE "SIM" TO FIM-CKPT.
           CLOSE ARQCKPT.
           IF FIM-CKPT NOT EQUAL "SIM"
               IF REFAZ-FOLHA EQUAL "S"
                   DISPLAY "EX06_REFAZ=S - PONTO DE CONTROLE DA "
                       "COMPETENCIA " COMPET-CKPT " DESPREZADO"
                   DISPLAY "CONFERIR NO CADRCB OS RECIBOS JA GRAVADOS "
                       "PELA RODADA INTERROMPIDA"
               ELSE
               IF COMPET-CKPT NOT EQUAL COMPET-FOLHA
                   DISPLAY "PONTO DE CONTROLE DA COMPETENCIA "
                       COMPET-CKPT " DESPREZADO"
               ELSE
                   PERFORM CONFERE-POSICAO-CKPT
                   PERFORM RETOMA-CKPT.

       CONFERE-POSICAO-CKPT.
           OPEN INPUT CADENT.
           PERFORM CONFERE-ARQUIVOS.
           MOVE ZEROES TO POSICAO-LIDA.
           PERFORM AVANCA-POSICAO-CKPT
               UNTIL POSICAO-LIDA NOT LESS THAN LIDOS-CKPT
                  OR FIM-ARQ EQUAL "SIM".
           CLOSE CADENT.
           IF FIM-ARQ EQUAL "SIM"
              OR MATRICULA-ENT NOT EQUAL MATRICULA-CKPT
               DISPLAY "CADENT ALTERADO DESDE A INTERRUPCAO DA "
                   "COMPETENCIA " COMPET-CKPT
               DISPLAY "REGISTRO " LIDOS-CKPT " ERA A MATRICULA "
                   MATRICULA-CKPT
               DISPLAY "CONFERIR O CADRCB E RODAR COM EX06_REFAZ=S"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.

       AVANCA-POSICAO-CKPT.
           PERFORM LEITURA.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO POSICAO-LIDA.

       RETOMA-CKPT.
           MOVE "SIM" TO RETOMADA.
           MOVE LIDOS-CKPT TO POSICAO-RETOMADA.
           MOVE RCB-CKPT TO CONTADOR-RCB.
           MOVE SOMA-RCB-CKPT TO SOMA-RCB.
           MOVE SEQ-RCB-CKPT TO SEQUENCIA-RCB.
           MOVE CTRLRCB-CKPT TO CTRLRCB-GRAVADO.
           DISPLAY "RETOMADA DA COMPETENCIA " COMPET-FOLHA
               " INTERROMPIDA NO REGISTRO " POSICAO-RETOMADA.
           DISPLAY "RECIBOS JA GRAVADOS NO CADRCB: " CONTADOR-RCB.

       GRAVA-CKPT.
           IF GRAVOU-RECIBO EQUAL "SIM"
               CLOSE CADRCB
               OPEN EXTEND CADRCB
               MOVE "NAO" TO GRAVOU-RECIBO.
           MOVE COMPET-FOLHA TO COMPET-CKPT.
           MOVE CONTADOR-LIDOS TO LIDOS-CKPT.
           MOVE ULTIMA-MATRICULA TO MATRICULA-CKPT.
           MOVE CONTADOR-RCB TO RCB-CKPT.
           MOVE SOMA-RCB TO SOMA-RCB-CKPT.
           MOVE SEQUENCIA-RCB TO SEQ-RCB-CKPT.
           MOVE CTRLRCB-GRAVADO TO CTRLRCB-CKPT.
           MOVE DATA-HOJE-TAB TO DATA-CKPT.
           OPEN OUTPUT ARQCKPT.
           PERFORM CONFERE-ARQUIVOS.
           WRITE REG-CKPT.
           CLOSE ARQCKPT.

       LIMPA-CKPT.
           OPEN OUTPUT ARQCKPT.
           PERFORM CONFERE-ARQUIVOS.
           CLOSE ARQCKPT.

      *    ACUMULADO ANUAL ANTES DESTA FOLHA: O LIQUIDO QUE UMA RODADA
      *    ANTERIOR DA MESMA COMPETENCIA JA SOMOU FICA DE FORA.
       APURA-YTD-ANTERIOR.
           MOVE "NAO" TO FIM-YTD.
           PERFORM LE-YTD-SEQUENCIAL.
           PERFORM SOMA-YTD-ANTERIOR UNTIL FIM-YTD EQUAL "SIM".

       LE-YTD-SEQUENCIAL.
           READ ARQYTD NEXT RECORD AT END MOVE "SIM" TO FIM-YTD.

       SOMA-YTD-ANTERIOR.
           IF COMPET-YTD EQUAL COMPET-FOLHA
               PERFORM SOMA-YTD-SEM-MES
           ELSE
               ADD TOTAL-YTD TO YTD-ANTES.
           PERFORM LE-YTD-SEQUENCIAL.

       SOMA-YTD-SEM-MES.
           IF LIQUIDO-MES-YTD NOT GREATER THAN TOTAL-YTD
               COMPUTE YTD-ANTES = YTD-ANTES + TOTAL-YTD
                   - LIQUIDO-MES-YTD.

       CARGA-MOVIMENTOS.
           OPEN INPUT ARQMOV.
           PERFORM LE-MOVIMENTO.
           READ ARQMOV AT END MOVE "SIM" TO FIM-MOV.

       GUARDA-MOVIMENTO.
           ADD 1 TO POSICAO-MOV.
           IF EVENTO-MVP NOT EQUAL "HEX"
              AND EVENTO-MVP NOT EQUAL "FAL"
              AND EVENTO-MVP NOT EQUAL "ACR"
              AND EVENTO-MVP NOT EQUAL "DES"
              AND EVENTO-MVP NOT EQUAL "HAU"
              AND EVENTO-MVP NOT EQUAL "RET"
               ADD 1 TO CONTADOR-MOV-REJ
           ELSE
           IF COMPET-FOL-MVP NUMERIC
              AND COMPET-FOL-MVP NOT EQUAL ZEROES
              AND COMPET-FOL-MVP NOT EQUAL COMPET-FOLHA
               ADD 1 TO CONTADOR-MOV-ANT
           ELSE
           IF QTD-MOVIMENTOS NOT LESS 200
               DISPLAY "TABELA DE MOVIMENTOS LOTADA (200) - ARQMOV "
                   "MAIOR QUE A TABELA."
               MOVE "SIM" TO TABELA-CHEIA
               MOVE "SIM" TO FIM-MOV
           ELSE
               ADD 1 TO QTD-MOVIMENTOS
               MOVE MATRICULA-MVP TO MOV-MATRICULA (QTD-MOVIMENTOS)
               MOVE EVENTO-MVP TO MOV-EVENTO (QTD-MOVIMENTOS)
               MOVE HORAS-MVP TO MOV-HORAS (QTD-MOVIMENTOS)
               MOVE VALOR-MVP TO MOV-VALOR (QTD-MOVIMENTOS)
               MOVE "NAO" TO MOV-USADO (QTD-MOVIMENTOS)
               MOVE POSICAO-MOV TO MOV-POSICAO (QTD-MOVIMENTOS)
               IF EVENTO-MVP EQUAL "RET"
                  AND COMPET-MVP NUMERIC
                  AND INSS-MVP NUMERIC
                  AND IRRF-MVP NUMERIC
                   MOVE COMPET-MVP TO MOV-COMPET (QTD-MOVIMENTOS)
                   MOVE INSS-MVP TO MOV-INSS (QTD-MOVIMENTOS)
                   MOVE IRRF-MVP TO MOV-IRRF (QTD-MOVIMENTOS)
               ELSE
                   MOVE ZEROES TO MOV-COMPET (QTD-MOVIMENTOS)
                   MOVE ZEROES TO MOV-INSS (QTD-MOVIMENTOS)
                   MOVE ZEROES TO MOV-IRRF (QTD-MOVIMENTOS).
           PERFORM LE-MOVIMENTO.

      *    OS MOVIMENTOS DE EVENTO INVALIDO SO VAO PARA O MOVEXC
      *    DEPOIS DE TODAS AS TABELAS CARREGADAS SEM ESTOURO; A CARGA
      *    ACIMA SO OS CONTA.
       LISTA-MOVIMENTOS-INVALIDOS.
           OPEN OUTPUT MOVEXC.
           IF CONTADOR-MOV-REJ GREATER THAN ZEROES
               MOVE "NAO" TO FIM-MOV
               OPEN INPUT ARQMOV
               PERFORM LE-MOVIMENTO
               PERFORM LISTA-MOVIMENTO-INVALIDO
                   UNTIL FIM-MOV EQUAL "SIM"
               CLOSE ARQMOV.

       LISTA-MOVIMENTO-INVALIDO.
           IF EVENTO-MVP NOT EQUAL "HEX"
              AND EVENTO-MVP NOT EQUAL "FAL"
              AND EVENTO-MVP NOT EQUAL "ACR"
              AND EVENTO-MVP NOT EQUAL "DES"
              AND EVENTO-MVP NOT EQUAL "HAU"
              AND EVENTO-MVP NOT EQUAL "RET"
               MOVE MATRICULA-MVP TO MVX-MAT
               MOVE EVENTO-MVP TO MVX-EVENTO
               MOVE "EVENTO INVALIDO" TO MVX-MOTIVO
               WRITE REG-MVX FROM LINHA-MVX.
           PERFORM LE-MOVIMENTO.

       CARGA-EMPRESTIMOS.

       GUARDA-EMPRESTIMO.
           IF QTD-EMPRESTIMOS NOT LESS 200
               DISPLAY "TABELA DE EMPRESTIMOS LOTADA (200) - ARQEMP "
                   "MAIOR QUE A TABELA."
               MOVE "SIM" TO TABELA-CHEIA
               MOVE "SIM" TO FIM-EMP
           ELSE
               ADD 1 TO QTD-EMPRESTIMOS
               MOVE MATRICULA-EMP TO EMP-MATRICULA (QTD-EMPRESTIMOS)
               MOVE VALOR-PARCELA-EMP
                 TO EMP-VALOR-PARCELA (QTD-EMPRESTIMOS)
               MOVE SALDO-EMP TO EMP-SALDO (QTD-EMPRESTIMOS)
               MOVE SITUACAO-EMP TO EMP-SITUACAO (QTD-EMPRESTIMOS)
               PERFORM REFAZ-PARCELA-EMP.
           PERFORM LE-EMPRESTIMO.

      *    PARCELA JA DESCONTADA POR UMA RODADA ANTERIOR DA MESMA
      *    COMPETENCIA VOLTA AO SALDO; ESTA FOLHA DESCONTA DE NOVO.
       REFAZ-PARCELA-EMP.
           MOVE ZEROES TO EMP-COMPET (QTD-EMPRESTIMOS).
           MOVE ZEROES TO EMP-PARCELA-MES (QTD-EMPRESTIMOS).
           IF COMPET-EMP NUMERIC AND PARCELA-MES-EMP NUMERIC
               MOVE COMPET-EMP TO EMP-COMPET (QTD-EMPRESTIMOS)
               MOVE PARCELA-MES-EMP
                 TO EMP-PARCELA-MES (QTD-EMPRESTIMOS).
           IF EMP-COMPET (QTD-EMPRESTIMOS) EQUAL COMPET-FOLHA
              AND EMP-PARCELA-MES (QTD-EMPRESTIMOS) GREATER THAN ZEROES
               ADD EMP-PARCELA-MES (QTD-EMPRESTIMOS)
                 TO EMP-SALDO (QTD-EMPRESTIMOS)
               MOVE ZEROES TO EMP-PARCELA-MES (QTD-EMPRESTIMOS)
               MOVE "A" TO EMP-SITUACAO (QTD-EMPRESTIMOS)
               ADD 1 TO CONTADOR-EMP-REF.

       CARGA-VINCULOS-FOLHA.
           OPEN INPUT SOCFOL.
           PERFORM LE-VINCULO-FOLHA.
           PERFORM GUARDA-VINCULO-FOLHA UNTIL FIM-SFO EQUAL "SIM".
           CLOSE SOCFOL.

      *    COM VINCULO DE MENSALIDADE EM FOLHA O CADSOC1 E ABERTO SO
      *    PARA CONSULTA E O MOVIMENTO DO CAIXA RECEBE OS RECIBOS.
       ABRE-CAIXA-FOLHA.
           IF QTD-VINCULOS GREATER THAN ZEROES
               OPEN INPUT CADSOC1
               PERFORM CONFERE-ARQUIVOS
               OPEN EXTEND CADRCB.

       LE-VINCULO-FOLHA.
           READ SOCFOL AT END MOVE "SIM" TO FIM-SFO.

       GUARDA-VINCULO-FOLHA.
           IF QTD-VINCULOS NOT LESS 500
               DISPLAY "TABELA DE VINCULOS SOCIO X FOLHA LOTADA (500) "
                   "- SOCFOL MAIOR QUE A TABELA."
               MOVE "SIM" TO TABELA-CHEIA
               MOVE "SIM" TO FIM-SFO
           ELSE
               ADD 1 TO QTD-VINCULOS
               MOVE SOCIO-SFO TO SFO-SOCIO (QTD-VINCULOS)
               MOVE MATR-SFO TO SFO-MATR (QTD-VINCULOS)
               MOVE SITUACAO-SFO TO SFO-SITUACAO (QTD-VINCULOS)
               MOVE COMPET-SFO TO SFO-COMPET (QTD-VINCULOS)
               MOVE VALOR-SFO TO SFO-VALOR (QTD-VINCULOS)
               MOVE DATA-SFO TO SFO-DATA (QTD-VINCULOS).
           PERFORM LE-VINCULO-FOLHA.

      *    SO ENTRAM NA TABELA AS ORDENS ATIVAS E EM VIGOR NA
      *    COMPETENCIA DA FOLHA (TERMO ZERADO = SEM TERMO).
       CARGA-PENSOES.
           OPEN INPUT CADPENS.
           PERFORM LE-PENSAO.
           PERFORM GUARDA-PENSAO UNTIL FIM-CADPENS EQUAL "SIM".
           CLOSE CADPENS.

       LE-PENSAO.
           READ CADPENS AT END MOVE "SIM" TO FIM-CADPENS.

       GUARDA-PENSAO.
           IF SITUACAO-PEN EQUAL "A"
              AND INICIO-PEN(1:6) NOT GREATER COMPET-FOLHA
              AND (FIM-PEN EQUAL ZEROES
                   OR FIM-PEN(1:6) NOT LESS COMPET-FOLHA)
               PERFORM GUARDA-ORDEM-PENSAO.
           PERFORM LE-PENSAO.

       GUARDA-ORDEM-PENSAO.
           IF QTD-PENSOES NOT LESS 200
               DISPLAY "TABELA DE PENSOES ALIMENTICIAS LOTADA (200) - "
                   "CADPENS MAIOR QUE A TABELA."
               MOVE "SIM" TO TABELA-CHEIA
               MOVE "SIM" TO FIM-CADPENS
           ELSE
               ADD 1 TO QTD-PENSOES
               MOVE MATRICULA-PEN TO PEN-MATRICULA (QTD-PENSOES)
               MOVE SEQ-PEN TO PEN-SEQ (QTD-PENSOES)
               MOVE NOME-BEN-PEN TO PEN-NOME-BEN (QTD-PENSOES)
               MOVE CPF-BEN-PEN TO PEN-CPF-BEN (QTD-PENSOES)
               MOVE BANCO-PEN TO PEN-BANCO (QTD-PENSOES)
               MOVE AGENCIA-PEN TO PEN-AGENCIA (QTD-PENSOES)
               MOVE CONTA-PEN TO PEN-CONTA (QTD-PENSOES)
               MOVE BASE-PEN TO PEN-BASE (QTD-PENSOES)
               MOVE PERCENT-PEN TO PEN-PERCENT (QTD-PENSOES)
               MOVE VALOR-PEN TO PEN-VALOR (QTD-PENSOES)
               MOVE PROCESSO-PEN TO PEN-PROCESSO (QTD-PENSOES)
               MOVE ZEROES TO PEN-DESCONTO (QTD-PENSOES).

      *    O CATALOGO ENTRA INTEIRO - BENEFICIO INATIVO NAO ACEITA
      *    ADESAO NOVA MAS CONTINUA DESCONTANDO AS QUE JA EXISTEM.
       CARGA-BENEFICIOS.
           OPEN INPUT CADBEN.
           PERFORM LE-BENEFICIO.
           PERFORM GUARDA-BENEFICIO UNTIL FIM-CADBEN EQUAL "SIM".
           CLOSE CADBEN.

       LE-BENEFICIO.
           READ CADBEN AT END MOVE "SIM" TO FIM-CADBEN.

       GUARDA-BENEFICIO.
           IF QTD-BENEFICIOS NOT LESS 50
               DISPLAY "TABELA DE BENEFICIOS LOTADA (50) - CADBEN "
                   "MAIOR QUE A TABELA."
               MOVE "SIM" TO TABELA-CHEIA
               MOVE "SIM" TO FIM-CADBEN
           ELSE
               ADD 1 TO QTD-BENEFICIOS
               MOVE CODIGO-BEN TO BEN-CODIGO (QTD-BENEFICIOS)
               MOVE DESCRICAO-BEN TO BEN-DESCRICAO (QTD-BENEFICIOS)
               MOVE TIPO-BEN TO BEN-TIPO (QTD-BENEFICIOS)
               MOVE CUSTO-TIT-BEN TO BEN-CUSTO-TIT (QTD-BENEFICIOS)
               MOVE CUSTO-DEP-BEN TO BEN-CUSTO-DEP (QTD-BENEFICIOS)
               MOVE PERC-FUNC-BEN TO BEN-PERC-FUNC (QTD-BENEFICIOS).
           PERFORM LE-BENEFICIO.

      *    SO ENTRAM AS ADESOES EM VIGOR NA COMPETENCIA DA FOLHA (O
      *    MES INTEIRO E DESCONTADO NO MES DO INICIO E NO DO TERMO).
      *    ADESAO A CODIGO FORA DO CATALOGO E AVISADA E IGNORADA.
       CARGA-ADESOES.
           OPEN INPUT ADESBEN.
           PERFORM LE-ADESAO.
           PERFORM GUARDA-ADESAO UNTIL FIM-ADESBEN EQUAL "SIM".
           CLOSE ADESBEN.

       LE-ADESAO.
           READ ADESBEN AT END MOVE "SIM" TO FIM-ADESBEN.

       GUARDA-ADESAO.
           IF INICIO-ADS(1:6) NOT GREATER COMPET-FOLHA
              AND (FIM-ADS EQUAL ZEROES
                   OR FIM-ADS(1:6) NOT LESS COMPET-FOLHA)
               PERFORM LOCALIZA-BENEFICIO
               PERFORM GUARDA-ADESAO-VIGENTE.
           PERFORM LE-ADESAO.

       LOCALIZA-BENEFICIO.
           MOVE ZEROES TO IX-BEN-ACHADO.
           IF QTD-BENEFICIOS GREATER THAN ZEROES
               PERFORM TESTA-BENEFICIO
                   VARYING IX-BEN FROM 1 BY 1
                   UNTIL IX-BEN GREATER THAN QTD-BENEFICIOS.

       TESTA-BENEFICIO.
           IF BEN-CODIGO (IX-BEN) EQUAL CODIGO-ADS
               MOVE IX-BEN TO IX-BEN-ACHADO.

       GUARDA-ADESAO-VIGENTE.
           IF IX-BEN-ACHADO EQUAL ZEROES
               DISPLAY "ADESAO DA MATRICULA " MATRICULA-ADS
                   " A BENEFICIO FORA DO CATALOGO: " CODIGO-ADS
           ELSE
           IF QTD-ADESOES NOT LESS 1000
               DISPLAY "TABELA DE ADESOES A BENEFICIOS LOTADA (1000) - "
                   "ADESBEN MAIOR QUE A TABELA."
               MOVE "SIM" TO TABELA-CHEIA
               MOVE "SIM" TO FIM-ADESBEN
           ELSE
               ADD 1 TO QTD-ADESOES
               MOVE MATRICULA-ADS TO ADS-MATRICULA (QTD-ADESOES)
               MOVE IX-BEN-ACHADO TO ADS-IX-BEN (QTD-ADESOES)
               MOVE COM-DEP-ADS TO ADS-COM-DEP (QTD-ADESOES)
               MOVE VALOR-ADS TO ADS-VALOR (QTD-ADESOES).

      *    DEPENDENTES ATIVOS POR MATRICULA - SAO AS VIDAS COBERTAS
      *    PELOS PLANOS COM EXTENSAO AOS DEPENDENTES.
       CARGA-DEPENDENTES-BEN.
           OPEN INPUT CADDPF.
           PERFORM LE-DEPENDENTE-BEN.
           PERFORM GUARDA-DEPENDENTE-BEN UNTIL FIM-CADDPF EQUAL "SIM".
           CLOSE CADDPF.

       LE-DEPENDENTE-BEN.
           READ CADDPF AT END MOVE "SIM" TO FIM-CADDPF.

       GUARDA-DEPENDENTE-BEN.
           IF SITUACAO-DPF EQUAL "A"
               PERFORM SOMA-DEPENDENTE-BEN.
           PERFORM LE-DEPENDENTE-BEN.

       SOMA-DEPENDENTE-BEN.
           MOVE ZEROES TO IX-DPB-ACHADO.
           IF QTD-DEP-BEN GREATER THAN ZEROES
               PERFORM TESTA-DEPENDENTE-BEN
                   VARYING IX-DPB FROM 1 BY 1
                   UNTIL IX-DPB GREATER THAN QTD-DEP-BEN.
           IF IX-DPB-ACHADO GREATER THAN ZEROES
               ADD 1 TO DPB-VIDAS (IX-DPB-ACHADO)
           ELSE
           IF QTD-DEP-BEN NOT LESS 1000
               DISPLAY "TABELA DE DEPENDENTES LOTADA (1000) - CADDPF "
                   "MAIOR QUE A TABELA."
               MOVE "SIM" TO TABELA-CHEIA
               MOVE "SIM" TO FIM-CADDPF
           ELSE
               ADD 1 TO QTD-DEP-BEN
               MOVE MATRICULA-DPF TO DPB-MATRICULA (QTD-DEP-BEN)
               MOVE 1 TO DPB-VIDAS (QTD-DEP-BEN).

       TESTA-DEPENDENTE-BEN.
           IF DPB-MATRICULA (IX-DPB) EQUAL MATRICULA-DPF
               MOVE IX-DPB TO IX-DPB-ACHADO.

      *    O HEADER DO ARQADT DIZ A COMPETENCIA DO ADIANTAMENTO; O
      *    ARQUIVO DE OUTRO MES (DIAS 1 A 19) E IGNORADO.
       CARGA-ADIANTAMENTOS.
           OPEN INPUT ARQADT.
           PERFORM LE-ADIANTAMENTO.
           PERFORM GUARDA-ADIANTAMENTO UNTIL FIM-ADT EQUAL "SIM".
           CLOSE ARQADT.

       LE-ADIANTAMENTO.
           READ ARQADT AT END MOVE "SIM" TO FIM-ADT.

       GUARDA-ADIANTAMENTO.
           IF REG-ADT(1:3) EQUAL "HDR"
               MOVE ADT-HDR-DATA(1:6) TO COMPET-ADT
           ELSE
           IF REG-ADT(1:3) EQUAL "TRL"
              OR COMPET-ADT NOT EQUAL COMPET-FOLHA
               CONTINUE
           ELSE
           IF QTD-ADIANTAMENTOS NOT LESS 500
               DISPLAY "TABELA DE ADIANTAMENTOS LOTADA (500) - ARQADT "
                   "MAIOR QUE A TABELA."
               MOVE "SIM" TO TABELA-CHEIA
               MOVE "SIM" TO FIM-ADT
           ELSE
               ADD 1 TO QTD-ADIANTAMENTOS
               MOVE MATRICULA-ADT TO ADT-MATRICULA (QTD-ADIANTAMENTOS)
               MOVE LIQUIDO-ADT TO ADT-VALOR (QTD-ADIANTAMENTOS).
           PERFORM LE-ADIANTAMENTO.

       CARGA-CARGOS.
           OPEN INPUT CADCARGO.
           PERFORM LE-CARGO.

       GUARDA-CARGO.
           IF QTD-CARGOS NOT LESS 100
               DISPLAY "TABELA DE CARGOS LOTADA (100) - CADCARGO "
                   "MAIOR QUE A TABELA."
               MOVE "SIM" TO TABELA-CHEIA
               MOVE "SIM" TO FIM-CGO
           ELSE
               ADD 1 TO QTD-CARGOS
               MOVE CODIGO-CGO TO CGO-CODIGO (QTD-CARGOS)

       PRINCIPAL.
           ADD 1 TO CONTADOR-LIDOS.
           MOVE MATRICULA-ENT TO ULTIMA-MATRICULA.
           PERFORM VERIFICA-SITUACAO.
           IF FUNCIONARIO-ATIVO EQUAL "SIM"
               PERFORM VERIFICA-PISO-CARGO
               IF SALARIO-FORA-FAIXA EQUAL "NAO"
                   PERFORM CLASSIFICA-FAIXA-SALARIAL
                   PERFORM VERIFICACAO.
           PERFORM VERIFICA-INTERVALO-CKPT.
           PERFORM LEITURA.

      *    NA RETOMADA O PONTO DE CONTROLE SO ANDA DEPOIS DE PASSAR
      *    DA POSICAO DA INTERRUPCAO.
       VERIFICA-INTERVALO-CKPT.
           DIVIDE CONTADOR-LIDOS BY INTERVALO-CKPT
               GIVING QUOC-CKPT REMAINDER RESTO-CKPT.
           IF RETOMADA EQUAL "SIM"
              AND CONTADOR-LIDOS NOT GREATER THAN POSICAO-RETOMADA
               CONTINUE
           ELSE
           IF RESTO-CKPT EQUAL ZEROES
              OR GRAVOU-RECIBO EQUAL "SIM"
               PERFORM GRAVA-CKPT.

       VERIFICA-SITUACAO.
           MOVE "SIM" TO FUNCIONARIO-ATIVO.
           MOVE 30 TO DIAS-TRABALHADOS.
           PERFORM APLICA-MOVIMENTOS.
           PERFORM CALCULA-LIQUIDO.
           PERFORM ATUALIZA-YTD.
           PERFORM ATUALIZA-FGTS.
           IF SALARIOB-ENT > 3000
               PERFORM GRAVACAO
               PERFORM IMPRESSAO.

       APLICA-MOVIMENTOS.
           MOVE ZEROES TO VALOR-RETROATIVO.
           MOVE ZEROES TO INSS-RETROATIVO.
           MOVE ZEROES TO IRRF-RETROATIVO.
           IF QTD-MOVIMENTOS GREATER THAN ZEROES
               COMPUTE VALOR-HORA ROUNDED = SALARIOB-ENT / 220
               PERFORM APLICA-UM-MOVIMENTO
               MOVE "DESCONTO DIVERSO" TO VRF-DESC-W
               MOVE "D" TO VRF-TIPO-W
               PERFORM GUARDA-VERBA-FUNC.
           IF MOV-EVENTO (IX-MOV) EQUAL "HAU"
               ADD MOV-VALOR (IX-MOV) TO SALARIO-NOVO
               MOVE MOV-VALOR (IX-MOV) TO VALOR-MOVIMENTO
               MOVE 105 TO VRF-VERBA-W
               MOVE "HORAS-AULA" TO VRF-DESC-W
               MOVE "P" TO VRF-TIPO-W
               PERFORM GUARDA-VERBA-FUNC.
      *    DIFERENCA RETROATIVA: O BRUTO SO ENTRA NO SALARIO DEPOIS DO
      *    INSS E DO IRRF DO MES (SOMA-RETROATIVO), COM OS IMPOSTOS
      *    QUE O RETROAT APUROU NAS TABELAS DA COMPETENCIA DE ORIGEM.
           IF MOV-EVENTO (IX-MOV) EQUAL "RET"
               ADD MOV-VALOR (IX-MOV) TO VALOR-RETROATIVO
               ADD MOV-INSS (IX-MOV) TO INSS-RETROATIVO
               ADD MOV-IRRF (IX-MOV) TO IRRF-RETROATIVO
               MOVE MOV-VALOR (IX-MOV) TO VALOR-MOVIMENTO
               MOVE 106 TO VRF-VERBA-W
               MOVE "DIF. RETRO" TO VRF-DESC-W
               MOVE MOV-COMPET (IX-MOV) TO VRF-DESC-W(12:6)
               MOVE "P" TO VRF-TIPO-W
               PERFORM GUARDA-VERBA-FUNC.

       GUARDA-VERBA-FUNC.
           IF QTD-VERBAS-FUNC NOT LESS 10
               SALARIOB-ENT + (SALARIOB-ENT * TAXA-REAJUSTE).

       CALCULA-LIQUIDO.
           MOVE ZEROES TO VALOR-PENSAO.
           IF QTD-FAIXAS-INSS EQUAL ZEROES
               COMPUTE VALOR-INSS ROUNDED =
                   SALARIO-NOVO * TAXA-INSS
           ELSE
               PERFORM CALCULA-INSS
               PERFORM CALCULA-IRRF.
           IF QTD-PENSOES GREATER THAN ZEROES
               PERFORM CALCULA-PENSAO.
           IF VALOR-RETROATIVO GREATER THAN ZEROES
               PERFORM SOMA-RETROATIVO.
           PERFORM CALCULA-BENEFICIOS.
           COMPUTE VALOR-DESCONTO ROUNDED =
               VALOR-INSS + VALOR-IRRF + VALOR-PENSAO
               + VALOR-BENEFICIO.
           COMPUTE SALARIO-LIQUIDO ROUNDED =
               SALARIO-NOVO - VALOR-DESCONTO.
           MOVE ZEROES TO VALOR-ADIANTAMENTO.
           IF QTD-ADIANTAMENTOS GREATER THAN ZEROES
               PERFORM DESCONTA-ADIANTAMENTO.
      *    SO AMORTIZA O EMPRESTIMO DE QUEM TERA REGISTRO GRAVADO NO
      *    CADSAI (MESMO CORTE DA GRAVACAO) - FORA DELE NAO HA
      *    HOLERITE NEM REMESSA PARA RETER A PARCELA.
           IF SALARIOB-ENT > 3000
               PERFORM DESCONTA-EMPRESTIMO.
           MOVE ZEROES TO VALOR-MENSALIDADE.
           IF QTD-VINCULOS GREATER THAN ZEROES
               PERFORM DESCONTA-MENSALIDADE.

       SOMA-RETROATIVO.
           ADD VALOR-RETROATIVO TO SALARIO-NOVO.
           ADD INSS-RETROATIVO TO VALOR-INSS.
           ADD IRRF-RETROATIVO TO VALOR-IRRF.

      *    BENEFICIOS EM QUE O FUNCIONARIO TEM ADESAO (MANBEN). NOS
      *    PLANOS O CUSTO E O DO TITULAR MAIS O DE CADA DEPENDENTE
      *    ATIVO QUANDO A ADESAO SE ESTENDE AOS DEPENDENTES; O
      *    FUNCIONARIO PAGA O PERCENTUAL DO CATALOGO E A EMPRESA O
      *    RESTO. NO VALE TRANSPORTE O CUSTO E O DAS PASSAGENS DA
      *    ADESAO E O DESCONTO NAO PASSA DO TETO SOBRE O SALARIO DO
      *    MES (NO MAXIMO 6 POR CENTO). CADA BENEFICIO VAI PARA O
      *    ARQVERB EM LINHA PROPRIA; O CADSAI RECEBE A SOMA.
       CALCULA-BENEFICIOS.
           MOVE ZEROES TO VALOR-BENEFICIO.
           MOVE ZEROES TO QTD-BEN-FUNC.
           IF QTD-ADESOES GREATER THAN ZEROES
               PERFORM APURA-ADESAO
                   VARYING IX-ADS FROM 1 BY 1
                   UNTIL IX-ADS GREATER THAN QTD-ADESOES.

       APURA-ADESAO.
           IF ADS-MATRICULA (IX-ADS) EQUAL MATRICULA-ENT
               MOVE ADS-IX-BEN (IX-ADS) TO IX-BEN
               PERFORM CALCULA-UM-BENEFICIO.

       CALCULA-UM-BENEFICIO.
           IF BEN-TIPO (IX-BEN) EQUAL "T"
               PERFORM CALCULA-VALE-TRANSPORTE
           ELSE
               PERFORM CALCULA-PLANO.
           IF BENEF-CALC GREATER THAN ZEROES
               PERFORM GUARDA-BENEFICIO-FUNC.

       CALCULA-VALE-TRANSPORTE.
           MOVE ADS-VALOR (IX-ADS) TO CUSTO-BENEFICIO.
           COMPUTE TETO-TRANSPORTE ROUNDED =
               SALARIO-BASE-V * BEN-PERC-FUNC (IX-BEN) / 100.
           IF TETO-TRANSPORTE LESS THAN CUSTO-BENEFICIO
               MOVE TETO-TRANSPORTE TO BENEF-CALC
           ELSE
               MOVE CUSTO-BENEFICIO TO BENEF-CALC.

       CALCULA-PLANO.
           MOVE ZEROES TO VIDAS-DEP.
           IF ADS-COM-DEP (IX-ADS) EQUAL "S"
              AND QTD-DEP-BEN GREATER THAN ZEROES
               PERFORM CONTA-VIDAS-DEP
                   VARYING IX-DPB FROM 1 BY 1
                   UNTIL IX-DPB GREATER THAN QTD-DEP-BEN.
           COMPUTE CUSTO-BENEFICIO = BEN-CUSTO-TIT (IX-BEN)
               + BEN-CUSTO-DEP (IX-BEN) * VIDAS-DEP.
           COMPUTE BENEF-CALC ROUNDED =
               CUSTO-BENEFICIO * BEN-PERC-FUNC (IX-BEN) / 100.

       CONTA-VIDAS-DEP.
           IF DPB-MATRICULA (IX-DPB) EQUAL MATRICULA-ENT
               MOVE DPB-VIDAS (IX-DPB) TO VIDAS-DEP.

       GUARDA-BENEFICIO-FUNC.
           IF QTD-BEN-FUNC NOT LESS 10
               DISPLAY "BENEFICIOS DO FUNCIONARIO ESTOURARAM A TABELA"
           ELSE
               ADD 1 TO QTD-BEN-FUNC
               MOVE BEN-DESCRICAO (IX-BEN)
                   TO BFU-DESCRICAO (QTD-BEN-FUNC)
               MOVE BENEF-CALC TO BFU-VALOR (QTD-BEN-FUNC)
               ADD BENEF-CALC TO VALOR-BENEFICIO.

      *    PENSAO ALIMENTICIA POR ORDEM JUDICIAL (CADPENS). VEM LOGO
      *    DEPOIS DO INSS E DO IRRF, ANTES DO BENEFICIO, DO EMPRESTIMO
      *    E DA MENSALIDADE, E SAI DA BASE DO IRRF COMO A LEI PERMITE.
      *    NA BASE L O PERCENTUAL INCIDE SOBRE O LIQUIDO LEGAL (BRUTO
      *    MENOS INSS E IRRF); COMO O IRRF DEPENDE DA PENSAO, PENSAO E
      *    IRRF SAO REFEITOS CINCO VEZES - O BASTANTE PARA A DIFERENCA
      *    FICAR NOS CENTAVOS. A SOMA DAS ORDENS NAO PASSA DO LIQUIDO
      *    LEGAL. MESMO CORTE DA GRAVACAO DO CADSAI: FORA DELE NAO HA
      *    REMESSA PARA O BENEFICIARIO E A ORDEM VAI PARA O CADENT.EXC.
       CALCULA-PENSAO.
           MOVE ZEROES TO IX-PEN-ACHADO.
           PERFORM PROCURA-PENSAO
               VARYING IX-PEN FROM 1 BY 1
               UNTIL IX-PEN GREATER THAN QTD-PENSOES
                  OR IX-PEN-ACHADO GREATER THAN ZEROES.
           IF IX-PEN-ACHADO GREATER THAN ZEROES
               IF SALARIOB-ENT NOT > 3000
                   MOVE "PENSAO FORA FOLHA" TO EXC-MOTIVO
                   PERFORM GRAVA-EXCECAO
               ELSE
                   PERFORM APURA-PENSAO 5 TIMES
                   PERFORM CONFERE-LIMITE-PENSAO.

       PROCURA-PENSAO.
           IF PEN-MATRICULA (IX-PEN) EQUAL MATRICULA-ENT
               MOVE IX-PEN TO IX-PEN-ACHADO.

       APURA-PENSAO.
           MOVE ZEROES TO VALOR-PENSAO-NOVO.
           MOVE "NAO" TO PENSAO-LIMITADA.
           COMPUTE SALDO-PENSAO = SALARIO-NOVO - VALOR-INSS
               - VALOR-IRRF.
           IF SALDO-PENSAO LESS THAN ZEROES
               MOVE ZEROES TO SALDO-PENSAO.
           PERFORM APURA-UMA-PENSAO
               VARYING IX-PEN FROM IX-PEN-ACHADO BY 1
               UNTIL IX-PEN GREATER THAN QTD-PENSOES.
           MOVE VALOR-PENSAO-NOVO TO VALOR-PENSAO.
           IF QTD-FAIXAS-INSS GREATER THAN ZEROES
               PERFORM CALCULA-IRRF.

       APURA-UMA-PENSAO.
           IF PEN-MATRICULA (IX-PEN) EQUAL MATRICULA-ENT
               PERFORM CALCULA-UMA-PENSAO.

       CALCULA-UMA-PENSAO.
           IF PEN-BASE (IX-PEN) EQUAL "B"
               COMPUTE PENSAO-CALC ROUNDED =
                   SALARIO-NOVO * PEN-PERCENT (IX-PEN) / 100
           ELSE
           IF PEN-BASE (IX-PEN) EQUAL "L"
               COMPUTE PENSAO-CALC ROUNDED =
                   (SALARIO-NOVO - VALOR-INSS - VALOR-IRRF)
                   * PEN-PERCENT (IX-PEN) / 100
           ELSE
               MOVE PEN-VALOR (IX-PEN) TO PENSAO-CALC.
           IF PENSAO-CALC LESS THAN ZEROES
               MOVE ZEROES TO PENSAO-CALC.
           IF PENSAO-CALC GREATER THAN SALDO-PENSAO
               MOVE SALDO-PENSAO TO PENSAO-CALC
               MOVE "SIM" TO PENSAO-LIMITADA.
           SUBTRACT PENSAO-CALC FROM SALDO-PENSAO.
           MOVE PENSAO-CALC TO PEN-DESCONTO (IX-PEN).
           ADD PENSAO-CALC TO VALOR-PENSAO-NOVO.

       CONFERE-LIMITE-PENSAO.
           IF PENSAO-LIMITADA EQUAL "SIM"
               MOVE "PENSAO S/ LIQUIDO" TO EXC-MOTIVO
               PERFORM GRAVA-EXCECAO.
           IF VALOR-PENSAO GREATER THAN ZEROES
               ADD 1 TO CONTADOR-PENSAO
               ADD VALOR-PENSAO TO TOTAL-PENSAO.

      *    ADIANTAMENTO QUINZENAL JA PAGO (ARQADT). SAI DO LIQUIDO
      *    ANTES DO EMPRESTIMO E DA MENSALIDADE, QUE SO ENTRAM NA
      *    MARGEM QUE SOBRAR. O QUE NAO COUBER NO LIQUIDO FICA NO
      *    CADENT.EXC PARA O ACERTO DO DEPARTAMENTO PESSOAL.
       DESCONTA-ADIANTAMENTO.
           MOVE ZEROES TO IX-ADT-ACHADO.
           PERFORM PROCURA-ADIANTAMENTO
               VARYING IX-ADT FROM 1 BY 1
               UNTIL IX-ADT GREATER THAN QTD-ADIANTAMENTOS
                  OR IX-ADT-ACHADO GREATER THAN ZEROES.
           IF IX-ADT-ACHADO GREATER THAN ZEROES
               IF SALARIOB-ENT NOT > 3000
                   MOVE "ADIANT. FORA FOLHA" TO EXC-MOTIVO
                   PERFORM GRAVA-EXCECAO
               ELSE
                   PERFORM APLICA-ADIANTAMENTO.

       PROCURA-ADIANTAMENTO.
           IF ADT-MATRICULA (IX-ADT) EQUAL MATRICULA-ENT
               MOVE IX-ADT TO IX-ADT-ACHADO.

       APLICA-ADIANTAMENTO.
           MOVE ADT-VALOR (IX-ADT-ACHADO) TO VALOR-ADIANTAMENTO.
           IF VALOR-ADIANTAMENTO GREATER THAN SALARIO-LIQUIDO
               MOVE SALARIO-LIQUIDO TO VALOR-ADIANTAMENTO
               MOVE "ADIANT. > LIQUIDO" TO EXC-MOTIVO
               PERFORM GRAVA-EXCECAO.
           SUBTRACT VALOR-ADIANTAMENTO FROM SALARIO-LIQUIDO.
           ADD VALOR-ADIANTAMENTO TO VALOR-DESCONTO.
           ADD 1 TO CONTADOR-ADIANT.
           ADD VALOR-ADIANTAMENTO TO TOTAL-ADIANT.

       DESCONTA-EMPRESTIMO.
           MOVE ZEROES TO VALOR-EMPRESTIMO.
               ADD VALOR-EMPRESTIMO TO VALOR-DESCONTO
               SUBTRACT VALOR-EMPRESTIMO FROM EMP-SALDO (IX-EMP)
               ADD 1 TO CONTADOR-EMP-DESC
               MOVE COMPET-FOLHA TO EMP-COMPET (IX-EMP)
               MOVE VALOR-EMPRESTIMO TO EMP-PARCELA-MES (IX-EMP)
               IF EMP-SALDO (IX-EMP) EQUAL ZEROES
                   MOVE "L" TO EMP-SITUACAO (IX-EMP)
                   DISPLAY "EMPRESTIMO LIQUIDADO - MATRICULA "
                       MATRICULA-ENT.

      *    MENSALIDADE DO SOCIO EM FOLHA (METODO 5). DEPOIS DO
      *    EMPRESTIMO E DENTRO DA MESMA MARGEM; A MENSALIDADE E
      *    DESCONTADA INTEIRA OU NAO E DESCONTADA (VAI PARA O
      *    CADENT.EXC E O SOCIO PAGA NO CAIXA). O RECIBO SAI UMA VEZ
      *    POR COMPETENCIA; A FOLHA REPROCESSADA NO MESMO MES REPETE O
      *    VALOR JA RECEBIDO SEM GRAVAR OUTRO RECIBO.
       DESCONTA-MENSALIDADE.
           MOVE ZEROES TO IX-SFO-ACHADO.
           PERFORM PROCURA-VINCULO-FOLHA
               VARYING IX-SFO FROM 1 BY 1
               UNTIL IX-SFO GREATER THAN QTD-VINCULOS
                  OR IX-SFO-ACHADO GREATER THAN ZEROES.
           IF IX-SFO-ACHADO GREATER THAN ZEROES
               PERFORM CONFERE-SOCIO-FOLHA.

       PROCURA-VINCULO-FOLHA.
           IF SFO-MATR (IX-SFO) EQUAL MATRICULA-ENT
              AND SFO-SITUACAO (IX-SFO) EQUAL "A"
               MOVE IX-SFO TO IX-SFO-ACHADO.

       CONFERE-SOCIO-FOLHA.
           MOVE "SIM" TO ACHOU-SOCIO.
           MOVE SFO-SOCIO (IX-SFO-ACHADO) TO NUMERO-SOCIO1.
           READ CADSOC1 KEY IS NUMERO-SOCIO1
               INVALID KEY MOVE "NAO" TO ACHOU-SOCIO
           END-READ.
           IF ACHOU-SOCIO EQUAL "NAO"
              OR CODIGO-PAGAMENTO1 EQUAL 03
              OR METODO-PAGAMENTO1 NOT EQUAL 5
               MOVE "VINCULO SOCIO INVAL." TO EXC-MOTIVO
               PERFORM GRAVA-EXCECAO
           ELSE
           IF SALARIOB-ENT NOT > 3000
               MOVE "MENSALID. FORA FOLHA" TO EXC-MOTIVO
               PERFORM GRAVA-EXCECAO
           ELSE
               PERFORM APLICA-MENSALIDADE.

       APLICA-MENSALIDADE.
           IF SFO-COMPET (IX-SFO-ACHADO) EQUAL COMPET-FOLHA
               MOVE SFO-VALOR (IX-SFO-ACHADO) TO VALOR-MENSALIDADE
           ELSE
               MOVE VALOR-PAGAMENTO1 TO VALOR-MENSALIDADE.
           COMPUTE PISO-LEGAL ROUNDED = SALARIO-NOVO * 0,30.
           COMPUTE MARGEM-DESCONTO = SALARIO-LIQUIDO - PISO-LEGAL.
           IF MARGEM-DESCONTO LESS THAN ZEROES
               MOVE ZEROES TO MARGEM-DESCONTO.
           IF VALOR-MENSALIDADE GREATER THAN MARGEM-DESCONTO
              OR VALOR-MENSALIDADE EQUAL ZEROES
               MOVE ZEROES TO VALOR-MENSALIDADE
               MOVE "MENSALIDADE S/MARGEM" TO EXC-MOTIVO
               PERFORM GRAVA-EXCECAO
           ELSE
               SUBTRACT VALOR-MENSALIDADE FROM SALARIO-LIQUIDO
               ADD VALOR-MENSALIDADE TO VALOR-DESCONTO
               ADD 1 TO CONTADOR-MENSAL
               IF SFO-COMPET (IX-SFO-ACHADO) LESS THAN COMPET-FOLHA
                   PERFORM GRAVA-RECIBO-FOLHA.

      *    NA RETOMADA OS RECIBOS ATE O PONTO DE CONTROLE JA ESTAO NO
      *    CADRCB E NOS TOTAIS RESTAURADOS; SO O VINCULO E ATUALIZADO.
       GRAVA-RECIBO-FOLHA.
           IF RETOMADA EQUAL "SIM"
              AND CONTADOR-LIDOS NOT GREATER THAN POSICAO-RETOMADA
               CONTINUE
           ELSE
               PERFORM GRAVA-UM-RECIBO-FOLHA.
           MOVE COMPET-FOLHA TO SFO-COMPET (IX-SFO-ACHADO).
           MOVE VALOR-MENSALIDADE TO SFO-VALOR (IX-SFO-ACHADO).
           MOVE DATA-HOJE-TAB TO SFO-DATA (IX-SFO-ACHADO).

       GRAVA-UM-RECIBO-FOLHA.
           MOVE SPACES TO REG-RCB.
           MOVE SFO-SOCIO (IX-SFO-ACHADO) TO NUMERO-RCB.
           MOVE DATA-HOJE-TAB TO DATA-RCB.
           MOVE VALOR-MENSALIDADE TO VALOR-RCB.
           MOVE 6 TO CANAL-RCB.
           ADD 1 TO SEQUENCIA-RCB.
           MOVE SEQUENCIA-RCB TO SEQ-RCB.
           MOVE ZEROES TO OPERADOR-RCB.
           MOVE "S" TO TIPO-RCB.
           MOVE ZEROES TO MATR-RCB.
           WRITE REG-RCB.
           ADD 1 TO CONTADOR-RCB.
           ADD VALOR-MENSALIDADE TO SOMA-RCB.
           MOVE "SIM" TO GRAVOU-RECIBO.

       CALCULA-INSS.
           MOVE "NAO" TO ACHOU-FAIXA.
           MOVE ZEROES TO VALOR-INSS.
           IF DEPENDENTES-ENT NOT NUMERIC
               MOVE ZEROES TO DEPENDENTES-ENT.
           COMPUTE BASE-IRRF = SALARIO-NOVO - VALOR-INSS
               - (DEPENDENTES-ENT * VALOR-DEPENDENTE)
               - VALOR-PENSAO.
           IF BASE-IRRF LESS THAN ZEROES
               MOVE ZEROES TO BASE-IRRF.
           MOVE "NAO" TO ACHOU-FAIXA.
           MOVE VALOR-INSS TO INSS-SAI.
           MOVE VALOR-IRRF TO IRRF-SAI.
           MOVE VALOR-BENEFICIO TO BENEF-SAI.
           IF VALOR-BENEFICIO GREATER THAN ZEROES
               ADD 1 TO CONTADOR-BENEF
               ADD VALOR-BENEFICIO TO TOTAL-BENEF.
           MOVE VALOR-DESCONTO TO DESCONTO-SAI.
           MOVE SALARIO-LIQUIDO TO LIQUIDO-SAI.
           MOVE VALOR-EMPRESTIMO TO EMPREST-SAI.
           MOVE VALOR-MENSALIDADE TO MENSAL-SAI.
           MOVE VALOR-PENSAO TO PENSAO-SAI.
           MOVE VALOR-ADIANTAMENTO TO ADIANT-SAI.
           MOVE "F" TO TIPO-SAI.
           WRITE REG-SAI.
           PERFORM GRAVA-VERBAS.
           IF VALOR-PENSAO GREATER THAN ZEROES
               PERFORM GRAVA-PAGTO-PENSAO
                   VARYING IX-PEN FROM IX-PEN-ACHADO BY 1
                   UNTIL IX-PEN GREATER THAN QTD-PENSOES.

       GRAVA-VERBAS.
           MOVE MATRICULA-ENT TO MATRICULA-VRB.
           MOVE "D" TO TIPO-VRB.
           MOVE VALOR-IRRF TO VALOR-VRB.
           PERFORM GRAVA-UMA-VERBA.
           IF QTD-BEN-FUNC GREATER THAN ZEROES
               PERFORM GRAVA-VERBA-BENEFICIO
                   VARYING IX-BFU FROM 1 BY 1
                   UNTIL IX-BFU GREATER THAN QTD-BEN-FUNC.
           IF VALOR-PENSAO GREATER THAN ZEROES
               PERFORM GRAVA-VERBA-PENSAO
                   VARYING IX-PEN FROM IX-PEN-ACHADO BY 1
                   UNTIL IX-PEN GREATER THAN QTD-PENSOES.
           IF VALOR-ADIANTAMENTO GREATER THAN ZEROES
               MOVE 207 TO VERBA-VRB
               MOVE "ADIANTAMENTO SALARIAL" TO DESCRICAO-VRB
               MOVE "D" TO TIPO-VRB
               MOVE VALOR-ADIANTAMENTO TO VALOR-VRB
               PERFORM GRAVA-UMA-VERBA.
           IF VALOR-EMPRESTIMO GREATER THAN ZEROES
               MOVE 204 TO VERBA-VRB
               MOVE "EMPRESTIMO" TO DESCRICAO-VRB
               MOVE "D" TO TIPO-VRB
               MOVE VALOR-EMPRESTIMO TO VALOR-VRB
               PERFORM GRAVA-UMA-VERBA.
           IF VALOR-MENSALIDADE GREATER THAN ZEROES
               MOVE 205 TO VERBA-VRB
               MOVE "MENSALIDADE SOCIO" TO DESCRICAO-VRB
               MOVE "D" TO TIPO-VRB
               MOVE VALOR-MENSALIDADE TO VALOR-VRB
               PERFORM GRAVA-UMA-VERBA.

       GRAVA-VERBA-BENEFICIO.
           MOVE 203 TO VERBA-VRB.
           MOVE BFU-DESCRICAO (IX-BFU) TO DESCRICAO-VRB.
           MOVE "D" TO TIPO-VRB.
           MOVE BFU-VALOR (IX-BFU) TO VALOR-VRB.
           PERFORM GRAVA-UMA-VERBA.

       GRAVA-VERBA-PENSAO.
           IF PEN-MATRICULA (IX-PEN) EQUAL MATRICULA-ENT
              AND PEN-DESCONTO (IX-PEN) GREATER THAN ZEROES
               MOVE 206 TO VERBA-VRB
               MOVE "PENSAO ALIMENTICIA" TO DESCRICAO-VRB
               MOVE "D" TO TIPO-VRB
               MOVE PEN-DESCONTO (IX-PEN) TO VALOR-VRB
               PERFORM GRAVA-UMA-VERBA.

       GRAVA-PAGTO-PENSAO.
           IF PEN-MATRICULA (IX-PEN) EQUAL MATRICULA-ENT
              AND PEN-DESCONTO (IX-PEN) GREATER THAN ZEROES
               MOVE MATRICULA-ENT TO MATRICULA-PGP
               MOVE PEN-SEQ (IX-PEN) TO SEQ-PGP
               MOVE PEN-NOME-BEN (IX-PEN) TO NOME-BEN-PGP
               MOVE PEN-CPF-BEN (IX-PEN) TO CPF-BEN-PGP
               MOVE PEN-BANCO (IX-PEN) TO BANCO-PGP
               MOVE PEN-AGENCIA (IX-PEN) TO AGENCIA-PGP
               MOVE PEN-CONTA (IX-PEN) TO CONTA-PGP
               MOVE PEN-DESCONTO (IX-PEN) TO VALOR-PGP
               MOVE PEN-PROCESSO (IX-PEN) TO PROCESSO-PGP
               WRITE REG-PGP.

       GRAVA-VERBA-MOVIMENTO.
           MOVE VRF-VERBA (IX-VRB) TO VERBA-VRB.
           WRITE REG-VRB.
           ADD 1 TO CONTADOR-VERBAS.

      *    O ACUMULADO DO ANO E O LIQUIDO RECEBIDO NO MES - O
      *    ADIANTAMENTO QUINZENAL TAMBEM FOI PAGO AO FUNCIONARIO.
       ATUALIZA-YTD.
           COMPUTE LIQUIDO-YTD = SALARIO-LIQUIDO + VALOR-ADIANTAMENTO.
           IF SALARIOB-ENT NOT > 3000
               ADD 1 TO CONTADOR-YTD-FORA
               ADD LIQUIDO-YTD TO YTD-FORA.
           MOVE MATRICULA-ENT TO MATRICULA-YTD.
           READ ARQYTD KEY IS MATRICULA-YTD
               INVALID KEY
                   MOVE MATRICULA-ENT  TO MATRICULA-YTD
                   MOVE LIQUIDO-YTD TO TOTAL-YTD
                   MOVE 1 TO MESES-YTD
                   MOVE COMPET-FOLHA TO COMPET-YTD
                   MOVE LIQUIDO-YTD TO LIQUIDO-MES-YTD
                   WRITE REG-YTD
               NOT INVALID KEY
                   PERFORM REFAZ-MES-YTD
                   REWRITE REG-YTD.

      *    A FOLHA REPROCESSADA NA MESMA COMPETENCIA TIRA O LIQUIDO
      *    QUE A RODADA ANTERIOR SOMOU E NAO CONTA OUTRO MES.
       REFAZ-MES-YTD.
           IF COMPET-YTD NOT NUMERIC
               MOVE ZEROES TO COMPET-YTD.
           IF LIQUIDO-MES-YTD NOT NUMERIC
               MOVE ZEROES TO LIQUIDO-MES-YTD.
           IF COMPET-YTD EQUAL COMPET-FOLHA
               PERFORM ESTORNA-MES-YTD
           ELSE
               PERFORM AVANCA-MESES-YTD.
           ADD LIQUIDO-YTD TO TOTAL-YTD.
           MOVE COMPET-FOLHA TO COMPET-YTD.
           MOVE LIQUIDO-YTD TO LIQUIDO-MES-YTD.

       ESTORNA-MES-YTD.
           IF LIQUIDO-MES-YTD GREATER THAN TOTAL-YTD
               MOVE ZEROES TO TOTAL-YTD
           ELSE
               SUBTRACT LIQUIDO-MES-YTD FROM TOTAL-YTD.

       AVANCA-MESES-YTD.
           IF MESES-YTD NOT NUMERIC
               MOVE ZEROES TO MESES-YTD.
           IF MESES-YTD LESS THAN 12
               ADD 1 TO MESES-YTD.

      *    FGTS DO EMPREGADOR: 8% DA REMUNERACAO DO MES (SALARIO MAIS
      *    OS EVENTOS DO ARQMOV), DEPOSITADO NO SALDO DO ARQFGTS. A
      *    FOLHA REPROCESSADA NA MESMA COMPETENCIA TROCA O DEPOSITO
      *    DA FOLHA EM VEZ DE SOMAR OUTRO.
       ATUALIZA-FGTS.
           COMPUTE DEPOSITO-FGTS-NOVO ROUNDED =
               SALARIO-NOVO * TAXA-FGTS.
           MOVE "SIM" TO TEM-FGTS.
           MOVE MATRICULA-ENT TO MATRICULA-FGT.
           READ ARQFGTS KEY IS MATRICULA-FGT
               INVALID KEY MOVE "NAO" TO TEM-FGTS
           END-READ.
           IF TEM-FGTS EQUAL "NAO"
               PERFORM INICIA-SALDO-FGTS.
           IF COMPET-FGT NOT EQUAL COMPET-FOLHA
               PERFORM VIRA-COMPETENCIA-FGTS.
           COMPUTE DEPOSITO-FGTS-ANT ROUNDED =
               BASE-FOL-FGT * TAXA-FGTS.
           IF DEPOSITO-FGTS-ANT GREATER THAN DEPOSITO-FGT
               MOVE DEPOSITO-FGT TO DEPOSITO-FGTS-ANT.
           SUBTRACT DEPOSITO-FGTS-ANT FROM SALDO-FGT DEPOSITO-FGT.
           MOVE SALARIO-NOVO TO BASE-FOL-FGT.
           ADD DEPOSITO-FGTS-NOVO TO SALDO-FGT DEPOSITO-FGT.
           ADD 1 TO CONTADOR-FGTS.
           ADD DEPOSITO-FGTS-NOVO TO TOTAL-FGTS.
           IF TEM-FGTS EQUAL "NAO"
               WRITE REG-FGT
           ELSE
               REWRITE REG-FGT.

       INICIA-SALDO-FGTS.
           MOVE ZEROES TO REG-FGT.
           MOVE MATRICULA-ENT TO MATRICULA-FGT.
           MOVE SPACES TO TIPO-DESLIG-FGT.

       VIRA-COMPETENCIA-FGTS.
           MOVE COMPET-FOLHA TO COMPET-FGT.
           MOVE ZEROES TO BASE-FOL-FGT.
           MOVE ZEROES TO BASE-FER-FGT.
           MOVE ZEROES TO BASE-13-FGT.
           MOVE ZEROES TO BASE-RES-FGT.
           MOVE ZEROES TO DEPOSITO-FGT.
           MOVE ZEROES TO MULTA-FGT.
           MOVE SPACES TO TIPO-DESLIG-FGT.

       IMPRESSAO.
           IF CT-LIN GREATER THAN 19
               PERFORM CABECALHO.

       TERMINO.
           PERFORM REJEITA-MOV-SOBRANTES.
           PERFORM REGRAVA-MOVIMENTOS.
           PERFORM REGRAVA-EMPRESTIMOS.
           PERFORM REGRAVA-VINCULOS-FOLHA.
           MOVE "TRL" TO SAI-TRL-TIPO.
           MOVE CONTADOR-GRAV TO SAI-TRL-QTDE.
           MOVE TOTAL-LIQUIDO-DIG TO SAI-TRL-SOMA.
           DISPLAY "DESLIGAMENTOS NO MES.: " CONTADOR-DESLIG.
           DISPLAY "INATIVOS PULADOS.....: " CONTADOR-INATIVOS.
           DISPLAY "ABAIXO DO PISO.......: " CONTADOR-PISO.
           DISPLAY "DEPOSITOS DE FGTS....: " CONTADOR-FGTS
               " TOTAL: " TOTAL-FGTS.
           DISPLAY "PENSOES ALIMENTICIAS.: " CONTADOR-PENSAO
               " TOTAL: " TOTAL-PENSAO.
           DISPLAY "ADIANTAMENTOS ABATIDOS: " CONTADOR-ADIANT
               " TOTAL: " TOTAL-ADIANT.
           DISPLAY "BENEFICIOS DESCONTADOS: " CONTADOR-BENEF
               " TOTAL: " TOTAL-BENEF.
           CLOSE   CADENT
                   ARQVERB
                   PAGPENS
                   CADSAI
                   RELSAI
                   RELMOVI
                   MOVEXC
                   RELPISO
                   ARQYTD
                   ARQFGTS
                   FAIXA1
                   FAIXA2
                   FAIXA3
                   FAIXA4.
           PERFORM CONFERE-ACUMULADO.
           PERFORM LIMPA-CKPT.

      *    CONFERENCIA DO ACUMULADO ANUAL (RELYTD): ARQYTD ANTES DA
      *    FOLHA + LIQUIDO GRAVADO NO CADSAI + LIQUIDO DOS QUE NAO VAO
      *    PARA O CADSAI (ATE 3.000,00) TEM DE DAR O ARQYTD DEPOIS.
      *    DIFERENCA SAI COMO ALERTA COM RETURN-CODE 4.
       CONFERE-ACUMULADO.
           OPEN INPUT CADSAI.
           PERFORM CONFERE-ARQUIVOS.
           MOVE "NAO" TO FIM-SAI.
           PERFORM LE-CADSAI.
           PERFORM SOMA-CADSAI UNTIL FIM-SAI EQUAL "SIM".
           CLOSE CADSAI.
           OPEN INPUT ARQYTD.
           PERFORM CONFERE-ARQUIVOS.
           MOVE "NAO" TO FIM-YTD.
           PERFORM LE-YTD-SEQUENCIAL.
           PERFORM SOMA-YTD-POSTERIOR UNTIL FIM-YTD EQUAL "SIM".
           CLOSE ARQYTD.
           COMPUTE YTD-ESPERADO = YTD-ANTES + YTD-CADSAI + YTD-FORA.
           COMPUTE DIFERENCA-YTD = YTD-DEPOIS - YTD-ESPERADO.
           PERFORM IMPRIME-CONFERENCIA.
           IF DIFERENCA-YTD NOT EQUAL ZEROES
               DISPLAY "*** ACUMULADO ANUAL NAO FECHA COM O CADSAI - "
                   "DIFERENCA: " DIFERENCA-YTD " - VER RELYTD ***"
               MOVE 4 TO RETURN-CODE.

       LE-CADSAI.
           READ CADSAI AT END MOVE "SIM" TO FIM-SAI.

       SOMA-CADSAI.
           IF REG-SAI(1:3) NOT EQUAL "HDR"
              AND REG-SAI(1:3) NOT EQUAL "TRL"
               ADD 1 TO CONTADOR-CADSAI
               ADD LIQUIDO-SAI TO YTD-CADSAI
               IF ADIANT-SAI NUMERIC
                   ADD ADIANT-SAI TO YTD-CADSAI.
           PERFORM LE-CADSAI.

       SOMA-YTD-POSTERIOR.
           ADD 1 TO CONTADOR-YTD.
           ADD TOTAL-YTD TO YTD-DEPOIS.
           PERFORM LE-YTD-SEQUENCIAL.

       IMPRIME-CONFERENCIA.
           OPEN OUTPUT RELYTD.
           MOVE COMPET-FOLHA(5:2) TO YTD-TIT-MES.
           MOVE COMPET-FOLHA(1:4) TO YTD-TIT-ANO.
           WRITE REG-RYT FROM LIN-YTD-TIT.
           MOVE SPACES TO REG-RYT.
           WRITE REG-RYT.
           MOVE "(+) ACUMULADO ANTES DA COMPETENCIA" TO YTD-DESC.
           MOVE ZEROES TO YTD-QTD.
           MOVE YTD-ANTES TO YTD-VALOR.
           WRITE REG-RYT FROM LIN-YTD.
           MOVE "(+) LIQUIDO + ADIANTAMENTO GRAVADOS NO CADSAI"
             TO YTD-DESC.
           MOVE CONTADOR-CADSAI TO YTD-QTD.
           MOVE YTD-CADSAI TO YTD-VALOR.
           WRITE REG-RYT FROM LIN-YTD.
           MOVE "(+) LIQUIDO FORA DO CADSAI (ATE 3.000,00)" TO YTD-DESC.
           MOVE CONTADOR-YTD-FORA TO YTD-QTD.
           MOVE YTD-FORA TO YTD-VALOR.
           WRITE REG-RYT FROM LIN-YTD.
           MOVE "(=) ACUMULADO ESPERADO" TO YTD-DESC.
           MOVE ZEROES TO YTD-QTD.
           MOVE YTD-ESPERADO TO YTD-VALOR.
           WRITE REG-RYT FROM LIN-YTD.
           MOVE "    ACUMULADO NO ARQYTD DEPOIS DA FOLHA" TO YTD-DESC.
           MOVE CONTADOR-YTD TO YTD-QTD.
           MOVE YTD-DEPOIS TO YTD-VALOR.
           WRITE REG-RYT FROM LIN-YTD.
           MOVE "    DIFERENCA" TO YTD-DESC.
           MOVE ZEROES TO YTD-QTD.
           MOVE DIFERENCA-YTD TO YTD-VALOR.
           WRITE REG-RYT FROM LIN-YTD.
           MOVE SPACES TO REG-RYT.
           WRITE REG-RYT.
           IF DIFERENCA-YTD EQUAL ZEROES
               MOVE "ACUMULADO ANUAL CONFERE COM O CADSAI" TO YTD-MSG
           ELSE
               MOVE "*** ALERTA: ACUMULADO NAO CONFERE COM O CADSAI ***"
                 TO YTD-MSG.
           WRITE REG-RYT FROM LIN-YTD-MSG.
           IF RETOMADA EQUAL "SIM"
               MOVE "FOLHA REFEITA APOS INTERRUPCAO (PONTO DE CONTROLE)"
                 TO YTD-MSG
               WRITE REG-RYT FROM LIN-YTD-MSG.
           CLOSE RELYTD.

      *    CARIMBA NO ARQMOV A COMPETENCIA DA FOLHA NOS MOVIMENTOS
      *    APLICADOS (LOCALIZADOS PELA POSICAO NO ARQUIVO) E TROCA O
      *    ARQUIVO: ARQMOV.NOV PASSA A ARQMOV.DAT, O ANTERIOR FICA
      *    COMO ARQMOV.ANT.
       REGRAVA-MOVIMENTOS.
           IF CONTADOR-MOV-APL GREATER THAN ZEROES
               MOVE "NAO" TO FIM-MOV
               MOVE ZEROES TO POSICAO-MOV
               MOVE 1 TO IX-MOV
               OPEN INPUT ARQMOV
                    OUTPUT MOVNOV
               PERFORM LE-MOVIMENTO
               PERFORM COPIA-MOVIMENTO UNTIL FIM-MOV EQUAL "SIM"
               CLOSE ARQMOV
                     MOVNOV
               PERFORM TROCA-ARQMOV.

       COPIA-MOVIMENTO.
           ADD 1 TO POSICAO-MOV.
           IF IX-MOV NOT GREATER THAN QTD-MOVIMENTOS
               PERFORM MARCA-CONSUMO-MOV.
           WRITE REG-MVN FROM REG-MVP.
           PERFORM LE-MOVIMENTO.

       MARCA-CONSUMO-MOV.
           IF MOV-POSICAO (IX-MOV) EQUAL POSICAO-MOV
              AND MOV-USADO (IX-MOV) EQUAL "SIM"
               MOVE COMPET-FOLHA TO COMPET-FOL-MVP.
           IF MOV-POSICAO (IX-MOV) EQUAL POSICAO-MOV
               ADD 1 TO IX-MOV.

       TROCA-ARQMOV.
           CALL "CBL_DELETE_FILE" USING "ARQMOV.ANT".
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_RENAME_FILE" USING "ARQMOV.DAT" "ARQMOV.ANT".
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_RENAME_FILE" USING "ARQMOV.NOV" "ARQMOV.DAT".
           MOVE ZEROES TO RETURN-CODE.

       REGRAVA-EMPRESTIMOS.
           IF QTD-EMPRESTIMOS GREATER THAN ZEROES
                   UNTIL IX-EMP GREATER THAN QTD-EMPRESTIMOS
               CLOSE ARQEMP
               DISPLAY "PARCELAS DE EMPRESTIMO DESCONTADAS: "
                   CONTADOR-EMP-DESC
               DISPLAY "PARCELAS DA COMPETENCIA REFEITAS..: "
                   CONTADOR-EMP-REF.

       REGRAVA-VINCULOS-FOLHA.
           IF QTD-VINCULOS GREATER THAN ZEROES
               CLOSE CADSOC1
                     CADRCB
               OPEN OUTPUT SOCFOL
               PERFORM GRAVA-UM-VINCULO-FOLHA
                   VARYING IX-SFO FROM 1 BY 1
                   UNTIL IX-SFO GREATER THAN QTD-VINCULOS
               CLOSE SOCFOL
               PERFORM GRAVA-CTRLRCB
               DISPLAY "MENSALIDADES DESCONTADAS EM FOLHA: "
                   CONTADOR-MENSAL
               DISPLAY "RECIBOS GRAVADOS NO CADRCB.......: "
                   CONTADOR-RCB.

       GRAVA-UM-VINCULO-FOLHA.
           MOVE SFO-SOCIO (IX-SFO) TO SOCIO-SFO.
           MOVE SFO-MATR (IX-SFO) TO MATR-SFO.
           MOVE SFO-SITUACAO (IX-SFO) TO SITUACAO-SFO.
           MOVE SFO-COMPET (IX-SFO) TO COMPET-SFO.
           MOVE SFO-VALOR (IX-SFO) TO VALOR-SFO.
           MOVE SFO-DATA (IX-SFO) TO DATA-SFO.
           WRITE REG-SFO.

       GRAVA-CTRLRCB.
           IF CTRLRCB-GRAVADO EQUAL "S"
               DISPLAY "CONTROLE DO CADRCB JA GRAVADO ANTES DA "
                   "INTERRUPCAO"
           ELSE
           IF CONTADOR-RCB GREATER THAN ZEROES
               OPEN EXTEND CTRLRCB
               MOVE SPACES TO REG-TRC
               MOVE DATA-HOJE-TAB TO DATA-TRC
               MOVE "EX06" TO ORIGEM-TRC
               MOVE CONTADOR-RCB TO QTD-TRC
               MOVE SOMA-RCB TO VALOR-TRC
               WRITE REG-TRC
               CLOSE CTRLRCB
               MOVE "S" TO CTRLRCB-GRAVADO
               PERFORM GRAVA-CKPT.

       GRAVA-UM-EMPRESTIMO.
           MOVE EMP-MATRICULA (IX-EMP) TO MATRICULA-EMP.
           MOVE EMP-VALOR-PARCELA (IX-EMP) TO VALOR-PARCELA-EMP.
           MOVE EMP-SALDO (IX-EMP) TO SALDO-EMP.
           MOVE EMP-SITUACAO (IX-EMP) TO SITUACAO-EMP.
           MOVE EMP-COMPET (IX-EMP) TO COMPET-EMP.
           MOVE EMP-PARCELA-MES (IX-EMP) TO PARCELA-MES-EMP.
           WRITE REG-EMP.

       REJEITA-MOV-SOBRANTES.
                   UNTIL IX-MOV GREATER THAN QTD-MOVIMENTOS.
           DISPLAY "MOVIMENTOS APLICADOS.: " CONTADOR-MOV-APL.
           DISPLAY "MOVIMENTOS REJEITADOS: " CONTADOR-MOV-REJ.
           DISPLAY "MOVIMENTOS DE FOLHAS ANTERIORES: " CONTADOR-MOV-ANT.

       REJEITA-UM-MOVIMENTO.
           IF MOV-USADO (IX-MOV) EQUAL "NAO"
           MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
           MOVE "CADSAI"               TO LOG-ARQ1-NOME.
           MOVE CONTADOR-GRAV          TO LOG-ARQ1-QTD.
           MOVE "CADRCB"               TO LOG-ARQ2-NOME.
           MOVE CONTADOR-RCB           TO LOG-ARQ2-QTD.
           OPEN EXTEND LOGEXEC.
           PERFORM CONFERE-ARQUIVOS.
           WRITE REG-LOG FROM LINHA-LOG.
              MOVE "FAIXA4" TO ARQUIVO-ABEND
              MOVE FS-FAIXA4 TO STATUS-ABEND
              PERFORM ABENDA-ARQUIVO.
          IF FS-CADSOC1(1:1) EQUAL "3" OR FS-CADSOC1(1:1) EQUAL "9"
              MOVE "CADSOC1" TO ARQUIVO-ABEND
              MOVE FS-CADSOC1 TO STATUS-ABEND
              PERFORM ABENDA-ARQUIVO.

          IF FS-FGTS(1:1) EQUAL "3" OR FS-FGTS(1:1) EQUAL "9"
              MOVE "ARQFGTS" TO ARQUIVO-ABEND
              MOVE FS-FGTS TO STATUS-ABEND
              PERFORM ABENDA-ARQUIVO.
          IF FS-ARQCKPT(1:1) EQUAL "3" OR FS-ARQCKPT(1:1) EQUAL "9"
              MOVE "ARQCKPT" TO ARQUIVO-ABEND
              MOVE FS-ARQCKPT TO STATUS-ABEND
              PERFORM ABENDA-ARQUIVO.

       ABENDA-ARQUIVO.
          CALL "ABENDRT" USING PROGRAMA-ABEND ARQUIVO-ABEND
