       IDENTIFICATION DIVISION.
          PROGRAM-ID.      GEREVT.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. GERACAO DOS EVENTOS DA FOLHA PARA O GOVERNO, NO MOLDE
      *DO LOTE DE RPS DO GERANFS. DETECTA OS FATOS OCORRIDOS A PARTIR
      *DA DATA DE INICIO DO PARMEVT.DAT E GRAVA UM ARQUIVO POR TIPO
      *DE EVENTO, TODOS COM HEADER (IDENTIFICACAO, DATA, LOTE E
      *INSCRICAO DO EMPREGADOR) E TRAILER (QUANTIDADE DE LINHAS E SOMA
      *DOS VALORES) NO PADRAO DO VERIFARQ: EVTADM.DAT (2200 ADMISSAO,
      *DO CADENT DA FOLHA), EVTALT.DAT (2206 ALTERACAO DE SALARIO OU
      *CARGO, DO HISTSAL - A ADMISSAO JA VAI NO 2200), EVTREM.DAT (1200
      *REMUNERACAO DA COMPETENCIA, UMA LINHA E POR FUNCIONARIO DO
      *CADSAI SEGUIDA DE UMA LINHA I POR VERBA DO ARQVERB), EVTFER.DAT
      *(2230 FERIAS PAGAS PELO FERIAPAG, REGISTROS V DO CADSAI E AS
      *VERBAS DE ORIGEM V) E EVTDES.DAT (2299 DESLIGAMENTO DO CADENT,
      *COM OS VALORES DA RESCISAO - REGISTRO R DO CADSAI; SEM A
      *RESCISAO CALCULADA O EVENTO ESPERA). REMUNERACAO E FERIAS SO
      *SAEM COM A FOLHA LIBERADA NO LIBFOL (CONFLIB). CADA EVENTO
      *RECEBE O NUMERO SEGUINTE DO CTRLEVT.DAT E FICA NO ARQEVT.DAT
      *(REGEVT) AGUARDANDO O RETORNO, CARREGADO PELO RETEVT; O FATO JA
      *ENVIADO OU ACEITO NAO E GERADO DE NOVO. EVENTO RECUSADO VAI
      *PARA O ARQPEND; BAIXADA A PENDENCIA NO MANPEND (CADASTRO
      *CORRIGIDO) O FATO E REENVIADO NO LOTE SEGUINTE COM NOVO NUMERO.
      *FUNCIONARIO SEM CPF NAO GERA EVENTO. FATO RETIDO (SEM CPF,
      *RESCISAO NAO CALCULADA, RECUSA AINDA EM ABERTO) SAI NO RELEVT E
      *O PROGRAMA TERMINA COM CODIGO 4. ROTINA NOTURNA, ANTES DO EX06
      *REGRAVAR O CADSAI DO DIA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL PARMEVT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLEVT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQPEND ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQEVT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-EVT
          ALTERNATE RECORD KEY IS FATO-EVT WITH DUPLICATES
          FILE STATUS IS FS-EVT.
          SELECT OPTIONAL CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADSAI ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQVERB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL HISTSAL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT EVTADM ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT EVTALT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT EVTREM ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT EVTFER ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT EVTDES ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELEVT ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  PARMEVT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMEVT.DAT".
          01 REG-PARMEVT.
          02 INSCRICAO-PARM            PIC X(14).
          02 INICIO-PARM               PIC 9(08).

       FD  CTRLEVT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLEVT.DAT".
          01 REG-CTE.
          02 DATA-CTE                  PIC 9(08).
          02 FILLER                    PIC X(01).
          02 ULT-EVT-CTE               PIC 9(08).
          02 FILLER                    PIC X(01).
          02 ULT-LOTE-CTE              PIC 9(06).

       FD  ARQPEND
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQPEND.DAT".
          01 REG-PEN.
          02 ORIGEM-PEN                PIC X(08).
          02 CHAVE-PEN                 PIC X(10).
          02 MOTIVO-PEN                PIC X(22).
          02 DATA-PEN                  PIC 9(08).
          02 SITUACAO-PEN              PIC X(01).
          02 CRITICA-PEN               PIC X(01).

       FD  ARQEVT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQEVT.DAT".
          COPY REGEVT.

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

       FD  CADSAI
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADSAI.DAT".
          COPY REGSAI.

       FD  ARQVERB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQVERB.DAT".
          01 REG-VRB.
          02 MATRICULA-VRB             PIC 9(05).
          02 VERBA-VRB                 PIC 9(03).
          02 DESCRICAO-VRB             PIC X(20).
          02 TIPO-VRB                  PIC X(01).
          02 VALOR-VRB                 PIC 9(07)V9(02).
          02 ORIGEM-VRB                PIC X(01).

       FD  HISTSAL
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\HISTSAL.DAT".
          COPY REGHSA.

       FD  EVTADM
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EVTADM.DAT".
          01 REG-ADM                   PIC X(84).

       FD  EVTALT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EVTALT.DAT".
          01 REG-ALT                   PIC X(84).

       FD  EVTREM
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EVTREM.DAT".
          01 REG-REM                   PIC X(84).

       FD  EVTFER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EVTFER.DAT".
          01 REG-FEV                   PIC X(84).

       FD  EVTDES
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EVTDES.DAT".
          01 REG-DES                   PIC X(84).

       FD  RELEVT
          LABEL RECORD IS OMITTED.
          01  REGEVTR     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-EVT             PIC X(02).
       77  FIM-PARM           PIC X(03) VALUE "NAO".
       77  FIM-CTE            PIC X(03) VALUE "NAO".
       77  FIM-PEN            PIC X(03) VALUE "NAO".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  FIM-SAI            PIC X(03) VALUE "NAO".
       77  FIM-VRB            PIC X(03) VALUE "NAO".
       77  FIM-HSA            PIC X(03) VALUE "NAO".
       77  FIM-EVT            PIC X(03) VALUE "NAO".
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  ACHOU-PENDENCIA    PIC X(03) VALUE "NAO".
       77  INSCRICAO-EMP      PIC X(14) VALUE SPACES.
       77  DATA-INICIO        PIC 9(08) VALUE ZEROES.
       77  ULTIMO-EVT         PIC 9(08) VALUE ZEROES.
       77  ULTIMO-LOTE        PIC 9(06) VALUE ZEROES.
       77  COMPET-FOLHA       PIC 9(06) VALUE ZEROES.
       77  FOLHA-LIBERADA     PIC X(03) VALUE "NAO".
       77  MOTIVO-LIBERACAO   PIC X(60) VALUE SPACES.
       77  ACAO-FATO          PIC X(01) VALUE SPACES.
       77  EVT-ACHADO         PIC 9(08) VALUE ZEROES.
       77  SITUACAO-ACHADA    PIC X(01) VALUE SPACES.
       77  CPF-ATUAL          PIC X(11) VALUE SPACES.
       77  VALOR-EVENTO       PIC 9(07)V9(02) VALUE ZEROES.
       77  ORIGEM-ITENS       PIC X(01) VALUE SPACES.
       77  ORIGEM-BUSCA       PIC X(01) VALUE SPACES.
       77  MATRICULA-BUSCA    PIC 9(05) VALUE ZEROES.
       77  QTD-PENDENCIAS     PIC 9(04) VALUE ZEROES.
       77  IX-PEN             PIC 9(04) VALUE ZEROES.
       77  QTD-FUNCIONARIOS   PIC 9(04) VALUE ZEROES.
       77  IX-FUN             PIC 9(04) VALUE ZEROES.
       77  IX-FUN-ACHADO      PIC 9(04) VALUE ZEROES.
       77  QTD-VERBAS         PIC 9(04) VALUE ZEROES.
       77  IX-VRB             PIC 9(04) VALUE ZEROES.
       77  QTD-MOVIMENTOS     PIC 9(04) VALUE ZEROES.
       77  IX-MOV             PIC 9(04) VALUE ZEROES.
       77  IX-MOV-ACHADO      PIC 9(04) VALUE ZEROES.
       77  IX-TIPO            PIC 9(01) VALUE ZEROES.
       77  CONTADOR-FATOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-EVENTOS   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-REENVIOS  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-JA-ENVIADOS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-SEM-CPF   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-SEM-RESC  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-RECUSADOS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-RETIDOS   PIC 9(06) VALUE ZEROES.
       77  VALOR-AUX          PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-AUX-DIG      REDEFINES VALOR-AUX PIC 9(11).
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 FATO-PROCURADO.
          02 PRF-TIPO                  PIC X(04).
          02 PRF-MATRICULA             PIC 9(05).
          02 PRF-REFERENCIA            PIC 9(08).

      *----------------------------------------------------------------
      *    TIPOS DE EVENTO, NA ORDEM DOS ARQUIVOS: CODIGO, NOME DO
      *    ARQUIVO NO HEADER E DESCRICAO DO RELEVT.
      *----------------------------------------------------------------
       01 TAB-TIPOS.
          02 FILLER PIC X(24) VALUE "2200EVTADM  ADMISSAO    ".
          02 FILLER PIC X(24) VALUE "2206EVTALT  ALTERACAO   ".
          02 FILLER PIC X(24) VALUE "1200EVTREM  REMUNERACAO ".
          02 FILLER PIC X(24) VALUE "2230EVTFER  FERIAS      ".
          02 FILLER PIC X(24) VALUE "2299EVTDES  DESLIGAMENTO".
       01 TAB-TIPOS-R REDEFINES TAB-TIPOS.
          02 TIP-OCORRENCIA OCCURS 5 TIMES.
             03 TIP-CODIGO             PIC X(04).
             03 TIP-ARQUIVO            PIC X(08).
             03 TIP-DESCRICAO          PIC X(12).

       01 TAB-TOTAIS.
          02 TOT-OCORRENCIA OCCURS 5 TIMES.
             03 TOT-LINHAS             PIC 9(06).
             03 TOT-EVENTOS            PIC 9(06).
             03 TOT-SOMA               PIC 9(15).

      *----------------------------------------------------------------
      *    EVENTOS RECUSADOS CUJA PENDENCIA JA FOI BAIXADA NO MANPEND.
      *----------------------------------------------------------------
       01 TAB-PENDENCIAS.
          02 PND-EVENTO OCCURS 2000 TIMES   PIC 9(08).

       01 TAB-FUNCIONARIOS.
          02 FUN-OCORRENCIA OCCURS 6000 TIMES.
             03 FUN-MATRICULA          PIC 9(05).
             03 FUN-CPF                PIC X(11).

       01 TAB-VERBAS.
          02 VRB-OCORRENCIA OCCURS 6000 TIMES.
             03 VRB-MATRICULA          PIC 9(05).
             03 VRB-VERBA              PIC 9(03).
             03 VRB-DESCRICAO          PIC X(20).
             03 VRB-TIPO               PIC X(01).
             03 VRB-VALOR              PIC 9(07)V9(02).
             03 VRB-ORIGEM             PIC X(01).

      *----------------------------------------------------------------
      *    FERIAS (V) E RESCISOES (R) DO CADSAI, SOMADAS POR MATRICULA.
      *----------------------------------------------------------------
       01 TAB-MOVIMENTOS.
          02 MOV-OCORRENCIA OCCURS 1000 TIMES.
             03 MOV-ORIGEM             PIC X(01).
             03 MOV-MATRICULA          PIC 9(05).
             03 MOV-DESCONTO           PIC 9(07)V9(02).
             03 MOV-LIQUIDO            PIC 9(07)V9(02).

      *----------------------------------------------------------------
      *    LINHA DOS ARQUIVOS DE EVENTO. E = LINHA DO EVENTO, I = VERBA
      *    DO EVENTO DE REMUNERACAO, FERIAS OU DESLIGAMENTO. LEV-VALOR
      *    (SOMADO NO TRAILER) E O SALARIO NA ADMISSAO E NA ALTERACAO,
      *    O BRUTO NOS EVENTOS DE PAGAMENTO E ZERO NAS LINHAS I.
      *----------------------------------------------------------------
       01 LINHA-EVT.
          02 LEV-NUMERO                PIC 9(08).
          02 LEV-TIPO-LIN              PIC X(01).
          02 LEV-MATRICULA             PIC 9(05).
          02 LEV-CPF                   PIC X(11).
          02 LEV-VALOR                 PIC 9(07)V9(02).
          02 LEV-DADOS                 PIC X(50).
          02 LEV-ADM REDEFINES LEV-DADOS.
             03 LEV-NOME               PIC X(30).
             03 LEV-DATA-ADM           PIC 9(08).
             03 LEV-CARGO-ADM          PIC 9(03).
             03 LEV-UNIDADE-ADM        PIC 9(02).
             03 FILLER                 PIC X(07).
          02 LEV-ALT REDEFINES LEV-DADOS.
             03 LEV-VIGENCIA           PIC 9(08).
             03 LEV-CARGO-ALT          PIC 9(03).
             03 LEV-UNIDADE-ALT        PIC 9(02).
             03 LEV-MOTIVO-ALT         PIC X(01).
             03 LEV-SALARIO-ANT        PIC 9(05)V9(02).
             03 LEV-CARGO-ANT          PIC 9(03).
             03 FILLER                 PIC X(26).
          02 LEV-PAG REDEFINES LEV-DADOS.
             03 LEV-COMPET             PIC 9(06).
             03 LEV-DATA-REF           PIC 9(08).
             03 LEV-DESCONTOS          PIC 9(07)V9(02).
             03 LEV-LIQUIDO            PIC 9(07)V9(02).
             03 FILLER                 PIC X(18).
          02 LEV-ITEM REDEFINES LEV-DADOS.
             03 LEV-VERBA              PIC 9(03).
             03 LEV-DESCRICAO          PIC X(20).
             03 LEV-TIPO-VRB           PIC X(01).
             03 LEV-VALOR-VRB          PIC 9(07)V9(02).
             03 FILLER                 PIC X(17).

       01 LINHA-HDR.
          02 HDR-TIPO                  PIC X(03).
          02 HDR-ID                    PIC X(08).
          02 HDR-DATA                  PIC 9(08).
          02 HDR-LOTE                  PIC 9(06).
          02 HDR-INSCRICAO             PIC X(14).
          02 HDR-EVENTO                PIC X(04).

       01 LINHA-TRL.
          02 TRL-TIPO                  PIC X(03).
          02 TRL-QTDE                  PIC 9(06).
          02 TRL-SOMA                  PIC 9(15).

       01 LINHA-GRAVAR                 PIC X(84).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "EVENTOS DA FOLHA -".
          02 FILLER    PIC X(06) VALUE " LOTE ".
          02 CAB-LOTE  PIC 9(06).
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "EVENTO  ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(12)  VALUE "TIPO        ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "MATR.".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "REFEREN.".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(12)  VALUE "       VALOR".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "OCORRENCIA".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 TOT-ROTULO PIC X(26).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-QTD   PIC ZZZZZ9.

       01 DETALHE.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-EVT   PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-TIPO  PIC X(12).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-MATR  PIC 9(05).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-REFER PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-VALOR PIC ZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-OCO   PIC X(27).

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

       PGM-GEREVT.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM LE-PARAMETRO.
          PERFORM LEITURA-CONTROLE.
          PERFORM CARGA-PENDENCIAS.
          PERFORM CARGA-FUNCIONARIOS.
          PERFORM CARGA-VERBAS.
          PERFORM CARGA-MOVIMENTOS.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "TABELA LOTADA - LOTE DE EVENTOS NAO GERADO, "
                  "RODAR DE NOVO APOS AMPLIAR."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          CALL "CONFLIB" USING COMPET-FOLHA FOLHA-LIBERADA
              MOTIVO-LIBERACAO.
          PERFORM INICIO.
          PERFORM EVENTOS-CADASTRO.
          PERFORM EVENTOS-ALTERACAO.
          IF FOLHA-LIBERADA EQUAL "SIM"
              PERFORM EVENTOS-REMUNERACAO
              PERFORM EVENTOS-FERIAS
          ELSE
              DISPLAY MOTIVO-LIBERACAO
              DISPLAY "REMUNERACAO E FERIAS DA COMPETENCIA "
                  COMPET-FOLHA " AGUARDAM A LIBERACAO DA FOLHA.".
          PERFORM TERMINO.
          STOP RUN.

      *----------------------------------------------------------------
      *    PARMEVT: INSCRICAO DO EMPREGADOR (OBRIGATORIA) E DATA DE
      *    INICIO DOS EVENTOS (FATOS ANTERIORES NAO SAO ENVIADOS). SEM
      *    DATA DE INICIO VALE O DIA DA PRIMEIRA GERACAO.
      *----------------------------------------------------------------
       LE-PARAMETRO.
          OPEN INPUT PARMEVT.
          READ PARMEVT AT END MOVE "SIM" TO FIM-PARM.
          IF FIM-PARM NOT EQUAL "SIM"
              MOVE INSCRICAO-PARM TO INSCRICAO-EMP
              IF INICIO-PARM NUMERIC
                  MOVE INICIO-PARM TO DATA-INICIO.
          CLOSE PARMEVT.
          IF DATA-INICIO EQUAL ZEROES
              MOVE DATA-SISTEMA TO DATA-INICIO.
          IF INSCRICAO-EMP EQUAL SPACES
              DISPLAY "PARMEVT SEM INSCRICAO DO EMPREGADOR - EVENTOS "
                  "NAO GERADOS."
              MOVE 8 TO RETURN-CODE
              STOP RUN.

      *----------------------------------------------------------------
      *    CTRLEVT GUARDA O ULTIMO NUMERO DE EVENTO E O ULTIMO LOTE.
      *----------------------------------------------------------------
       LEITURA-CONTROLE.
          OPEN INPUT CTRLEVT.
          PERFORM LE-CONTROLE.
          PERFORM GUARDA-CONTROLE UNTIL FIM-CTE EQUAL "SIM".
          CLOSE CTRLEVT.

       LE-CONTROLE.
          READ CTRLEVT AT END MOVE "SIM" TO FIM-CTE.

       GUARDA-CONTROLE.
          IF ULT-EVT-CTE NUMERIC
             AND ULT-LOTE-CTE NUMERIC
              MOVE ULT-EVT-CTE TO ULTIMO-EVT
              MOVE ULT-LOTE-CTE TO ULTIMO-LOTE.
          PERFORM LE-CONTROLE.

       CARGA-PENDENCIAS.
          OPEN INPUT ARQPEND.
          PERFORM LE-PENDENCIA.
          PERFORM GUARDA-PENDENCIA UNTIL FIM-PEN EQUAL "SIM".
          CLOSE ARQPEND.

       LE-PENDENCIA.
          READ ARQPEND AT END MOVE "SIM" TO FIM-PEN.

       GUARDA-PENDENCIA.
          IF ORIGEM-PEN EQUAL "ARQEVT  "
             AND SITUACAO-PEN EQUAL "R"
             AND CHAVE-PEN(1:8) NUMERIC
              IF QTD-PENDENCIAS NOT LESS 2000
                  DISPLAY "TABELA DE PENDENCIAS BAIXADAS LOTADA (2000)"
                  MOVE "SIM" TO TABELA-CHEIA
              ELSE
                  ADD 1 TO QTD-PENDENCIAS
                  MOVE CHAVE-PEN(1:8) TO PND-EVENTO (QTD-PENDENCIAS).
          PERFORM LE-PENDENCIA.

       CARGA-FUNCIONARIOS.
          OPEN INPUT CADENT.
          PERFORM LE-CADENT.
          PERFORM GUARDA-FUNCIONARIO UNTIL FIM-ENT EQUAL "SIM".
          CLOSE CADENT.

       LE-CADENT.
          READ CADENT AT END MOVE "SIM" TO FIM-ENT.

       GUARDA-FUNCIONARIO.
          IF QTD-FUNCIONARIOS NOT LESS 6000
              DISPLAY "TABELA DE FUNCIONARIOS LOTADA (6000)"
              MOVE "SIM" TO TABELA-CHEIA
              MOVE "SIM" TO FIM-ENT
          ELSE
              ADD 1 TO QTD-FUNCIONARIOS
              MOVE MATRICULA-ENT TO FUN-MATRICULA (QTD-FUNCIONARIOS)
              MOVE CPF-ENT TO FUN-CPF (QTD-FUNCIONARIOS)
              PERFORM LE-CADENT.

       CARGA-VERBAS.
          OPEN INPUT ARQVERB.
          PERFORM LE-VERBA.
          PERFORM GUARDA-VERBA UNTIL FIM-VRB EQUAL "SIM".
          CLOSE ARQVERB.

       LE-VERBA.
          READ ARQVERB AT END MOVE "SIM" TO FIM-VRB.

       GUARDA-VERBA.
          IF QTD-VERBAS NOT LESS 6000
              DISPLAY "TABELA DE VERBAS LOTADA (6000)"
              MOVE "SIM" TO TABELA-CHEIA
              MOVE "SIM" TO FIM-VRB
          ELSE
              ADD 1 TO QTD-VERBAS
              MOVE MATRICULA-VRB TO VRB-MATRICULA (QTD-VERBAS)
              MOVE VERBA-VRB TO VRB-VERBA (QTD-VERBAS)
              MOVE DESCRICAO-VRB TO VRB-DESCRICAO (QTD-VERBAS)
              MOVE TIPO-VRB TO VRB-TIPO (QTD-VERBAS)
              MOVE VALOR-VRB TO VRB-VALOR (QTD-VERBAS)
              MOVE ORIGEM-VRB TO VRB-ORIGEM (QTD-VERBAS)
              IF ORIGEM-VRB EQUAL SPACE
                  MOVE "F" TO VRB-ORIGEM (QTD-VERBAS)
              END-IF
              PERFORM LE-VERBA.

       CARGA-MOVIMENTOS.
          MOVE "NAO" TO FIM-SAI.
          OPEN INPUT CADSAI.
          PERFORM LE-FOLHA.
          PERFORM GUARDA-MOVIMENTO UNTIL FIM-SAI EQUAL "SIM".
          CLOSE CADSAI.

       LE-FOLHA.
          READ CADSAI AT END MOVE "SIM" TO FIM-SAI.

       GUARDA-MOVIMENTO.
          IF (TIPO-SAI EQUAL "V" OR TIPO-SAI EQUAL "R")
             AND REG-SAI(1:3) NOT EQUAL "HDR"
             AND REG-SAI(1:3) NOT EQUAL "TRL"
             AND MATRICULA-SAI NUMERIC
              MOVE TIPO-SAI TO ORIGEM-BUSCA
              MOVE MATRICULA-SAI TO MATRICULA-BUSCA
              PERFORM LOCALIZA-MOVIMENTO
              IF IX-MOV-ACHADO EQUAL ZEROES
                  PERFORM INCLUI-MOVIMENTO
              END-IF
              IF IX-MOV-ACHADO GREATER THAN ZEROES
                  ADD DESCONTO-SAI TO MOV-DESCONTO (IX-MOV-ACHADO)
                  ADD LIQUIDO-SAI TO MOV-LIQUIDO (IX-MOV-ACHADO).
          PERFORM LE-FOLHA.

       INCLUI-MOVIMENTO.
          IF QTD-MOVIMENTOS NOT LESS 1000
              DISPLAY "TABELA DE FERIAS E RESCISOES LOTADA (1000)"
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-MOVIMENTOS
              MOVE QTD-MOVIMENTOS TO IX-MOV-ACHADO
              MOVE ORIGEM-BUSCA TO MOV-ORIGEM (IX-MOV-ACHADO)
              MOVE MATRICULA-BUSCA TO MOV-MATRICULA (IX-MOV-ACHADO)
              MOVE ZEROES TO MOV-DESCONTO (IX-MOV-ACHADO)
                             MOV-LIQUIDO (IX-MOV-ACHADO).

       LOCALIZA-MOVIMENTO.
          MOVE ZEROES TO IX-MOV-ACHADO.
          IF QTD-MOVIMENTOS GREATER THAN ZEROES
              PERFORM TESTA-MOVIMENTO
                  VARYING IX-MOV FROM 1 BY 1
                  UNTIL IX-MOV GREATER THAN QTD-MOVIMENTOS
                     OR IX-MOV-ACHADO GREATER THAN ZEROES.

       TESTA-MOVIMENTO.
          IF MOV-ORIGEM (IX-MOV) EQUAL ORIGEM-BUSCA
             AND MOV-MATRICULA (IX-MOV) EQUAL MATRICULA-BUSCA
              MOVE IX-MOV TO IX-MOV-ACHADO.

       LOCALIZA-CPF.
          MOVE SPACES TO CPF-ATUAL.
          MOVE ZEROES TO IX-FUN-ACHADO.
          IF QTD-FUNCIONARIOS GREATER THAN ZEROES
              PERFORM TESTA-FUNCIONARIO
                  VARYING IX-FUN FROM 1 BY 1
                  UNTIL IX-FUN GREATER THAN QTD-FUNCIONARIOS
                     OR IX-FUN-ACHADO GREATER THAN ZEROES.
          IF IX-FUN-ACHADO GREATER THAN ZEROES
              MOVE FUN-CPF (IX-FUN-ACHADO) TO CPF-ATUAL.

       TESTA-FUNCIONARIO.
          IF FUN-MATRICULA (IX-FUN) EQUAL MATRICULA-BUSCA
              MOVE IX-FUN TO IX-FUN-ACHADO.

       INICIO.
          OPEN I-O ARQEVT.
          IF FS-EVT EQUAL "35"
              OPEN OUTPUT ARQEVT
              CLOSE ARQEVT
              OPEN I-O ARQEVT.
          IF FS-EVT NOT EQUAL "00"
              DISPLAY "ARQEVT INDISPONIVEL - FS " FS-EVT
                  " - EVENTOS NAO GERADOS."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN OUTPUT EVTADM
                      EVTALT
                      EVTREM
                      EVTFER
                      EVTDES
                      RELEVT.
          ADD 1 TO ULTIMO-LOTE.
          MOVE ZEROES TO TAB-TOTAIS.
          PERFORM GRAVA-HEADER
              VARYING IX-TIPO FROM 1 BY 1
              UNTIL IX-TIPO GREATER THAN 5.
          PERFORM CABECALHO.

       GRAVA-HEADER.
          MOVE SPACES TO LINHA-HDR.
          MOVE "HDR" TO HDR-TIPO.
          MOVE TIP-ARQUIVO (IX-TIPO) TO HDR-ID.
          MOVE DATA-SISTEMA TO HDR-DATA.
          MOVE ULTIMO-LOTE TO HDR-LOTE.
          MOVE INSCRICAO-EMP TO HDR-INSCRICAO.
          MOVE TIP-CODIGO (IX-TIPO) TO HDR-EVENTO.
          MOVE LINHA-HDR TO LINHA-GRAVAR.
          PERFORM ESCREVE-ARQUIVO.

       ESCREVE-ARQUIVO.
          IF IX-TIPO EQUAL 1
              WRITE REG-ADM FROM LINHA-GRAVAR
          ELSE
          IF IX-TIPO EQUAL 2
              WRITE REG-ALT FROM LINHA-GRAVAR
          ELSE
          IF IX-TIPO EQUAL 3
              WRITE REG-REM FROM LINHA-GRAVAR
          ELSE
          IF IX-TIPO EQUAL 4
              WRITE REG-FEV FROM LINHA-GRAVAR
          ELSE
              WRITE REG-DES FROM LINHA-GRAVAR.

      *----------------------------------------------------------------
      *    ADMISSOES E DESLIGAMENTOS DO CADENT DA FOLHA.
      *----------------------------------------------------------------
       EVENTOS-CADASTRO.
          MOVE "NAO" TO FIM-ENT.
          OPEN INPUT CADENT.
          PERFORM LE-CADENT.
          PERFORM TRATA-CADENT UNTIL FIM-ENT EQUAL "SIM".
          CLOSE CADENT.

       TRATA-CADENT.
          IF DATA-ADMISSAO-ENT NUMERIC
             AND DATA-ADMISSAO-ENT NOT LESS DATA-INICIO
              PERFORM FATO-ADMISSAO.
          IF DATA-DESLIG-ENT NUMERIC
             AND DATA-DESLIG-ENT GREATER THAN ZEROES
             AND DATA-DESLIG-ENT NOT LESS DATA-INICIO
              PERFORM FATO-DESLIGAMENTO.
          PERFORM LE-CADENT.

       FATO-ADMISSAO.
          MOVE 1 TO IX-TIPO.
          MOVE "2200" TO PRF-TIPO.
          MOVE MATRICULA-ENT TO PRF-MATRICULA.
          MOVE DATA-ADMISSAO-ENT TO PRF-REFERENCIA.
          MOVE CPF-ENT TO CPF-ATUAL.
          MOVE SALARIOB-ENT TO VALOR-EVENTO.
          PERFORM AVALIA-FATO.
          IF ACAO-FATO EQUAL "N" OR ACAO-FATO EQUAL "E"
              PERFORM GRAVA-EVENTO
              MOVE NOME-ENT TO LEV-NOME
              MOVE DATA-ADMISSAO-ENT TO LEV-DATA-ADM
              MOVE CARGO-ENT TO LEV-CARGO-ADM
              MOVE UNIDADE-ENT TO LEV-UNIDADE-ADM
              PERFORM GRAVA-LINHA.

      *----------------------------------------------------------------
      *    O DESLIGAMENTO SAI COM OS VALORES DA RESCISAO (REGISTRO R
      *    DO CADSAI); ENQUANTO A RESCISAO NAO FOR CALCULADA O FATO
      *    FICA RETIDO E E AVISADO A CADA GERACAO.
      *----------------------------------------------------------------
       FATO-DESLIGAMENTO.
          MOVE 5 TO IX-TIPO.
          MOVE "2299" TO PRF-TIPO.
          MOVE MATRICULA-ENT TO PRF-MATRICULA.
          MOVE DATA-DESLIG-ENT TO PRF-REFERENCIA.
          MOVE CPF-ENT TO CPF-ATUAL.
          MOVE ZEROES TO VALOR-EVENTO.
          PERFORM AVALIA-FATO.
          IF ACAO-FATO EQUAL "N" OR ACAO-FATO EQUAL "E"
              MOVE "R" TO ORIGEM-BUSCA
              MOVE MATRICULA-ENT TO MATRICULA-BUSCA
              PERFORM LOCALIZA-MOVIMENTO
              IF IX-MOV-ACHADO EQUAL ZEROES
                  ADD 1 TO CONTADOR-SEM-RESC
                  ADD 1 TO CONTADOR-RETIDOS
                  MOVE ZEROES TO DET-EVT
                  MOVE "RESCISAO NAO CALCULADA" TO DET-OCO
                  PERFORM IMPRIME-FATO
              ELSE
                  ADD MOV-LIQUIDO (IX-MOV-ACHADO)
                      MOV-DESCONTO (IX-MOV-ACHADO)
                      GIVING VALOR-EVENTO
                  PERFORM GRAVA-EVENTO
                  MOVE DATA-DESLIG-ENT(1:6) TO LEV-COMPET
                  MOVE DATA-DESLIG-ENT TO LEV-DATA-REF
                  MOVE MOV-DESCONTO (IX-MOV-ACHADO) TO LEV-DESCONTOS
                  MOVE MOV-LIQUIDO (IX-MOV-ACHADO) TO LEV-LIQUIDO
                  PERFORM GRAVA-LINHA
                  MOVE "R" TO ORIGEM-ITENS
                  PERFORM GRAVA-ITENS.

      *----------------------------------------------------------------
      *    ALTERACOES DE SALARIO E CARGO DO HISTSAL (A ADMISSAO, MOTIVO
      *    A, JA SAI NO EVENTO 2200).
      *----------------------------------------------------------------
       EVENTOS-ALTERACAO.
          OPEN INPUT HISTSAL.
          PERFORM LE-HISTORICO.
          PERFORM TRATA-HISTORICO UNTIL FIM-HSA EQUAL "SIM".
          CLOSE HISTSAL.

       LE-HISTORICO.
          READ HISTSAL AT END MOVE "SIM" TO FIM-HSA.

       TRATA-HISTORICO.
          IF MOTIVO-HSA NOT EQUAL "A"
             AND VIGENCIA-HSA NUMERIC
             AND VIGENCIA-HSA NOT LESS DATA-INICIO
              PERFORM FATO-ALTERACAO.
          PERFORM LE-HISTORICO.

       FATO-ALTERACAO.
          MOVE 2 TO IX-TIPO.
          MOVE "2206" TO PRF-TIPO.
          MOVE MATRICULA-HSA TO PRF-MATRICULA.
          MOVE VIGENCIA-HSA TO PRF-REFERENCIA.
          MOVE MATRICULA-HSA TO MATRICULA-BUSCA.
          PERFORM LOCALIZA-CPF.
          MOVE SALARIO-HSA TO VALOR-EVENTO.
          PERFORM AVALIA-FATO.
          IF ACAO-FATO EQUAL "N" OR ACAO-FATO EQUAL "E"
              PERFORM GRAVA-EVENTO
              MOVE VIGENCIA-HSA TO LEV-VIGENCIA
              MOVE CARGO-HSA TO LEV-CARGO-ALT
              MOVE UNIDADE-HSA TO LEV-UNIDADE-ALT
              MOVE MOTIVO-HSA TO LEV-MOTIVO-ALT
              MOVE SALARIO-ANT-HSA TO LEV-SALARIO-ANT
              MOVE CARGO-ANT-HSA TO LEV-CARGO-ANT
              PERFORM GRAVA-LINHA.

      *----------------------------------------------------------------
      *    REMUNERACAO DA COMPETENCIA: REGISTROS DE FOLHA DO CADSAI
      *    LIBERADO, COM AS VERBAS DE ORIGEM F DO ARQVERB.
      *----------------------------------------------------------------
       EVENTOS-REMUNERACAO.
          MOVE "NAO" TO FIM-SAI.
          OPEN INPUT CADSAI.
          PERFORM LE-FOLHA.
          PERFORM TRATA-FOLHA UNTIL FIM-SAI EQUAL "SIM".
          CLOSE CADSAI.

       TRATA-FOLHA.
          IF REG-SAI(1:3) NOT EQUAL "HDR"
             AND REG-SAI(1:3) NOT EQUAL "TRL"
             AND MATRICULA-SAI NUMERIC
             AND (TIPO-SAI EQUAL "F" OR TIPO-SAI EQUAL SPACE)
              PERFORM FATO-REMUNERACAO.
          PERFORM LE-FOLHA.

       FATO-REMUNERACAO.
          MOVE 3 TO IX-TIPO.
          MOVE "1200" TO PRF-TIPO.
          MOVE MATRICULA-SAI TO PRF-MATRICULA.
          COMPUTE PRF-REFERENCIA = COMPET-FOLHA * 100.
          MOVE MATRICULA-SAI TO MATRICULA-BUSCA.
          PERFORM LOCALIZA-CPF.
          ADD LIQUIDO-SAI DESCONTO-SAI GIVING VALOR-EVENTO.
          PERFORM AVALIA-FATO.
          IF ACAO-FATO EQUAL "N" OR ACAO-FATO EQUAL "E"
              PERFORM GRAVA-EVENTO
              MOVE COMPET-FOLHA TO LEV-COMPET
              MOVE ZEROES TO LEV-DATA-REF
              MOVE DESCONTO-SAI TO LEV-DESCONTOS
              MOVE LIQUIDO-SAI TO LEV-LIQUIDO
              PERFORM GRAVA-LINHA
              MOVE "F" TO ORIGEM-ITENS
              PERFORM GRAVA-ITENS.

       EVENTOS-FERIAS.
          IF QTD-MOVIMENTOS GREATER THAN ZEROES
              PERFORM TRATA-MOVIMENTO
                  VARYING IX-MOV FROM 1 BY 1
                  UNTIL IX-MOV GREATER THAN QTD-MOVIMENTOS.

       TRATA-MOVIMENTO.
          IF MOV-ORIGEM (IX-MOV) EQUAL "V"
              PERFORM FATO-FERIAS.

       FATO-FERIAS.
          MOVE 4 TO IX-TIPO.
          MOVE "2230" TO PRF-TIPO.
          MOVE MOV-MATRICULA (IX-MOV) TO PRF-MATRICULA.
          COMPUTE PRF-REFERENCIA = COMPET-FOLHA * 100.
          MOVE MOV-MATRICULA (IX-MOV) TO MATRICULA-BUSCA.
          PERFORM LOCALIZA-CPF.
          ADD MOV-LIQUIDO (IX-MOV) MOV-DESCONTO (IX-MOV)
              GIVING VALOR-EVENTO.
          PERFORM AVALIA-FATO.
          IF ACAO-FATO EQUAL "N" OR ACAO-FATO EQUAL "E"
              PERFORM GRAVA-EVENTO
              MOVE COMPET-FOLHA TO LEV-COMPET
              MOVE ZEROES TO LEV-DATA-REF
              MOVE MOV-DESCONTO (IX-MOV) TO LEV-DESCONTOS
              MOVE MOV-LIQUIDO (IX-MOV) TO LEV-LIQUIDO
              PERFORM GRAVA-LINHA
              MOVE "V" TO ORIGEM-ITENS
              PERFORM GRAVA-ITENS.

      *----------------------------------------------------------------
      *    ACAO-FATO: N NOVO, E REENVIO DE EVENTO RECUSADO COM A
      *    PENDENCIA BAIXADA, J JA ENVIADO OU ACEITO, P RECUSADO COM A
      *    PENDENCIA EM ABERTO, C SEM CPF.
      *----------------------------------------------------------------
       AVALIA-FATO.
          ADD 1 TO CONTADOR-FATOS.
          PERFORM PROCURA-FATO.
          IF ACAO-FATO EQUAL "J"
              ADD 1 TO CONTADOR-JA-ENVIADOS
          ELSE
          IF ACAO-FATO EQUAL "P"
              ADD 1 TO CONTADOR-RECUSADOS
              ADD 1 TO CONTADOR-RETIDOS
              MOVE EVT-ACHADO TO DET-EVT
              MOVE "RECUSADO - PENDENCIA ABERTA" TO DET-OCO
              PERFORM IMPRIME-FATO
          ELSE
          IF CPF-ATUAL EQUAL SPACES OR CPF-ATUAL EQUAL ZEROES
              MOVE "C" TO ACAO-FATO
              ADD 1 TO CONTADOR-SEM-CPF
              ADD 1 TO CONTADOR-RETIDOS
              MOVE ZEROES TO DET-EVT
              MOVE "FUNCIONARIO SEM CPF" TO DET-OCO
              PERFORM IMPRIME-FATO.

      *----------------------------------------------------------------
      *    ULTIMO EVENTO DO FATO PELA CHAVE ALTERNATIVA (OS NUMEROS
      *    CRESCEM, ENTAO O ULTIMO LIDO E O MAIS RECENTE).
      *----------------------------------------------------------------
       PROCURA-FATO.
          MOVE "N" TO ACAO-FATO.
          MOVE ZEROES TO EVT-ACHADO.
          MOVE SPACE TO SITUACAO-ACHADA.
          MOVE "NAO" TO FIM-EVT.
          MOVE FATO-PROCURADO TO FATO-EVT.
          START ARQEVT KEY EQUAL FATO-EVT
              INVALID KEY MOVE "SIM" TO FIM-EVT.
          PERFORM LE-FATO.
          PERFORM GUARDA-FATO UNTIL FIM-EVT EQUAL "SIM".
          IF SITUACAO-ACHADA EQUAL "P" OR SITUACAO-ACHADA EQUAL "A"
              MOVE "J" TO ACAO-FATO
          ELSE
          IF SITUACAO-ACHADA EQUAL "R"
              MOVE "NAO" TO ACHOU-PENDENCIA
              IF QTD-PENDENCIAS GREATER THAN ZEROES
                  PERFORM TESTA-PENDENCIA
                      VARYING IX-PEN FROM 1 BY 1
                      UNTIL IX-PEN GREATER THAN QTD-PENDENCIAS
                         OR ACHOU-PENDENCIA EQUAL "SIM"
              END-IF
              IF ACHOU-PENDENCIA EQUAL "SIM"
                  MOVE "E" TO ACAO-FATO
              ELSE
                  MOVE "P" TO ACAO-FATO.

       LE-FATO.
          IF FIM-EVT NOT EQUAL "SIM"
              READ ARQEVT NEXT RECORD
                  AT END MOVE "SIM" TO FIM-EVT.
          IF FIM-EVT NOT EQUAL "SIM"
             AND FATO-EVT NOT EQUAL FATO-PROCURADO
              MOVE "SIM" TO FIM-EVT.

       GUARDA-FATO.
          IF SITUACAO-EVT NOT EQUAL "S"
              MOVE NUMERO-EVT TO EVT-ACHADO
              MOVE SITUACAO-EVT TO SITUACAO-ACHADA.
          PERFORM LE-FATO.

       TESTA-PENDENCIA.
          IF PND-EVENTO (IX-PEN) EQUAL EVT-ACHADO
              MOVE "SIM" TO ACHOU-PENDENCIA.

      *----------------------------------------------------------------
      *    NOVO EVENTO NO ARQEVT E A LINHA E PRONTA EM LINHA-EVT; O
      *    CHAMADOR COMPLETA OS DADOS DO TIPO E GRAVA. NO REENVIO O
      *    EVENTO RECUSADO FICA SUBSTITUIDO (S).
      *----------------------------------------------------------------
       GRAVA-EVENTO.
          IF ACAO-FATO EQUAL "E"
              MOVE EVT-ACHADO TO NUMERO-EVT
              READ ARQEVT KEY IS NUMERO-EVT
                  INVALID KEY MOVE SPACE TO SITUACAO-EVT
              END-READ
              IF SITUACAO-EVT EQUAL "R"
                  MOVE "S" TO SITUACAO-EVT
                  REWRITE REG-EVT
                  END-REWRITE
              END-IF
              ADD 1 TO CONTADOR-REENVIOS.
          ADD 1 TO ULTIMO-EVT.
          MOVE SPACES TO REG-EVT.
          MOVE ULTIMO-EVT TO NUMERO-EVT.
          MOVE FATO-PROCURADO TO FATO-EVT.
          MOVE ULTIMO-LOTE TO LOTE-EVT.
          MOVE DATA-SISTEMA TO DATA-ENV-EVT.
          MOVE VALOR-EVENTO TO VALOR-EVT.
          MOVE "P" TO SITUACAO-EVT.
          MOVE ZEROES TO DATA-RET-EVT.
          MOVE ZEROES TO EVT-ANT-EVT.
          IF ACAO-FATO EQUAL "E"
              MOVE EVT-ACHADO TO EVT-ANT-EVT.
          WRITE REG-EVT
              INVALID KEY
                  DISPLAY "EVENTO " ULTIMO-EVT " JA EXISTE NO ARQEVT - "
                      "CTRLEVT DESATUALIZADO, LOTE INTERROMPIDO."
                  PERFORM FECHA-ARQUIVOS
                  MOVE 8 TO RETURN-CODE
                  STOP RUN.
          ADD 1 TO CONTADOR-EVENTOS.
          ADD 1 TO TOT-EVENTOS (IX-TIPO).
          MOVE SPACES TO LINHA-EVT.
          MOVE ULTIMO-EVT TO LEV-NUMERO.
          MOVE "E" TO LEV-TIPO-LIN.
          MOVE PRF-MATRICULA TO LEV-MATRICULA.
          MOVE CPF-ATUAL TO LEV-CPF.
          MOVE VALOR-EVENTO TO LEV-VALOR.
          MOVE ULTIMO-EVT TO DET-EVT.
          IF ACAO-FATO EQUAL "E"
              MOVE "REENVIO" TO DET-OCO
          ELSE
              MOVE "ENVIADO" TO DET-OCO.
          PERFORM IMPRIME-FATO.

       GRAVA-LINHA.
          MOVE LINHA-EVT TO LINHA-GRAVAR.
          PERFORM ESCREVE-ARQUIVO.
          ADD 1 TO TOT-LINHAS (IX-TIPO).
          MOVE LEV-VALOR TO VALOR-AUX.
          ADD VALOR-AUX-DIG TO TOT-SOMA (IX-TIPO).

       GRAVA-ITENS.
          IF QTD-VERBAS GREATER THAN ZEROES
              PERFORM GRAVA-ITEM
                  VARYING IX-VRB FROM 1 BY 1
                  UNTIL IX-VRB GREATER THAN QTD-VERBAS.

       GRAVA-ITEM.
          IF VRB-MATRICULA (IX-VRB) EQUAL PRF-MATRICULA
             AND VRB-ORIGEM (IX-VRB) EQUAL ORIGEM-ITENS
              MOVE "I" TO LEV-TIPO-LIN
              MOVE ZEROES TO LEV-VALOR
              MOVE SPACES TO LEV-DADOS
              MOVE VRB-VERBA (IX-VRB) TO LEV-VERBA
              MOVE VRB-DESCRICAO (IX-VRB) TO LEV-DESCRICAO
              MOVE VRB-TIPO (IX-VRB) TO LEV-TIPO-VRB
              MOVE VRB-VALOR (IX-VRB) TO LEV-VALOR-VRB
              PERFORM GRAVA-LINHA.

       IMPRIME-FATO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE TIP-DESCRICAO (IX-TIPO) TO DET-TIPO.
          MOVE PRF-MATRICULA TO DET-MATR.
          MOVE PRF-REFERENCIA TO DET-REFER.
          MOVE VALOR-EVENTO TO DET-VALOR.
          WRITE REGEVTR FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE ULTIMO-LOTE TO CAB-LOTE.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGEVTR.
          WRITE REGEVTR AFTER ADVANCING PAGE.
          WRITE REGEVTR FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGEVTR FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGEVTR FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       FECHA-ARQUIVOS.
          CLOSE ARQEVT
                EVTADM
                EVTALT
                EVTREM
                EVTFER
                EVTDES
                RELEVT.

       GRAVA-TRAILER.
          MOVE SPACES TO LINHA-TRL.
          MOVE "TRL" TO TRL-TIPO.
          MOVE TOT-LINHAS (IX-TIPO) TO TRL-QTDE.
          MOVE TOT-SOMA (IX-TIPO) TO TRL-SOMA.
          MOVE LINHA-TRL TO LINHA-GRAVAR.
          PERFORM ESCREVE-ARQUIVO.

       IMPRIME-TOTAL-TIPO.
          MOVE SPACES TO TOT-ROTULO.
          STRING "EVENTOS " TIP-CODIGO (IX-TIPO) " "
              TIP-DESCRICAO (IX-TIPO) DELIMITED BY SIZE
              INTO TOT-ROTULO.
          MOVE TOT-EVENTOS (IX-TIPO) TO TOT-QTD.
          WRITE REGEVTR FROM CAB-04 AFTER ADVANCING 1 LINE.

       TERMINO.
          PERFORM GRAVA-TRAILER
              VARYING IX-TIPO FROM 1 BY 1
              UNTIL IX-TIPO GREATER THAN 5.
          MOVE "FATOS DETECTADOS.........:" TO TOT-ROTULO.
          MOVE CONTADOR-FATOS TO TOT-QTD.
          WRITE REGEVTR FROM CAB-04 AFTER ADVANCING 2 LINES.
          PERFORM IMPRIME-TOTAL-TIPO
              VARYING IX-TIPO FROM 1 BY 1
              UNTIL IX-TIPO GREATER THAN 5.
          MOVE "REENVIOS.................:" TO TOT-ROTULO.
          MOVE CONTADOR-REENVIOS TO TOT-QTD.
          WRITE REGEVTR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "JA ENVIADOS..............:" TO TOT-ROTULO.
          MOVE CONTADOR-JA-ENVIADOS TO TOT-QTD.
          WRITE REGEVTR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "RETIDOS SEM CPF..........:" TO TOT-ROTULO.
          MOVE CONTADOR-SEM-CPF TO TOT-QTD.
          WRITE REGEVTR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "RETIDOS SEM RESCISAO.....:" TO TOT-ROTULO.
          MOVE CONTADOR-SEM-RESC TO TOT-QTD.
          WRITE REGEVTR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "RECUSADOS EM ABERTO......:" TO TOT-ROTULO.
          MOVE CONTADOR-RECUSADOS TO TOT-QTD.
          WRITE REGEVTR FROM CAB-04 AFTER ADVANCING 1 LINE.
          PERFORM FECHA-ARQUIVOS.
          PERFORM GRAVA-CONTROLE.
          PERFORM GRAVA-LOG.
          DISPLAY "GERACAO DOS EVENTOS DA FOLHA ENCERRADA.".
          DISPLAY "LOTE.................: " ULTIMO-LOTE.
          DISPLAY "EVENTOS GERADOS......: " CONTADOR-EVENTOS.
          DISPLAY "REENVIOS.............: " CONTADOR-REENVIOS.
          DISPLAY "FATOS RETIDOS........: " CONTADOR-RETIDOS.
          IF CONTADOR-RETIDOS GREATER THAN ZEROES
              DISPLAY "HA FATOS RETIDOS - CONFERIR RELEVT."
              MOVE 4 TO RETURN-CODE.

       GRAVA-CONTROLE.
          OPEN OUTPUT CTRLEVT.
          MOVE SPACES TO REG-CTE.
          MOVE DATA-SISTEMA TO DATA-CTE.
          MOVE ULTIMO-EVT TO ULT-EVT-CTE.
          MOVE ULTIMO-LOTE TO ULT-LOTE-CTE.
          WRITE REG-CTE.
          CLOSE CTRLEVT.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "GEREVT"               TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-FATOS         TO LOG-LIDOS.
          MOVE "EVENTOS"              TO LOG-ARQ1-NOME.
          MOVE CONTADOR-EVENTOS       TO LOG-ARQ1-QTD.
          MOVE "RELEVT"               TO LOG-ARQ2-NOME.
          MOVE CONTADOR-RETIDOS       TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
