      *LIQUIDO) E REGISTRO 9 DE TRAILER COM A QUANTIDADE E A SOMA DOS
      *LIQUIDOS. IMPRIME A LISTAGEM DE CONFERENCIA RELREMES E DESVIA
      *PARA RELBALCAO OS FUNCIONARIOS SEM CONTA CADASTRADA, QUE
      *RECEBEM NO GUICHE. O DETALHE LEVA O CPF DO FUNCIONARIO, LIDO
      *DO CADENT DA FOLHA (EM01\EX06); FUNCIONARIO COM CONTA E SEM
      *CPF SEGUE COM CPF ZERADO E E CONTADO NO TOTAL DA LISTAGEM
      *("SEM CPF") PARA O ACERTO NO CADASTRO. ANTES DE GERAR, CONFERE
      *O ARQAPRV.DAT: HAVENDO SOLICITACAO DE CONTA DO MANBANC AINDA
      *PENDENTE DE APROVACAO PARA FUNCIONARIO PRESENTE NO CADSAI, A
      *REMESSA E RECUSADA COM CODIGO 8 ATE A DECISAO NO APRVALT.
      *A PENSAO ALIMENTICIA DESCONTADA PELA FOLHA (PAGPENS.DAT DO
      *EX06, UM REGISTRO POR ORDEM) VIRA DETALHE PROPRIO DE TIPO 2 -
      *CONTA E CPF DO BENEFICIARIO, MATRICULA DO FUNCIONARIO E VALOR -
      *CONTADO E SOMADO NO TRAILER COM OS CREDITOS SALARIAIS;
      *BENEFICIARIO SEM CONTA NA ORDEM VAI PARA O RELBALCAO. COM A
      *VARIAVEL DE AMBIENTE TIPO_FOLHA=A A REMESSA E A DO ADIANTAMENTO
      *QUINZENAL: LE O ARQADT.DAT DO ADIANTA NO LUGAR DO CADSAI, O
      *HEADER SAI IDENTIFICADO COMO REMADT E NAO HA CREDITO DE PENSAO
      *(A PENSAO SO E DESCONTADA NA FOLHA DO MES). A REMESSA DA
      *FOLHA DO MES SO SAI COM A COMPETENCIA LIBERADA NO LIBFOL SOBRE
      *ESTE MESMO CADSAI (CONFERIDO PELO CONFLIB); SEM LIBERACAO, COM
      *A FOLHA RETIDA OU RECALCULADA DEPOIS DA LIBERACAO E RECUSADA
      *COM CODIGO 8. O ADIANTAMENTO NAO PASSA PELO LIBFOL.
      *SEM LIMITE DE QUANTIDADE: CADSAI, CADBANC, CADENT E ARQAPRV
      *VAO POR SORT PARA A ORDEM DE MATRICULA E SAO CONFERIDOS EM
      *PARALELO; A REMESSA E A LISTAGEM SAEM EM ORDEM DE MATRICULA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADBANC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT REMBANCO ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELREMES ASSIGN TO DISK.
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQAPRV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PAGPENS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTSAI ASSIGN TO DISK.
          SELECT SAIORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTBAN ASSIGN TO DISK.
          SELECT BANORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTENT ASSIGN TO DISK.
          SELECT ENTORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTAPR ASSIGN TO DISK.
          SELECT APRORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADSAI
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS NOME-CADSAI.
          01 REG-SAI-ARQ               PIC X(106).

       SD  SORTSAI.
          01 REG-SSA.
          02 MATRICULA-SSA             PIC X(05).
          02 FILLER                    PIC X(101).

       FD  SAIORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SAIREM.DAT".
          01 REG-SAI-ORD               PIC X(106).

       FD  CADBANC
          LABEL RECORD ARE STANDARD
          02 AGENCIA-BAN               PIC 9(04).
          02 CONTA-BAN                 PIC 9(08).

       SD  SORTBAN.
          01 REG-SBA.
          02 MATRICULA-SBA             PIC 9(05).
          02 FILLER                    PIC X(15).

       FD  BANORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "BANREM.DAT".
          01 REG-BAO.
          02 MATRICULA-BAO             PIC 9(05).
          02 BANCO-BAO                 PIC 9(03).
          02 AGENCIA-BAO               PIC 9(04).
          02 CONTA-BAO                 PIC 9(08).

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

       SD  SORTENT.
          01 REG-SEN.
          02 MATRICULA-SEN             PIC 9(05).
          02 FILLER                    PIC X(72).

       FD  ENTORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ENTREM.DAT".
          01 REG-ENO.
          02 MATRICULA-ENO             PIC 9(05).
          02 FILLER                    PIC X(61).
          02 CPF-ENO                   PIC X(11).

       FD  REMBANCO
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "REMBANCO.DAT".
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       FD  ARQAPRV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQAPRV.DAT".
          COPY REGAPRV.

       SD  SORTAPR.
          01 REG-SAP.
          02 FILLER                    PIC X(15).
          02 CHAVE-SAP                 PIC X(10).
          02 FILLER                    PIC X(125).

       FD  APRORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "APRREM.DAT".
          01 REG-APO.
          02 NUMERO-APO                PIC 9(06).
          02 ORIGEM-APO                PIC X(08).
          02 FILLER                    PIC X(01).
          02 CHAVE-APO                 PIC X(10).
          02 FILLER                    PIC X(112).
          02 SITUACAO-APO              PIC X(01).
          02 FILLER                    PIC X(12).

       FD  PAGPENS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\PAGPENS.DAT".
          COPY REGPGP.

       WORKING-STORAGE SECTION.
       77  TIPO-FOLHA         PIC X(01) VALUE SPACES.
       77  NOME-CADSAI        PIC X(30) VALUE
           "EM01\EX06\CADSAI.DAT".
       77  FIM-SAI            PIC X(03) VALUE "NAO".
       77  FIM-BAN            PIC X(03) VALUE "NAO".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  CONTADOR-SEM-CPF   PIC 9(06) VALUE ZEROES.
       77  ACHOU-CONTA        PIC X(03) VALUE "NAO".
       77  CPF-CONTA          PIC 9(11) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  SOMA-LIQUIDOS      PIC 9(12)V9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA-LOG   PIC 9(08).
       77  CHAVE-PND          PIC X(05) VALUE SPACES.
       77  MATRICULA-CONF     PIC X(05) VALUE SPACES.
       77  QTD-BLOQUEADOS     PIC 9(04) VALUE ZEROES.
       77  FIM-PGP            PIC X(03) VALUE "NAO".
       77  CONTADOR-PENSOES   PIC 9(06) VALUE ZEROES.
       77  SOMA-PENSOES       PIC 9(12)V9(02) VALUE ZEROES.
       77  COMPET-LIBERACAO   PIC 9(06) VALUE ZEROES.
       77  FOLHA-LIBERADA     PIC X(03) VALUE "NAO".
       77  MOTIVO-LIBERACAO   PIC X(60) VALUE SPACES.

       COPY REGSAI.

       01 REM-HEADER.
          02 FILLER                    PIC X(01) VALUE "0".
          02 HDR-ID                    PIC X(06) VALUE "REMSAL".
          02 HDR-DATA                  PIC 9(08).
          02 FILLER                    PIC X(35) VALUE SPACES.

          02 DET-CONTA                 PIC 9(08).
          02 DET-MATRICULA             PIC 9(05).
          02 DET-LIQUIDO               PIC 9(10)V9(02).
          02 DET-CPF                   PIC 9(11).
          02 FILLER                    PIC X(06) VALUE SPACES.

       01 REM-DETALHE-PEN.
          02 FILLER                    PIC X(01) VALUE "2".
          02 DPE-BANCO                 PIC 9(03).
          02 DPE-AGENCIA               PIC 9(04).
          02 DPE-CONTA                 PIC 9(08).
          02 DPE-MATRICULA             PIC 9(05).
          02 DPE-VALOR                 PIC 9(10)V9(02).
          02 DPE-CPF                   PIC 9(11).
          02 FILLER                    PIC X(06) VALUE SPACES.

       01 REM-TRAILER.
          02 FILLER                    PIC X(01) VALUE "9".
          02 FILLER    PIC X(03)  VALUE SPACES.
          02 FILLER    PIC X(11)  VALUE "NO BALCAO: ".
          02 TOT-BALC  PIC ZZZZ9.
          02 FILLER    PIC X(03)  VALUE SPACES.
          02 FILLER    PIC X(09)  VALUE "SEM CPF: ".
          02 TOT-SCPF  PIC ZZZZ9.

       01 DETALHE.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 LIQ       PIC ZZ.ZZZ,99.

       01 DETALHE-PEN.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 MAT-PEN   PIC 9(05).
          02 FILLER    PIC X(07) VALUE " PENS. ".
          02 NOM-PEN   PIC X(30).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 BCO-PEN   PIC 9(03).
          02 FILLER    PIC X(04) VALUE SPACES.
          02 CTA-PEN   PIC 9(08).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 LIQ-PEN   PIC ZZ.ZZZ,99.

       01 LINHA-LOG.
          02 LOG-PROGRAMA              PIC X(08).
          02 FILLER                    PIC X(01) VALUE SPACES.
       PROCEDURE DIVISION.

       PGM-REMESSA.
          ACCEPT TIPO-FOLHA FROM ENVIRONMENT "TIPO_FOLHA".
          IF TIPO-FOLHA EQUAL "A"
              MOVE "EM01\EX06\ARQADT.DAT" TO NOME-CADSAI
              MOVE "REMADT" TO HDR-ID
          ELSE
              CALL "CONFLIB" USING COMPET-LIBERACAO FOLHA-LIBERADA
                  MOTIVO-LIBERACAO
              IF FOLHA-LIBERADA NOT EQUAL "SIM"
                  DISPLAY MOTIVO-LIBERACAO
                  DISPLAY "COMPETENCIA " COMPET-LIBERACAO
                      " - LIBERE A FOLHA NO LIBFOL. REMESSA RECUSADA."
                  MOVE 8 TO RETURN-CODE
                  STOP RUN.
          PERFORM ORDENA-ARQUIVOS.
          PERFORM CONFERE-PENDENTES.
          IF QTD-BLOQUEADOS GREATER THAN ZEROES
              DISPLAY QTD-BLOQUEADOS " FUNCIONARIO(S) DO CADSAI COM "
                  "TROCA DE CONTA PENDENTE DE APROVACAO."
              DISPLAY "APROVE OU REJEITE NO APRVALT ANTES DA REMESSA. "
                  "REMESSA RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-SAI EQUAL "SIM".
          PERFORM FIM.
          STOP RUN.

      *----------------------------------------------------------------
      *    FOLHA, CONTAS, CPF E SOLICITACOES EM ORDEM DE MATRICULA
      *    (SAIREM, BANREM, ENTREM E APRREM.DAT). HEADER E TRAILER DO
      *    CADSAI FICAM NO FIM E SAO PULADOS NA LEITURA. CONTA REPETIDA
      *    NO CADBANC: VALE A PRIMEIRA, COMO NA ORDEM DO CADASTRO.
      *----------------------------------------------------------------
       ORDENA-ARQUIVOS.
          SORT SORTSAI ON ASCENDING KEY MATRICULA-SSA
              USING CADSAI
              GIVING SAIORD.
          SORT SORTBAN ON ASCENDING KEY MATRICULA-SBA
              WITH DUPLICATES IN ORDER
              USING CADBANC
              GIVING BANORD.
          SORT SORTENT ON ASCENDING KEY MATRICULA-SEN
              USING CADENT
              GIVING ENTORD.
          SORT SORTAPR ON ASCENDING KEY CHAVE-SAP
              USING ARQAPRV
              GIVING APRORD.

      *----------------------------------------------------------------
      *    SOLICITACOES DO MANBANC AINDA PENDENTES NO ARQAPRV CONTRA
      *    OS FUNCIONARIOS DA FOLHA: O CREDITO NAO PODE SAIR PARA UMA
      *    CONTA QUE ESTA SENDO TROCADA SEM A SEGUNDA ASSINATURA.
      *----------------------------------------------------------------
       CONFERE-PENDENTES.
          OPEN INPUT APRORD
                     SAIORD.
          PERFORM LE-PENDENTE.
          PERFORM LEITURA.
          PERFORM CONFERE-FUNCIONARIO UNTIL FIM-SAI EQUAL "SIM".
          CLOSE APRORD
                SAIORD.
          MOVE "NAO" TO FIM-SAI.

       LE-PENDENTE.
          MOVE SPACES TO CHAVE-PND.
          PERFORM LE-SOLICITACAO UNTIL CHAVE-PND NOT EQUAL SPACES.

       LE-SOLICITACAO.
          READ APRORD AT END MOVE HIGH-VALUES TO CHAVE-PND.
          IF CHAVE-PND NOT EQUAL HIGH-VALUES
             AND ORIGEM-APO EQUAL "MANBANC"
             AND SITUACAO-APO EQUAL "P"
              MOVE CHAVE-APO TO CHAVE-PND.

       CONFERE-FUNCIONARIO.
          IF REG-SAI(1:3) NOT EQUAL "HDR"
             AND REG-SAI(1:3) NOT EQUAL "TRL"
              MOVE MATRICULA-SAI TO MATRICULA-CONF
              PERFORM LE-PENDENTE
                  UNTIL CHAVE-PND NOT LESS MATRICULA-CONF
              PERFORM BLOQUEIA-FUNCIONARIO
                  UNTIL CHAVE-PND NOT EQUAL MATRICULA-CONF.
          PERFORM LEITURA.

       BLOQUEIA-FUNCIONARIO.
          ADD 1 TO QTD-BLOQUEADOS.
          DISPLAY "MATRICULA " MATRICULA-SAI " - SOLICITACAO "
              NUMERO-APO " PENDENTE NO ARQAPRV".
          PERFORM LE-PENDENTE.

       LE-CONTA.
          READ BANORD AT END MOVE "SIM" TO FIM-BAN.

       LE-CADENT.
          READ ENTORD AT END MOVE "SIM" TO FIM-ENT.

       INICIO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN INPUT  SAIORD
                      BANORD
                      ENTORD
               OUTPUT REMBANCO
                      RELREMES
                      RELBALCAO.
          PERFORM LE-CONTA.
          PERFORM LE-CADENT.
          MOVE SPACES TO REG-REM.
          MOVE DATA-SISTEMA TO HDR-DATA.
          WRITE REG-REM FROM REM-HEADER.
          PERFORM LEITURA.

       LEITURA.
          READ SAIORD INTO REG-SAI AT END MOVE "SIM" TO FIM-SAI.

       PRINCIPAL.
          IF REG-SAI(1:3) EQUAL "HDR" OR REG-SAI(1:3) EQUAL "TRL"

       LOCALIZA-CONTA.
          MOVE "NAO" TO ACHOU-CONTA.
          MOVE ZEROES TO CPF-CONTA.
          PERFORM LE-CONTA
              UNTIL FIM-BAN EQUAL "SIM"
                 OR MATRICULA-BAO NOT LESS MATRICULA-SAI.
          IF FIM-BAN NOT EQUAL "SIM"
             AND MATRICULA-BAO EQUAL MATRICULA-SAI
              MOVE "SIM" TO ACHOU-CONTA.
          PERFORM LE-CADENT
              UNTIL FIM-ENT EQUAL "SIM"
                 OR MATRICULA-ENO NOT LESS MATRICULA-SAI.
          IF FIM-ENT NOT EQUAL "SIM"
             AND MATRICULA-ENO EQUAL MATRICULA-SAI
             AND CPF-ENO NUMERIC
              MOVE CPF-ENO TO CPF-CONTA.

       GRAVA-CREDITO.
          ADD 1 TO CONTADOR-CREDITOS.
          ADD LIQUIDO-SAI TO SOMA-LIQUIDOS.
          MOVE BANCO-BAO TO DET-BANCO.
          MOVE AGENCIA-BAO TO DET-AGENCIA.
          MOVE CONTA-BAO TO DET-CONTA.
          MOVE MATRICULA-SAI TO DET-MATRICULA.
          MOVE LIQUIDO-SAI TO DET-LIQUIDO.
          MOVE CPF-CONTA TO DET-CPF.
          IF CPF-CONTA EQUAL ZEROES
              ADD 1 TO CONTADOR-SEM-CPF.
          WRITE REG-REM FROM REM-DETALHE.
          PERFORM IMPRIME-CONFERENCIA.

              PERFORM CABECALHO.
          MOVE MATRICULA-SAI TO MAT.
          MOVE NOME-SAI TO NOM.
          MOVE BANCO-BAO TO BCO.
          MOVE CONTA-BAO TO CTA.
          MOVE LIQUIDO-SAI TO LIQ.
          WRITE REGREMES FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          MOVE ZEROES TO CT-LIN.

       FIM.
          IF TIPO-FOLHA NOT EQUAL "A"
              PERFORM CREDITA-PENSOES.
          MOVE CONTADOR-CREDITOS TO TRL-QTDE.
          MOVE SOMA-LIQUIDOS TO TRL-SOMA.
          WRITE REG-REM FROM REM-TRAILER.
          MOVE CONTADOR-CREDITOS TO TOT-CRED.
          MOVE SOMA-LIQUIDOS TO TOT-SOMA.
          MOVE CONTADOR-BALCAO TO TOT-BALC.
          MOVE CONTADOR-SEM-CPF TO TOT-SCPF.
          WRITE REGREMES FROM CAB-04 AFTER ADVANCING 2 LINES.
          PERFORM GRAVA-LOG.
          IF CONTADOR-PENSOES GREATER THAN ZEROES
              DISPLAY "CREDITOS DE PENSAO ALIMENTICIA: "
                  CONTADOR-PENSOES " SOMA: " SOMA-PENSOES.
          CLOSE SAIORD
                BANORD
                ENTORD
                REMBANCO
                RELREMES
                RELBALCAO.

      *----------------------------------------------------------------
      *    CREDITO DA PENSAO ALIMENTICIA AO BENEFICIARIO, UM DETALHE
      *    TIPO 2 POR ORDEM DESCONTADA NA FOLHA, DEPOIS DOS CREDITOS
      *    SALARIAIS E DENTRO DO MESMO TRAILER.
      *----------------------------------------------------------------
       CREDITA-PENSOES.
          OPEN INPUT PAGPENS.
          PERFORM LE-PAGTO-PENSAO.
          PERFORM TRATA-PAGTO-PENSAO UNTIL FIM-PGP EQUAL "SIM".
          CLOSE PAGPENS.

       LE-PAGTO-PENSAO.
          READ PAGPENS AT END MOVE "SIM" TO FIM-PGP.

       TRATA-PAGTO-PENSAO.
          IF BANCO-PGP EQUAL ZEROES OR CONTA-PGP EQUAL ZEROES
              PERFORM GRAVA-BALCAO-PENSAO
          ELSE
              PERFORM GRAVA-CREDITO-PENSAO.
          PERFORM LE-PAGTO-PENSAO.

       GRAVA-CREDITO-PENSAO.
          ADD 1 TO CONTADOR-CREDITOS.
          ADD VALOR-PGP TO SOMA-LIQUIDOS.
          ADD 1 TO CONTADOR-PENSOES.
          ADD VALOR-PGP TO SOMA-PENSOES.
          MOVE BANCO-PGP TO DPE-BANCO.
          MOVE AGENCIA-PGP TO DPE-AGENCIA.
          MOVE CONTA-PGP TO DPE-CONTA.
          MOVE MATRICULA-PGP TO DPE-MATRICULA.
          MOVE VALOR-PGP TO DPE-VALOR.
          MOVE CPF-BEN-PGP TO DPE-CPF.
          IF CPF-BEN-PGP EQUAL ZEROES
              ADD 1 TO CONTADOR-SEM-CPF.
          WRITE REG-REM FROM REM-DETALHE-PEN.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE MATRICULA-PGP TO MAT-PEN.
          MOVE NOME-BEN-PGP TO NOM-PEN.
          MOVE BANCO-PGP TO BCO-PEN.
          MOVE CONTA-PGP TO CTA-PEN.
          MOVE VALOR-PGP TO LIQ-PEN.
          WRITE REGREMES FROM DETALHE-PEN AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       GRAVA-BALCAO-PENSAO.
          ADD 1 TO CONTADOR-BALCAO.
          MOVE SPACES TO REG-BAL.
          MOVE MATRICULA-PGP TO MATRICULA-BAL.
          MOVE NOME-BEN-PGP TO NOME-BAL.
          MOVE VALOR-PGP TO LIQUIDO-BAL.
          MOVE "PENSAO SEM CONTA" TO MOTIVO-BAL.
          WRITE REG-BAL.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA-LOG FROM TIME.
          MOVE "REMESSA"              TO LOG-PROGRAMA.
