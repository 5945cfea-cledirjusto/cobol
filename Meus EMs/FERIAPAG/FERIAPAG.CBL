      *ACRESCENTA O VALOR AO CADSAI.DAT DO MES PARA SEGUIR NO FLUXO
      *DE HOLERITE E REMESSA. OS DIAS GOZADOS SAO BAIXADOS NO
      *CONTROLE; PROGRAMACAO SEM SALDO OU DE MATRICULA INEXISTENTE E
      *RECUSADA PARA ARQFERT.EXC. AS FERIAS PAGAS (COM O TERCO)
      *DEPOSITAM 8% DE FGTS NO SALDO DO ARQFGTS DA FOLHA, SOMADOS AOS
      *DEMAIS PAGAMENTOS DE FERIAS DA COMPETENCIA. O VALOR PAGO BAIXA
      *A PROVISAO DE FERIAS DO FUNCIONARIO NO ARQPROV DA FOLHA (ATE O
      *SALDO PROVISIONADO PELO PROVFOL). A PROGRAMACAO PAGA MARCA COMO
      *PAGO (Q) O PERIODO GERADO PELO PLANFER NO PLANO ARQPLF.DAT PARA
      *A MESMA MATRICULA E DIAS.
      *SEM LIMITE DE QUANTIDADE: ARQFERT E CADENT VAO POR SORT PARA A
      *ORDEM DE MATRICULA (FTRPAG E ENTPAG.DAT) E SAO CONFERIDOS EM
      *PARALELO; AS PROGRAMACOES DA MESMA MATRICULA MANTEM A ORDEM DO
      *ARQFERT. OS PERIODOS PAGOS VAO PARA O MARFER.DAT E NO FIM SAO
      *CASADOS COM O PLANO EM ORDEM DE MATRICULA E DIAS, QUE E A
      *ORDEM EM QUE O ARQPLF E REGRAVADO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-FER.
          SELECT ARQFGTS ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-FGT
          FILE STATUS IS FS-FGTS.
          SELECT ARQPROV ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-PRV
          FILE STATUS IS FS-PROV.
          SELECT OPTIONAL ARQVERB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADSAI ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQEXC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQPLF ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTFTR ASSIGN TO DISK.
          SELECT FTRORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTENT ASSIGN TO DISK.
          SELECT ENTORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT MARCAS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTMAR ASSIGN TO DISK.
          SELECT MARORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTPLF ASSIGN TO DISK.
          SELECT PLFORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          02 MATRICULA-FTR             PIC 9(05).
          02 DIAS-FTR                  PIC 9(02).

       SD  SORTFTR.
          01 REG-SFT.
          02 MATRICULA-SFT             PIC 9(05).
          02 FILLER                    PIC X(02).

       FD  FTRORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "FTRPAG.DAT".
          01 REG-FTO                   PIC X(07).

       FD  CADENT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADENT.DAT".
          02 SITUACAO-ENT	PIC X(01).
          02 UNIDADE-ENT	PIC 9(02).

       SD  SORTENT.
          01 REG-SEN.
          02 MATRICULA-SEN             PIC 9(05).
          02 FILLER                    PIC X(58).

       FD  ENTORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ENTPAG.DAT".
          01 REG-ENO.
          02 MATRICULA-ENO             PIC 9(05).
          02 NOME-ENO                  PIC X(30).
          02 SALARIOB-ENO              PIC 9(05)V99.
          02 FILLER                    PIC X(21).

       FD  CADFER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADFER.DAT".
          02 AVOS-FER                  PIC 9(02).
          02 DIAS-GOZADOS-FER          PIC 9(02).

       FD  ARQFGTS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQFGTS.DAT".
          COPY REGFGT.

       FD  ARQPROV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQPROV.DAT".
          COPY REGPRV.

       FD  ARQVERB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQVERB.DAT".
          02 FILLER                    PIC X(02).
          02 EXC-MOTIVO                PIC X(22).

       FD  ARQPLF
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQPLF.DAT".
          COPY REGPLF.

       FD  MARCAS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "MARFER.DAT".
          01 REG-MAR.
          02 MATRICULA-MAR             PIC 9(05).
          02 DIAS-MAR                  PIC 9(02).

       SD  SORTMAR.
          01 REG-SMA.
          02 MATRICULA-SMA             PIC 9(05).
          02 DIAS-SMA                  PIC 9(02).

       FD  MARORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "MARORD.DAT".
          01 REG-MAO.
          02 MATRICULA-MAO             PIC 9(05).
          02 DIAS-MAO                  PIC 9(02).

       SD  SORTPLF.
          01 REG-SPL.
          02 MATRICULA-SPL             PIC 9(05).
          02 FILLER                    PIC X(18).
          02 DIAS-SPL                  PIC 9(02).
          02 FILLER                    PIC X(21).

       FD  PLFORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PLFORD.DAT".
          01 REG-PLO                   PIC X(46).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  NAO-TEM-FER        PIC X(03) VALUE "NAO".
       77  ACHOU-FUNC         PIC X(03) VALUE "NAO".
       77  DIAS-DIREITO       PIC 9(02) VALUE ZEROES.
       77  SALDO-DIAS         PIC S9(03) VALUE ZEROES.
       77  VALOR-FERIAS       PIC 9(05)V9(02) VALUE ZEROES.
       77  DATA-SISTEMA-LOG   PIC 9(08).
       77  HORA-SISTEMA-LOG   PIC 9(08).
       77  MOTIVO-GUARDADO    PIC X(22) VALUE SPACES.
       77  FS-FGTS            PIC X(02) VALUE "00".
       77  TAXA-FGTS          PIC 9V9(04) VALUE 0,08.
       77  DEPOSITO-FGTS      PIC 9(07)V9(02) VALUE ZEROES.
       77  TOTAL-FGTS         PIC 9(09)V9(02) VALUE ZEROES.
       77  TEM-FGTS           PIC X(03) VALUE "NAO".
       77  COMPET-ATUAL       PIC 9(06) VALUE ZEROES.
       77  FS-PROV            PIC X(02) VALUE "00".
       77  TEM-PROV           PIC X(03) VALUE "NAO".
       77  BAIXA-PROV         PIC 9(07)V9(02) VALUE ZEROES.
       77  TOTAL-BAIXA-PROV   PIC 9(09)V9(02) VALUE ZEROES.
       77  FIM-PLF            PIC X(03) VALUE "NAO".
       77  PLANO-ALTERADO     PIC X(03) VALUE "NAO".

       01 CHAVE-MARCA.
          02 CMA-MATRICULA             PIC 9(05).
          02 CMA-DIAS                  PIC 9(02).
       01 CHAVE-PLANO.
          02 CPL-MATRICULA             PIC 9(05).
          02 CPL-DIAS                  PIC 9(02).

       01 LINHA-LOG.
          02 LOG-PROGRAMA              PIC X(08).
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ2-QTD              PIC 9(06).

       PROCEDURE DIVISION.

       PGM-FERIAPAG.
          PERFORM ORDENA-ARQUIVOS.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-FTR EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

      *----------------------------------------------------------------
      *    PROGRAMACOES E FUNCIONARIOS EM ORDEM DE MATRICULA; A ORDEM
      *    DE CHEGADA SE MANTEM DENTRO DA MESMA MATRICULA, PARA O SALDO
      *    SER CONSUMIDO COMO ANTES.
      *----------------------------------------------------------------
       ORDENA-ARQUIVOS.
          SORT SORTFTR ON ASCENDING KEY MATRICULA-SFT
              WITH DUPLICATES IN ORDER
              USING ARQFERT
              GIVING FTRORD.
          SORT SORTENT ON ASCENDING KEY MATRICULA-SEN
              WITH DUPLICATES IN ORDER
              USING CADENT
              GIVING ENTORD.

       LE-FUNCIONARIO.
          READ ENTORD AT END MOVE "SIM" TO FIM-ENT.

       INICIO.
          OPEN INPUT  FTRORD
                      ENTORD
               I-O    CADFER
               EXTEND CADSAI
               OUTPUT ARQEXC
                      MARCAS.
          PERFORM LE-FUNCIONARIO.
          OPEN I-O ARQFGTS.
          IF FS-FGTS EQUAL "35"
              OPEN OUTPUT ARQFGTS
              CLOSE ARQFGTS
              OPEN I-O ARQFGTS.
          OPEN I-O ARQPROV.
          IF FS-PROV EQUAL "35"
              OPEN OUTPUT ARQPROV
              CLOSE ARQPROV
              OPEN I-O ARQPROV.
          ACCEPT DATA-SISTEMA-LOG FROM DATE YYYYMMDD.
          MOVE DATA-SISTEMA-LOG(1:6) TO COMPET-ATUAL.
          PERFORM LEITURA.

       LEITURA.
          READ FTRORD INTO REG-FTR AT END MOVE "SIM" TO FIM-FTR.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.

       LOCALIZA-FUNCIONARIO.
          MOVE "NAO" TO ACHOU-FUNC.
          PERFORM LE-FUNCIONARIO
              UNTIL FIM-ENT EQUAL "SIM"
                 OR MATRICULA-ENO NOT LESS MATRICULA-FTR.
          IF FIM-ENT NOT EQUAL "SIM"
             AND MATRICULA-ENO EQUAL MATRICULA-FTR
              MOVE "SIM" TO ACHOU-FUNC.

       CONFERE-SALDO.
          MOVE "NAO" TO NAO-TEM-FER.

       PAGA-FERIAS.
          COMPUTE VALOR-FERIAS ROUNDED =
              (SALARIOB-ENO / 30 * DIAS-FTR) * 4 / 3.
          ADD 1 TO CONTADOR-PAGOS.
          MOVE SPACES TO REG-SAI.
          MOVE MATRICULA-FTR TO MATRICULA-SAI.
          MOVE NOME-ENO TO NOME-SAI.
          MOVE VALOR-FERIAS TO SALARIOB-SAI.
          MOVE ZEROES TO INSS-SAI.
          MOVE ZEROES TO IRRF-SAI.
          MOVE ZEROES TO DESCONTO-SAI.
          MOVE VALOR-FERIAS TO LIQUIDO-SAI.
          MOVE ZEROES TO EMPREST-SAI.
          MOVE ZEROES TO MENSAL-SAI.
          MOVE ZEROES TO PENSAO-SAI.
          MOVE ZEROES TO ADIANT-SAI.
          MOVE "V" TO TIPO-SAI.
          WRITE REG-SAI.
          PERFORM GRAVA-VERBA-FERIAS.
          PERFORM DEPOSITA-FGTS.
          PERFORM BAIXA-PROVISAO.
          PERFORM MARCA-PLANO.
          ADD DIAS-FTR TO DIAS-GOZADOS-FER.
          IF DIAS-GOZADOS-FER NOT LESS 30
              PERFORM INICIA-NOVO-PERIODO.
          WRITE REG-VRB.
          CLOSE ARQVERB.

       DEPOSITA-FGTS.
          COMPUTE DEPOSITO-FGTS ROUNDED = VALOR-FERIAS * TAXA-FGTS.
          MOVE "SIM" TO TEM-FGTS.
          MOVE MATRICULA-FTR TO MATRICULA-FGT.
          READ ARQFGTS KEY IS MATRICULA-FGT
              INVALID KEY MOVE "NAO" TO TEM-FGTS.
          IF TEM-FGTS EQUAL "NAO"
              MOVE ZEROES TO REG-FGT
              MOVE MATRICULA-FTR TO MATRICULA-FGT
              MOVE SPACES TO TIPO-DESLIG-FGT.
          IF COMPET-FGT NOT EQUAL COMPET-ATUAL
              PERFORM VIRA-COMPETENCIA-FGTS.
          ADD VALOR-FERIAS TO BASE-FER-FGT.
          ADD DEPOSITO-FGTS TO SALDO-FGT DEPOSITO-FGT.
          ADD DEPOSITO-FGTS TO TOTAL-FGTS.
          IF TEM-FGTS EQUAL "NAO"
              WRITE REG-FGT
          ELSE
              REWRITE REG-FGT.

       VIRA-COMPETENCIA-FGTS.
          MOVE COMPET-ATUAL TO COMPET-FGT.
          MOVE ZEROES TO BASE-FOL-FGT.
          MOVE ZEROES TO BASE-FER-FGT.
          MOVE ZEROES TO BASE-13-FGT.
          MOVE ZEROES TO BASE-RES-FGT.
          MOVE ZEROES TO DEPOSITO-FGT.
          MOVE ZEROES TO MULTA-FGT.
          MOVE SPACES TO TIPO-DESLIG-FGT.

       BAIXA-PROVISAO.
          MOVE "SIM" TO TEM-PROV.
          MOVE MATRICULA-FTR TO MATRICULA-PRV.
          READ ARQPROV KEY IS MATRICULA-PRV
              INVALID KEY MOVE "NAO" TO TEM-PROV.
          IF TEM-PROV EQUAL "SIM"
              PERFORM BAIXA-SALDO-PROVISAO.

       BAIXA-SALDO-PROVISAO.
          IF COMPET-PRV NOT EQUAL COMPET-ATUAL
              PERFORM VIRA-COMPETENCIA-PRV.
          IF VALOR-FERIAS GREATER THAN SALDO-FER-PRV
              MOVE SALDO-FER-PRV TO BAIXA-PROV
          ELSE
              MOVE VALOR-FERIAS TO BAIXA-PROV.
          SUBTRACT BAIXA-PROV FROM SALDO-FER-PRV.
          ADD BAIXA-PROV TO BAIXA-FER-PRV.
          ADD BAIXA-PROV TO TOTAL-BAIXA-PROV.
          REWRITE REG-PRV.

       VIRA-COMPETENCIA-PRV.
          MOVE COMPET-ATUAL TO COMPET-PRV.
          MOVE ZEROES TO PROV-FER-PRV.
          MOVE ZEROES TO PROV-13-PRV.
          MOVE ZEROES TO ESTORNO-FER-PRV.
          MOVE ZEROES TO ESTORNO-13-PRV.
          MOVE ZEROES TO BAIXA-FER-PRV.
          MOVE ZEROES TO BAIXA-13-PRV.
          MOVE ZEROES TO PAGO-13-MES-PRV.
          MOVE ZEROES TO ENCARGOS-PRV.

       MARCA-PLANO.
          MOVE MATRICULA-FTR TO MATRICULA-MAR.
          MOVE DIAS-FTR TO DIAS-MAR.
          WRITE REG-MAR.
          MOVE "SIM" TO PLANO-ALTERADO.

       INICIA-NOVO-PERIODO.
          ACCEPT DATA-SISTEMA-LOG FROM DATE YYYYMMDD.
          MOVE DATA-SISTEMA-LOG TO DATA-AQUIS-FER.
          DISPLAY "PROGRAMACOES LIDAS...: " CONTADOR-LIDOS.
          DISPLAY "FERIAS PAGAS.........: " CONTADOR-PAGOS.
          DISPLAY "RECUSADAS............: " CONTADOR-REJ.
          DISPLAY "FGTS DAS FERIAS......: " TOTAL-FGTS.
          DISPLAY "BAIXA DA PROVISAO....: " TOTAL-BAIXA-PROV.
          CLOSE FTRORD
                ENTORD
                CADFER
                ARQFGTS
                ARQPROV
                CADSAI
                ARQEXC
                MARCAS.
          IF PLANO-ALTERADO EQUAL "SIM"
              PERFORM REGRAVA-PLANO.

      *----------------------------------------------------------------
      *    CADA PERIODO PAGO MARCA COMO Q O PRIMEIRO PERIODO GERADO (G)
      *    DA MESMA MATRICULA E DIAS, NA ORDEM ORIGINAL DO PLANO.
      *----------------------------------------------------------------
       REGRAVA-PLANO.
          SORT SORTMAR ON ASCENDING KEY MATRICULA-SMA DIAS-SMA
              USING MARCAS
              GIVING MARORD.
          SORT SORTPLF ON ASCENDING KEY MATRICULA-SPL DIAS-SPL
              WITH DUPLICATES IN ORDER
              USING ARQPLF
              GIVING PLFORD.
          OPEN INPUT  MARORD
                      PLFORD
               OUTPUT ARQPLF.
          PERFORM LE-MARCA.
          PERFORM LE-PLANO.
          PERFORM REGRAVA-UM-PERIODO UNTIL FIM-PLF EQUAL "SIM".
          CLOSE MARORD
                PLFORD
                ARQPLF.

       LE-MARCA.
          READ MARORD AT END MOVE HIGH-VALUES TO CHAVE-MARCA.
          IF CHAVE-MARCA NOT EQUAL HIGH-VALUES
              MOVE MATRICULA-MAO TO CMA-MATRICULA
              MOVE DIAS-MAO TO CMA-DIAS.

       LE-PLANO.
          READ PLFORD INTO REG-PLF AT END MOVE "SIM" TO FIM-PLF.
          MOVE MATRICULA-PLF TO CPL-MATRICULA.
          MOVE DIAS-PLF TO CPL-DIAS.

       REGRAVA-UM-PERIODO.
          PERFORM LE-MARCA UNTIL CHAVE-MARCA NOT LESS CHAVE-PLANO.
          IF CHAVE-MARCA EQUAL CHAVE-PLANO
             AND SITUACAO-PLF EQUAL "G"
              MOVE "Q" TO SITUACAO-PLF
              PERFORM LE-MARCA.
          WRITE REG-PLF.
          PERFORM LE-PLANO.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA-LOG FROM DATE YYYYMMDD.
