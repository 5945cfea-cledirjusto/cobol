      *CADRCB/BAIXAREC, COMO OS RECIBOS DE SOCIO. O CONTROLE
      *CTRLMEN.DAT GUARDA A ULTIMA COMPETENCIA GERADA E O PROGRAMA
      *RECUSA GERAR DUAS VEZES NO MESMO MES. CURSO SEM MENSALIDADE
      *NO CATALOGO SAI AVISADO NO CONSOLE E NAO E LANCADO. COMO O
      *VALOR EM ABERTO DO ALUNO E MESES X VALOR-MEN E A GERACAO
      *REPRECIFICA OS MESES JA EM ABERTO, O CONTROLE DE FATURAMENTO
      *CTRLFAT.DAT RECEBE O VALOR EM ABERTO ANTES (NATUREZA C) E
      *DEPOIS (NATUREZA D) DA GERACAO, PARA O FECHAMENTO DIARIO DA
      *CARTEIRA NO SALDREC. ALUNO COM BOLSA ATIVA NO CADBOLS.DAT
      *(MANTIDO PELO MANBOLS) CUJA VIGENCIA COBRE A COMPETENCIA TEM O
      *PERCENTUAL DESCONTADO DA MENSALIDADE DO CURSO ANTES DO
      *LANCAMENTO; BOLSA INTEGRAL (100%) NAO LANCA A COMPETENCIA.
      *BOLSA SUSPENSA PELO RENBOLS NAO DA DESCONTO.
      *A MENSALIDADE PASSA A SER POR INSCRICAO: SOMA O PRECO DE CADA
      *DISCIPLINA EM QUE O ALUNO ESTA INSCRITO NO ARQDIS (PRECO-CAT DO
      *CADDISC), LIMITADA AO TETO MENSAL DO CURSO PRINCIPAL QUANDO HA
      *TETO; ALUNO SEM INSCRICAO COM PRECO CONTINUA PAGANDO A
      *MENSALIDADE FIXA DO CURSO. OS VALORES VEM DA CARGPREC, A MESMA
      *ROTINA QUE O MATRDISC USA NO AJUSTE PRO-RATA. O AJUSTE-MEN DO
      *ARQMENS NAO E MEXIDO PELA GERACAO. CADA ALUNO LANCADO GANHA UM
      *DEMONSTRATIVO NO DEMMENS COM AS INSCRICOES E PRECOS, O TETO, A
      *BOLSA, O VALOR DO MES, OS AJUSTES DO AJUMENS.DAT DA
      *COMPETENCIA ANTERIOR E O AJUSTE PRO-RATA AINDA EM ABERTO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          FILE STATUS IS FS-MEN.
          SELECT OPTIONAL SOCALU ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQDIS ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-DIS
          FILE STATUS IS FS-DIS.
          SELECT OPTIONAL AJUMENS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT DEMMENS ASSIGN TO DISK.
          SELECT OPTIONAL CTRLMEN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLFAT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADBOLS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          02 DISCIPLINA-MEN            PIC X(05).
          02 VALOR-MEN                 PIC 9(09)V9(02) COMP-3.
          02 MESES-ATRASO-MEN          PIC 9(02)       COMP-3.
          02 AJUSTE-MEN                PIC S9(07)V9(02) COMP-3.

       FD  SOCALU
          LABEL RECORD ARE STANDARD
          02 MATR-VIN                  PIC 9(06).
          02 DIGI-VIN                  PIC 9(01).

       FD  ARQDIS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX05\ARQDIS.DAT".
          COPY REGDIS.

       FD  AJUMENS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "AJUMENS.DAT".
          COPY REGAJM.

       FD  DEMMENS
          LABEL RECORD IS OMITTED.
          01  REGDEM      PIC X(80).

       FD  CTRLMEN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       FD  CTRLFAT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLFAT.DAT".
          COPY REGFAT.

       FD  CADBOLS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADBOLS.DAT".
          COPY REGBOL.

       WORKING-STORAGE SECTION.
       77  FS-ALU             PIC X(02) VALUE "00".
       77  FS-MEN             PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-VIN            PIC X(03) VALUE "NAO".
       77  FS-DIS             PIC X(02) VALUE "00".
       77  FIM-DIS            PIC X(03) VALUE "NAO".
       77  ABRIU-DIS          PIC X(03) VALUE "NAO".
       77  FIM-AJM            PIC X(03) VALUE "NAO".
       77  FIM-CTM            PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  TEM-VINCULO        PIC X(03) VALUE "NAO".
       77  QTD-VINCULOS       PIC 9(04) VALUE ZEROES.
       77  IX-VIN             PIC 9(04) VALUE ZEROES.
       77  MENSAL-CURSO       PIC 9(05)V9(02) VALUE ZEROES.
       77  MENSAL-FIXA        PIC 9(05)V9(02) VALUE ZEROES.
       77  TETO-CURSO         PIC 9(05)V9(02) VALUE ZEROES.
       77  PRECO-DISC         PIC 9(05)V9(02) VALUE ZEROES.
       77  TETO-AUX           PIC 9(05)V9(02) VALUE ZEROES.
       77  MENSAL-AUX         PIC 9(05)V9(02) VALUE ZEROES.
       77  SOMA-INSCRICOES    PIC 9(07)V9(02) VALUE ZEROES.
       77  VALOR-CHEIO        PIC 9(05)V9(02) VALUE ZEROES.
       77  TETO-APLICADO      PIC X(03) VALUE "NAO".
       77  QTD-INSCRICOES     PIC 9(02) VALUE ZEROES.
       77  IX-INS             PIC 9(02) VALUE ZEROES.
       77  QTD-AJUSTES        PIC 9(03) VALUE ZEROES.
       77  IX-AJM             PIC 9(03) VALUE ZEROES.
       77  AJUSTE-PENDENTE    PIC S9(07)V9(02) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  CONTADOR-DEMONST   PIC 9(06) VALUE ZEROES.
       77  COMPET-ULTIMA      PIC 9(06) VALUE ZEROES.
       77  COMPET-HOJE        PIC 9(06) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-SPRECO    PIC 9(06) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).
       77  ABERTO-ANTES       PIC 9(11)V9(02) VALUE ZEROES.
       77  ABERTO-DEPOIS      PIC 9(11)V9(02) VALUE ZEROES.
       77  FIM-BOL            PIC X(03) VALUE "NAO".
       77  ACHOU-BOLSA        PIC X(03) VALUE "NAO".
       77  QTD-BOLSAS         PIC 9(03) VALUE ZEROES.
       77  IX-BOL             PIC 9(03) VALUE ZEROES.
       77  PCT-BOLSA          PIC 9(03)V9(02) VALUE ZEROES.
       77  CONTADOR-BOLSA     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-INTEGRAL  PIC 9(06) VALUE ZEROES.

       01 DATA-HOJE-W.
          02 ANO-HJW                   PIC 9(04).
       01 TAB-VINCULOS.
          02 VIN-MATRICULA OCCURS 2000 TIMES PIC 9(07).

       01 TAB-INSCRICOES.
          02 INS-OCORRENCIA OCCURS 20 TIMES.
             03 INS-DISCIPLINA         PIC X(05).
             03 INS-PRECO              PIC 9(05)V9(02).

       01 TAB-AJUSTES.
          02 AJU-OCORRENCIA OCCURS 999 TIMES.
             03 AJU-MATRICULA          PIC 9(07).
             03 AJU-DATA               PIC 9(08).
             03 AJU-DISCIPLINA         PIC X(05).
             03 AJU-TIPO               PIC X(01).
             03 AJU-DIAS               PIC 9(02).
             03 AJU-SINAL              PIC X(01).
             03 AJU-VALOR              PIC 9(07)V9(02).
             03 AJU-REEMBOLSO          PIC X(01).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "DEMONSTRATIVO DA  ".
          02 FILLER    PIC X(12) VALUE "MENSALIDADE ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(13)  VALUE "COMPETENCIA: ".
          02 CAB-COMPET PIC 9(06).
          02 FILLER    PIC X(03)  VALUE SPACES.
          02 FILLER    PIC X(22)  VALUE "AJUSTES LISTADOS DE: ".
          02 CAB-COMPET-AJU PIC 9(06).

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 TOT-ROTULO PIC X(26).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-QTD   PIC ZZZZZ9.

       01 DEM-ALUNO.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "ALUNO: ".
          02 DEM-MAT   PIC 9(07).
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 DEM-NOME  PIC X(30).
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "CURSO: ".
          02 DEM-CURSO PIC X(05).

       01 DEM-LINHA.
          02 FILLER    PIC X(04)  VALUE SPACES.
          02 DEM-ROTULO PIC X(34).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 DEM-VALOR PIC -ZZZ.ZZ9,99.

       01 DEM-AJUSTE.
          02 FILLER    PIC X(04)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "AJUSTE ".
          02 DEM-AJU-DIA PIC 9(02).
          02 FILLER    PIC X(01)  VALUE "/".
          02 DEM-AJU-MES PIC 9(02).
          02 FILLER    PIC X(01)  VALUE "/".
          02 DEM-AJU-ANO PIC 9(04).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 DEM-AJU-TIPO PIC X(11).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 DEM-AJU-DISC PIC X(05).
          02 FILLER    PIC X(06)  VALUE " DIAS ".
          02 DEM-AJU-DIAS PIC Z9.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 DEM-AJU-SINAL PIC X(01).
          02 DEM-AJU-VALOR PIC ZZZ.ZZ9,99.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 DEM-AJU-OBS PIC X(15).

       01 TAB-BOLSAS.
          02 BOL-OCORRENCIA OCCURS 999 TIMES.
             03 BOL-MATRICULA          PIC 9(07).
             03 BOL-PERCENTUAL         PIC 9(03)V9(02).

       01 LINHA-LOG.
          02 LOG-PROGRAMA              PIC X(08).
          COMPUTE COMPET-HOJE = (ANO-HJW * 100) + MES-HJW.
          PERFORM VERIFICA-COMPETENCIA.
          PERFORM CARGA-VINCULOS.
          PERFORM CARGA-AJUSTES.
          PERFORM CARGA-BOLSAS.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM TERMINO.
                  (MATR-VIN * 10) + DIGI-VIN.
          PERFORM LE-VINCULO.

      *----------------------------------------------------------------
      *    AJUSTES PRO-RATA LANCADOS PELO MATRDISC NA COMPETENCIA
      *    ANTERIOR, PARA O DEMONSTRATIVO DESTE MES.
      *----------------------------------------------------------------
       CARGA-AJUSTES.
          OPEN INPUT AJUMENS.
          PERFORM LE-AJUSTE.
          PERFORM GUARDA-AJUSTE UNTIL FIM-AJM EQUAL "SIM".
          CLOSE AJUMENS.

       LE-AJUSTE.
          READ AJUMENS AT END MOVE "SIM" TO FIM-AJM.

       GUARDA-AJUSTE.
          IF COMPET-AJM EQUAL COMPET-ULTIMA
              IF QTD-AJUSTES NOT LESS 999
                  DISPLAY "TABELA DE AJUSTES LOTADA"
              ELSE
                  ADD 1 TO QTD-AJUSTES
                  MOVE MATRICULA-AJM TO AJU-MATRICULA (QTD-AJUSTES)
                  MOVE DATA-AJM TO AJU-DATA (QTD-AJUSTES)
                  MOVE DISCIPLINA-AJM
                    TO AJU-DISCIPLINA (QTD-AJUSTES)
                  MOVE TIPO-AJM TO AJU-TIPO (QTD-AJUSTES)
                  MOVE DIAS-AJM TO AJU-DIAS (QTD-AJUSTES)
                  MOVE SINAL-AJM TO AJU-SINAL (QTD-AJUSTES)
                  MOVE VALOR-AJM TO AJU-VALOR (QTD-AJUSTES)
                  MOVE REEMBOLSO-AJM TO AJU-REEMBOLSO (QTD-AJUSTES).
          PERFORM LE-AJUSTE.

      *----------------------------------------------------------------
      *    SO ENTRAM NA TABELA AS BOLSAS ATIVAS CUJA VIGENCIA COBRE A
      *    COMPETENCIA QUE ESTA SENDO GERADA (FIM ZERADO = SEM FIM).
      *----------------------------------------------------------------
       CARGA-BOLSAS.
          OPEN INPUT CADBOLS.
          PERFORM LE-BOLSA.
          PERFORM GUARDA-BOLSA UNTIL FIM-BOL EQUAL "SIM".
          CLOSE CADBOLS.

       LE-BOLSA.
          READ CADBOLS AT END MOVE "SIM" TO FIM-BOL.

       GUARDA-BOLSA.
          IF SITUACAO-BOL EQUAL "A"
             AND COMPET-INI-BOL NOT GREATER COMPET-HOJE
             AND (COMPET-FIM-BOL EQUAL ZEROES
                  OR COMPET-FIM-BOL NOT LESS COMPET-HOJE)
              IF QTD-BOLSAS NOT LESS 999
                  DISPLAY "TABELA DE BOLSAS LOTADA"
              ELSE
                  ADD 1 TO QTD-BOLSAS
                  MOVE MATRICULA-BOL TO BOL-MATRICULA (QTD-BOLSAS)
                  MOVE PERCENTUAL-BOL
                    TO BOL-PERCENTUAL (QTD-BOLSAS).
          PERFORM LE-BOLSA.

       INICIO.
          OPEN INPUT ARQALU.
              OPEN OUTPUT ARQMENS
              CLOSE ARQMENS
              OPEN I-O ARQMENS.
          OPEN INPUT ARQDIS.
          IF FS-DIS EQUAL "00"
              MOVE "SIM" TO ABRIU-DIS.
          OPEN OUTPUT DEMMENS.
          PERFORM LEITURA.

       LEITURA.
              MOVE "SIM" TO TEM-VINCULO.

       LANCA-MENSALIDADE.
          PERFORM CALCULA-VALOR-MES.
          MOVE ZEROES TO AJUSTE-PENDENTE.
          IF MENSAL-CURSO EQUAL ZEROES
              ADD 1 TO CONTADOR-SPRECO
              DISPLAY "CURSO " DISCIPLINA-ENT " SEM MENSALIDADE NO "
                  "CATALOGO - ALUNO " MATRICULA-ENT " NAO LANCADO."
          ELSE
              MOVE MENSAL-CURSO TO VALOR-CHEIO
              PERFORM APLICA-BOLSA
              IF PCT-BOLSA NOT LESS 100
                  ADD 1 TO CONTADOR-INTEGRAL
                  PERFORM IMPRIME-DEMONSTRATIVO
              ELSE
                  PERFORM ATUALIZA-RAZAO
                  PERFORM IMPRIME-DEMONSTRATIVO.

      *----------------------------------------------------------------
      *    VALOR DO MES: SOMA DOS PRECOS DAS INSCRICOES DO ALUNO NO
      *    ARQDIS, LIMITADA AO TETO DO CURSO PRINCIPAL (DISCIPLINA-ENT)
      *    QUANDO HA TETO. SEM INSCRICAO COM PRECO, VALE A MENSALIDADE
      *    FIXA DO CURSO, COMO ANTES. A BOLSA E APLICADA DEPOIS.
      *----------------------------------------------------------------
       CALCULA-VALOR-MES.
          MOVE ZEROES TO SOMA-INSCRICOES.
          MOVE ZEROES TO QTD-INSCRICOES.
          MOVE "NAO" TO TETO-APLICADO.
          CALL "CARGPREC" USING DISCIPLINA-ENT PRECO-DISC TETO-CURSO
              MENSAL-FIXA.
          MOVE "NAO" TO FIM-DIS.
          IF ABRIU-DIS EQUAL "NAO"
              MOVE "SIM" TO FIM-DIS.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-DIS.
          MOVE SPACES TO DISCIPLINA-DIS.
          IF FIM-DIS EQUAL "NAO"
              START ARQDIS KEY NOT LESS CHAVE-DIS
                  INVALID KEY MOVE "SIM" TO FIM-DIS.
          IF FIM-DIS EQUAL "NAO"
              PERFORM LE-INSCRICAO.
          PERFORM SOMA-INSCRICAO UNTIL FIM-DIS EQUAL "SIM".
          IF SOMA-INSCRICOES EQUAL ZEROES
              MOVE MENSAL-FIXA TO MENSAL-CURSO
          ELSE
              IF TETO-CURSO GREATER THAN ZEROES
                 AND SOMA-INSCRICOES GREATER THAN TETO-CURSO
                  MOVE "SIM" TO TETO-APLICADO
                  MOVE TETO-CURSO TO MENSAL-CURSO
              ELSE
                  MOVE SOMA-INSCRICOES TO MENSAL-CURSO.

       LE-INSCRICAO.
          READ ARQDIS NEXT RECORD AT END MOVE "SIM" TO FIM-DIS.
          IF FIM-DIS EQUAL "NAO"
             AND MATRICULA-DIS NOT EQUAL MATRICULA-ENT-NUM
              MOVE "SIM" TO FIM-DIS.

       SOMA-INSCRICAO.
          CALL "CARGPREC" USING DISCIPLINA-DIS PRECO-DISC TETO-AUX
              MENSAL-AUX.
          ADD PRECO-DISC TO SOMA-INSCRICOES.
          IF QTD-INSCRICOES NOT LESS 20
              DISPLAY "TABELA DE INSCRICOES LOTADA"
          ELSE
              ADD 1 TO QTD-INSCRICOES
              MOVE DISCIPLINA-DIS TO INS-DISCIPLINA (QTD-INSCRICOES)
              MOVE PRECO-DISC TO INS-PRECO (QTD-INSCRICOES).
          PERFORM LE-INSCRICAO.

       APLICA-BOLSA.
          MOVE "NAO" TO ACHOU-BOLSA.
          MOVE ZEROES TO PCT-BOLSA.
          IF QTD-BOLSAS GREATER THAN ZEROES
              PERFORM TESTA-BOLSA
                  VARYING IX-BOL FROM 1 BY 1
                  UNTIL IX-BOL GREATER THAN QTD-BOLSAS
                     OR ACHOU-BOLSA EQUAL "SIM".
          IF ACHOU-BOLSA EQUAL "SIM"
              ADD 1 TO CONTADOR-BOLSA
              COMPUTE MENSAL-CURSO ROUNDED = MENSAL-CURSO -
                  (MENSAL-CURSO * PCT-BOLSA / 100).

       TESTA-BOLSA.
          IF BOL-MATRICULA (IX-BOL) EQUAL MATRICULA-ENT-NUM
              MOVE "SIM" TO ACHOU-BOLSA
              MOVE BOL-PERCENTUAL (IX-BOL) TO PCT-BOLSA.

       ATUALIZA-RAZAO.
          MOVE "NAO" TO NAO-ACHOU.
          ELSE
              PERFORM SOMA-COMPETENCIA
              REWRITE REG-MEN.
          IF AJUSTE-MEN NUMERIC
              MOVE AJUSTE-MEN TO AJUSTE-PENDENTE.
          ADD 1 TO CONTADOR-LANC.

       CRIA-RAZAO.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-MEN.
          MOVE NOME-ENT TO NOME-MEN.
          MOVE DISCIPLINA-ENT TO DISCIPLINA-MEN.
          MOVE ZEROES TO VALOR-MEN.
          MOVE ZEROES TO MESES-ATRASO-MEN.
          MOVE ZEROES TO AJUSTE-MEN.
          PERFORM SOMA-COMPETENCIA.
          WRITE REG-MEN.
          ADD 1 TO CONTADOR-NOVOS.

       SOMA-COMPETENCIA.
          COMPUTE ABERTO-ANTES = ABERTO-ANTES +
              (VALOR-MEN * MESES-ATRASO-MEN).
          MOVE NOME-ENT TO NOME-MEN.
          MOVE DISCIPLINA-ENT TO DISCIPLINA-MEN.
          MOVE MENSAL-CURSO TO VALOR-MEN.
              MOVE 02 TO CODIGO-MEN
          ELSE
              MOVE 01 TO CODIGO-MEN.
          COMPUTE ABERTO-DEPOIS = ABERTO-DEPOIS +
              (VALOR-MEN * MESES-ATRASO-MEN).

      *----------------------------------------------------------------
      *    DEMONSTRATIVO DO ALUNO: COMO O VALOR DO MES FOI FORMADO.
      *----------------------------------------------------------------
       IMPRIME-DEMONSTRATIVO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE MATRICULA-ENT-NUM TO DEM-MAT.
          MOVE NOME-ENT TO DEM-NOME.
          MOVE DISCIPLINA-ENT TO DEM-CURSO.
          WRITE REGDEM FROM DEM-ALUNO AFTER ADVANCING 2 LINES.
          ADD 2 TO CT-LIN.
          IF QTD-INSCRICOES GREATER THAN ZEROES
              PERFORM IMPRIME-INSCRICAO
                  VARYING IX-INS FROM 1 BY 1
                  UNTIL IX-INS GREATER THAN QTD-INSCRICOES.
          IF SOMA-INSCRICOES EQUAL ZEROES
              MOVE "MENSALIDADE FIXA DO CURSO" TO DEM-ROTULO
              MOVE MENSAL-FIXA TO DEM-VALOR
          ELSE
              MOVE "SOMA DAS INSCRICOES" TO DEM-ROTULO
              MOVE SOMA-INSCRICOES TO DEM-VALOR.
          PERFORM IMPRIME-LINHA.
          IF TETO-APLICADO EQUAL "SIM"
              MOVE "LIMITADA AO TETO DO CURSO" TO DEM-ROTULO
              MOVE TETO-CURSO TO DEM-VALOR
              PERFORM IMPRIME-LINHA.
          IF PCT-BOLSA GREATER THAN ZEROES
              MOVE "PERCENTUAL DE BOLSA" TO DEM-ROTULO
              MOVE PCT-BOLSA TO DEM-VALOR
              PERFORM IMPRIME-LINHA
              MOVE "DESCONTO DA BOLSA" TO DEM-ROTULO
              COMPUTE DEM-VALOR = MENSAL-CURSO - VALOR-CHEIO
              PERFORM IMPRIME-LINHA.
          MOVE "VALOR DO MES" TO DEM-ROTULO.
          IF PCT-BOLSA NOT LESS 100
              MOVE ZEROES TO DEM-VALOR
          ELSE
              MOVE MENSAL-CURSO TO DEM-VALOR.
          PERFORM IMPRIME-LINHA.
          IF QTD-AJUSTES GREATER THAN ZEROES
              PERFORM IMPRIME-AJUSTE
                  VARYING IX-AJM FROM 1 BY 1
                  UNTIL IX-AJM GREATER THAN QTD-AJUSTES.
          IF AJUSTE-PENDENTE NOT EQUAL ZEROES
              MOVE "AJUSTE PRO-RATA EM ABERTO" TO DEM-ROTULO
              MOVE AJUSTE-PENDENTE TO DEM-VALOR
              PERFORM IMPRIME-LINHA.
          ADD 1 TO CONTADOR-DEMONST.

       IMPRIME-INSCRICAO.
          MOVE SPACES TO DEM-ROTULO.
          STRING "INSCRICAO " DELIMITED BY SIZE
                 INS-DISCIPLINA (IX-INS) DELIMITED BY SIZE
              INTO DEM-ROTULO.
          MOVE INS-PRECO (IX-INS) TO DEM-VALOR.
          PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGDEM FROM DEM-LINHA AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       IMPRIME-AJUSTE.
          IF AJU-MATRICULA (IX-AJM) EQUAL MATRICULA-ENT-NUM
              PERFORM IMPRIME-LINHA-AJUSTE.

       IMPRIME-LINHA-AJUSTE.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE AJU-DATA (IX-AJM) (7:2) TO DEM-AJU-DIA.
          MOVE AJU-DATA (IX-AJM) (5:2) TO DEM-AJU-MES.
          MOVE AJU-DATA (IX-AJM) (1:4) TO DEM-AJU-ANO.
          IF AJU-TIPO (IX-AJM) EQUAL "I"
              MOVE "INCLUSAO" TO DEM-AJU-TIPO
          ELSE
              MOVE "DESISTENCIA" TO DEM-AJU-TIPO.
          MOVE AJU-DISCIPLINA (IX-AJM) TO DEM-AJU-DISC.
          MOVE AJU-DIAS (IX-AJM) TO DEM-AJU-DIAS.
          MOVE AJU-SINAL (IX-AJM) TO DEM-AJU-SINAL.
          MOVE AJU-VALOR (IX-AJM) TO DEM-AJU-VALOR.
          IF AJU-REEMBOLSO (IX-AJM) EQUAL "N"
              MOVE "FORA DO PRAZO" TO DEM-AJU-OBS
          ELSE
              MOVE SPACES TO DEM-AJU-OBS.
          WRITE REGDEM FROM DEM-AJUSTE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE COMPET-HOJE TO CAB-COMPET.
          MOVE COMPET-ULTIMA TO CAB-COMPET-AJU.
          MOVE SPACES TO REGDEM.
          WRITE REGDEM AFTER ADVANCING PAGE.
          WRITE REGDEM FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGDEM FROM CAB-02 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          IF CT-PAG EQUAL ZEROES
              PERFORM CABECALHO.
          MOVE "DEMONSTRATIVOS EMITIDOS..:" TO TOT-ROTULO.
          MOVE CONTADOR-DEMONST TO TOT-QTD.
          WRITE REGDEM FROM CAB-04 AFTER ADVANCING 3 LINES.
          CLOSE ARQALU
                ARQMENS
                DEMMENS.
          IF ABRIU-DIS EQUAL "SIM"
              CLOSE ARQDIS.
          PERFORM REGRAVA-CONTROLE.
          PERFORM GRAVA-LOG.
          PERFORM GRAVA-FATURAMENTO.
          DISPLAY "MENSALIDADES DA COMPETENCIA " COMPET-HOJE
              " GERADAS.".
          DISPLAY "ALUNOS LIDOS..........: " CONTADOR-LIDOS.
          DISPLAY "MENSALIDADES LANCADAS.: " CONTADOR-LANC.
          DISPLAY "RAZOES NOVOS..........: " CONTADOR-NOVOS.
          DISPLAY "CURSO SEM PRECO.......: " CONTADOR-SPRECO.
          DISPLAY "COM BOLSA/DESCONTO....: " CONTADOR-BOLSA.
          DISPLAY "BOLSA INTEGRAL (FORA).: " CONTADOR-INTEGRAL.

       REGRAVA-CONTROLE.
          OPEN OUTPUT CTRLMEN.
          WRITE REG-CTM.
          CLOSE CTRLMEN.

       GRAVA-FATURAMENTO.
          OPEN EXTEND CTRLFAT.
          MOVE SPACES TO REG-FAT.
          MOVE DATA-SISTEMA TO DATA-FAT.
          MOVE "GERAMENS" TO ORIGEM-FAT.
          MOVE "A" TO CARTEIRA-FAT.
          MOVE "C" TO NATUREZA-FAT.
          MOVE CONTADOR-LANC TO QTD-FAT.
          MOVE ABERTO-ANTES TO VALOR-FAT.
          WRITE REG-FAT.
          MOVE "D" TO NATUREZA-FAT.
          MOVE ABERTO-DEPOIS TO VALOR-FAT.
          WRITE REG-FAT.
          CLOSE CTRLFAT.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
