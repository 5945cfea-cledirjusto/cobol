      *CASA EM MESES (DATA DE ADMISSAO BUSCADA NO CADSOC1, ZERO
      *QUANDO NAO REGISTRADA), PARA A AREA DE ASSOCIACAO LIGAR. O N
      *VEM DE PARMWINB.DAT (AUSENTE = 6).
      *NO FIM DO RELATORIO LISTA, COMO SINAL DE RISCO DE SAIDA, OS
      *SOCIOS QUE PAGAM EM DIA MAS NAO PASSAM PELA CATRACA HA MESES
      *(AUSENTES.DAT, GRAVADO PELO IMPCATR), COM A ULTIMA ENTRADA E
      *OS MESES SEM VIR, PARA A AREA DE ASSOCIACAO LIGAR ANTES QUE O
      *SOCIO CANCELE.
      *O CANCELAMENTO JA ENCERRADO POR READMISSAO (READMIS.DAT,
      *GRAVADO PELO READMIS) NAO VAI MAIS PARA O WINBACK.DAT. O
      *RELATORIO LISTA AS READMISSOES DOS ULTIMOS N MESES (DATAS DO
      *CANCELAMENTO E DA VOLTA, FORMA DE ACERTO E DEBITO) E TOTALIZA
      *O SUCESSO DO WINBACK: QUANTOS DOS CANCELADOS NA JANELA JA
      *VOLTARAM E A TAXA DE RETORNO SOBRE OS CANCELADOS NA JANELA.
      *AS READMISSOES (2000) E OS MESES DO RELATORIO (60) FICAM EM
      *TABELA: ARQUIVO MAIOR QUE A TABELA PARA O PROGRAMA (CODIGO 8,
      *RELRETEN E WINBACK INCOMPLETOS) E A OCUPACAO DAS TABELAS VAI
      *PARA O CADCAPAC (CAPTAB).

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES
          FILE STATUS IS FS-SOC.
          SELECT RELRETEN ASSIGN TO DISK.
          SELECT OPTIONAL AUSENTES ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL READMIS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMWINB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          LABEL RECORD IS OMITTED.
          01  REGRETEN     PIC X(80).

       FD  AUSENTES
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "AUSENTES.DAT".
          01 REG-AUS.
          02 NUMERO-AUS                PIC 9(06).
          02 NOME-AUS                  PIC X(30).
          02 UNIDADE-AUS               PIC 9(02).
          02 ULTIMA-AUS                PIC 9(08).
          02 MESES-AUS                 PIC 9(03).
          02 VALOR-AUS                 PIC 9(09)V9(02).

       FD  READMIS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "READMIS.DAT".
          COPY REGREA.

       FD  PARMWINB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMWINB.DAT".
       WORKING-STORAGE SECTION.
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-PARM           PIC X(03) VALUE "NAO".
       77  FIM-AUS            PIC X(03) VALUE "NAO".
       77  CONTADOR-AUSENTES  PIC 9(06) VALUE ZEROES.
       77  FIM-REA            PIC X(03) VALUE "NAO".
       77  JA-READMITIDO      PIC X(03) VALUE "NAO".
       77  QTD-READM          PIC 9(04) VALUE ZEROES.
       77  TABELA-CHEIA-REA   PIC X(03) VALUE "NAO".
       77  EXCEDENTE-REA      PIC 9(07) VALUE ZEROES.
       77  IX-REA             PIC 9(04) VALUE ZEROES.
       77  CONTADOR-READM     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-RECUP     PIC 9(06) VALUE ZEROES.
       77  CANCELADOS-JANELA  PIC 9(06) VALUE ZEROES.
       77  TAXA-RETORNO       PIC 9(03)V9(01) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE ZEROES.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  FS-SOC             PIC X(02) VALUE "00".
       77  TEM-CADSOC         PIC X(03) VALUE "NAO".
       77  NAO-ACHOU-SOC      PIC X(03) VALUE "NAO".
       77  MES-CORTE          PIC 9(02) VALUE ZEROES.
       77  MES-TRABALHO       PIC S9(04) VALUE ZEROES.
       77  QTD-MESES          PIC 9(02) VALUE ZEROES.
       77  EXCEDENTE-MES      PIC 9(07) VALUE ZEROES.
       77  IX-MES             PIC 9(02) VALUE ZEROES.
       77  ACHOU-MES          PIC X(03) VALUE "NAO".
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
             03 MES-QTD                PIC 9(05).
             03 MES-DEBITO             PIC 9(12)V9(02).

       01 TAB-READMISSOES.
          02 REA-OCORRENCIA OCCURS 2000 TIMES.
             03 REA-NUMERO             PIC 9(06).
             03 REA-DATA-CANC          PIC 9(08).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "RETENCAO - CANCELA".
          02 TOT-MESES PIC 9(02).
          02 FILLER    PIC X(06)  VALUE " MESES".

       01 CAB-05.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(30)  VALUE
             "SOCIOS EM DIA SEM FREQUENCIA -".
          02 FILLER    PIC X(16)  VALUE " RISCO DE SAIDA".

       01 CAB-06.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(06)  VALUE "SOCIO ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(25)  VALUE "NOME".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(02)  VALUE "UN".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "ULT.ENTR. ".
          02 FILLER    PIC X(05)  VALUE "MESES".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(12)  VALUE " MENSALIDADE".

       01 CAB-07.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "EM DIA SEM VIR...........:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-AUS   PIC 9(05).

       01 CAB-08.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(30)  VALUE
             "WINBACK - SOCIOS READMITIDOS N".
          02 FILLER    PIC X(18)  VALUE "OS ULTIMOS N MESES".

       01 CAB-09.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(06)  VALUE "SOCIO ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(21)  VALUE "NOME".
          02 FILLER    PIC X(09)  VALUE "CANCELOU ".
          02 FILLER    PIC X(09)  VALUE "VOLTOU   ".
          02 FILLER    PIC X(02)  VALUE "F ".
          02 FILLER    PIC X(14)  VALUE "  DEBITO ACERT".

       01 CAB-10.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "READMITIDOS NO PERIODO...:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-READM PIC 9(05).

       01 CAB-11.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "CANCELADOS NA JANELA QUE V".
          02 FILLER    PIC X(07)  VALUE "OLTARAM".
          02 FILLER    PIC X(01)  VALUE ":".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-RECUP PIC 9(05).
          02 FILLER    PIC X(03)  VALUE " DE".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-JANEL PIC 9(05).
          02 FILLER    PIC X(03)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "RETORNO".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-TAXA  PIC ZZ9,9.
          02 FILLER    PIC X(01)  VALUE "%".

       01 DET-READM.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 DRE-NUM   PIC 9(06).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DRE-NOME  PIC X(20).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DRE-CANC  PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DRE-VOLTA PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DRE-FORMA PIC X(01).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DRE-DEB   PIC ZZZ.ZZZ.ZZ9,99.

       01 DET-AUSENTE.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 DAU-NUM   PIC 9(06).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DAU-NOME  PIC X(25).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DAU-UNI   PIC 9(02).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DAU-ULT   PIC X(08).
          02 FILLER    PIC X(04) VALUE SPACES.
          02 DAU-MESES PIC ZZ9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DAU-VALOR PIC ZZZ.ZZ9,99.

       01 DETALHE.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 COMPET    PIC 9(06).
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ2-QTD              PIC 9(06).

       COPY REGCAP.

       PROCEDURE DIVISION.

       PGM-RELRETEN.
          PERFORM LE-PARAMETRO.
          PERFORM CALCULA-CORTE.
          PERFORM CARGA-READMISSOES.
          IF TABELA-CHEIA-REA EQUAL "SIM"
              DISPLAY "READMIS MAIOR QUE A TABELA (2000) - "
                  EXCEDENTE-REA " READMISSOES ALEM DELA."
              DISPLAY "RELATORIO DE RETENCAO NAO EMITIDO."
              PERFORM REGISTRA-CAPACIDADE
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM FIM.
          ADD 12 TO MES-TRABALHO.
          SUBTRACT 1 FROM ANO-CORTE.

       CARGA-READMISSOES.
          OPEN INPUT READMIS.
          PERFORM LE-READMISSAO.
          PERFORM GUARDA-READMISSAO UNTIL FIM-REA EQUAL "SIM".
          CLOSE READMIS.

       LE-READMISSAO.
          READ READMIS AT END MOVE "SIM" TO FIM-REA.

       GUARDA-READMISSAO.
          IF QTD-READM NOT LESS 2000
              MOVE "SIM" TO TABELA-CHEIA-REA
              ADD 1 TO EXCEDENTE-REA
          ELSE
              ADD 1 TO QTD-READM
              MOVE NUMERO-REA TO REA-NUMERO (QTD-READM)
              MOVE DATA-CANC-REA TO REA-DATA-CANC (QTD-READM).
          PERFORM LE-READMISSAO.

       INICIO.
          OPEN INPUT  HISTCANC
               OUTPUT WINBACK
          ADD 1 TO CONTADOR-LIDOS.
          PERFORM ACUMULA-MES.
          IF COMPET-HCA NOT LESS COMPET-CORTE
              ADD 1 TO CANCELADOS-JANELA
              PERFORM VERIFICA-READMITIDO
              IF JA-READMITIDO EQUAL "SIM"
                  ADD 1 TO CONTADOR-RECUP
              ELSE
                  PERFORM EXTRAI-WINBACK.
          PERFORM LEITURA.

       VERIFICA-READMITIDO.
          MOVE "NAO" TO JA-READMITIDO.
          IF QTD-READM GREATER THAN ZEROES
              PERFORM TESTA-READMISSAO
                  VARYING IX-REA FROM 1 BY 1
                  UNTIL IX-REA GREATER THAN QTD-READM
                     OR JA-READMITIDO EQUAL "SIM".

       TESTA-READMISSAO.
          IF REA-NUMERO (IX-REA) EQUAL NUMERO-HCA
             AND REA-DATA-CANC (IX-REA) EQUAL DATA-CANC-HCA
              MOVE "SIM" TO JA-READMITIDO.

       ACUMULA-MES.
          MOVE "NAO" TO ACHOU-MES.
          IF QTD-MESES GREATER THAN ZEROES
                     OR ACHOU-MES EQUAL "SIM".
          IF ACHOU-MES EQUAL "NAO"
              IF QTD-MESES NOT LESS 60
                  PERFORM TABELA-MESES-LOTADA
              ELSE
                  ADD 1 TO QTD-MESES
                  MOVE COMPET-HCA TO MES-COMPET (QTD-MESES)
                  MOVE 1 TO MES-QTD (QTD-MESES)
                  MOVE DEBITO-HCA TO MES-DEBITO (QTD-MESES).

      *----------------------------------------------------------------
      *    HISTCANC COM MAIS DE 60 COMPETENCIAS: O RELATORIO PARA NA
      *    HORA, COM A COMPETENCIA QUE NAO COUBE NA OCUPACAO.
      *----------------------------------------------------------------
       TABELA-MESES-LOTADA.
          DISPLAY "HISTCANC COM MAIS COMPETENCIAS QUE A TABELA (60) - "
              "PAROU EM " COMPET-HCA.
          DISPLAY "RELATORIO DE RETENCAO NAO EMITIDO - RELRETEN E "
              "WINBACK INCOMPLETOS."
          MOVE 1 TO EXCEDENTE-MES.
          PERFORM REGISTRA-CAPACIDADE.
          IF TEM-CADSOC EQUAL "SIM"
              CLOSE CADSOC1.
          CLOSE HISTCANC
                WINBACK
                RELRETEN.
          MOVE 8 TO RETURN-CODE.
          STOP RUN.

       TESTA-UM-MES.
          IF MES-COMPET (IX-MES) EQUAL COMPET-HCA
              MOVE "SIM" TO ACHOU-MES
          MOVE CONTADOR-WINB TO TOT-WINB.
          MOVE MESES-WINBACK TO TOT-MESES.
          WRITE REGRETEN FROM CAB-04 AFTER ADVANCING 2 LINES.
          COMPUTE CT-LIN = QTD-MESES + 8.
          PERFORM LISTA-READMITIDOS.
          PERFORM LISTA-AUSENTES.
          PERFORM REGISTRA-CAPACIDADE.
          PERFORM GRAVA-LOG.
          IF TEM-CADSOC EQUAL "SIM"
              CLOSE CADSOC1.
                WINBACK
                RELRETEN.

       LISTA-AUSENTES.
          OPEN INPUT AUSENTES.
          PERFORM LE-AUSENTE.
          IF FIM-AUS NOT EQUAL "SIM"
              PERFORM CABECALHO-AUSENTES
              PERFORM IMPRIME-AUSENTE UNTIL FIM-AUS EQUAL "SIM".
          MOVE CONTADOR-AUSENTES TO TOT-AUS.
          WRITE REGRETEN FROM CAB-07 AFTER ADVANCING 2 LINES.
          CLOSE AUSENTES.

       LE-AUSENTE.
          READ AUSENTES AT END MOVE "SIM" TO FIM-AUS.

       IMPRIME-AUSENTE.
          IF CT-LIN GREATER THAN LIMITE-LIN
              MOVE 6 TO CT-LIN
              PERFORM CABECALHO
              PERFORM CABECALHO-AUSENTES.
          ADD 1 TO CONTADOR-AUSENTES.
          MOVE NUMERO-AUS TO DAU-NUM.
          MOVE NOME-AUS TO DAU-NOME.
          MOVE UNIDADE-AUS TO DAU-UNI.
          IF ULTIMA-AUS EQUAL ZEROES
              MOVE "NUNCA" TO DAU-ULT
          ELSE
              MOVE ULTIMA-AUS TO DAU-ULT.
          MOVE MESES-AUS TO DAU-MESES.
          MOVE VALOR-AUS TO DAU-VALOR.
          WRITE REGRETEN FROM DET-AUSENTE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          PERFORM LE-AUSENTE.

       LISTA-READMITIDOS.
          MOVE "NAO" TO FIM-REA.
          OPEN INPUT READMIS.
          PERFORM LE-READMISSAO.
          PERFORM CABECALHO-READMITIDOS.
          PERFORM IMPRIME-READMITIDO UNTIL FIM-REA EQUAL "SIM".
          CLOSE READMIS.
          MOVE CONTADOR-READM TO TOT-READM.
          WRITE REGRETEN FROM CAB-10 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO TAXA-RETORNO.
          IF CANCELADOS-JANELA GREATER THAN ZEROES
              COMPUTE TAXA-RETORNO ROUNDED =
                  CONTADOR-RECUP * 100 / CANCELADOS-JANELA.
          MOVE CONTADOR-RECUP TO TOT-RECUP.
          MOVE CANCELADOS-JANELA TO TOT-JANEL.
          MOVE TAXA-RETORNO TO TOT-TAXA.
          WRITE REGRETEN FROM CAB-11 AFTER ADVANCING 1 LINE.
          ADD 3 TO CT-LIN.

       IMPRIME-READMITIDO.
          IF DATA-REA(1:6) NOT LESS COMPET-CORTE
              IF CT-LIN GREATER THAN LIMITE-LIN
                  MOVE 6 TO CT-LIN
                  PERFORM CABECALHO
                  PERFORM CABECALHO-READMITIDOS
              END-IF
              ADD 1 TO CONTADOR-READM
              MOVE NUMERO-REA TO DRE-NUM
              MOVE NOME-REA TO DRE-NOME
              MOVE DATA-CANC-REA TO DRE-CANC
              MOVE DATA-REA TO DRE-VOLTA
              MOVE FORMA-REA TO DRE-FORMA
              MOVE DEBITO-REA TO DRE-DEB
              WRITE REGRETEN FROM DET-READM AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN.
          PERFORM LE-READMISSAO.

       CABECALHO-READMITIDOS.
          WRITE REGRETEN FROM CAB-08 AFTER ADVANCING 3 LINES.
          WRITE REGRETEN FROM CAB-09 AFTER ADVANCING 2 LINES.
          ADD 5 TO CT-LIN.

       CABECALHO-AUSENTES.
          WRITE REGRETEN FROM CAB-05 AFTER ADVANCING 3 LINES.
          WRITE REGRETEN FROM CAB-06 AFTER ADVANCING 2 LINES.
          ADD 5 TO CT-LIN.

       IMPRIME-MES.
          MOVE MES-COMPET (IX-MES) TO COMPET.
          MOVE MES-QTD (IX-MES) TO QTD-MES.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.

      *----------------------------------------------------------------
      *    OCUPACAO DAS TABELAS NA RODADA (COM O QUE NAO COUBE) PARA O
      *    RELATORIO DE CAPACIDADE (CADCAPAC, PELA CAPTAB).
      *----------------------------------------------------------------
       REGISTRA-CAPACIDADE.
          MOVE "RELRETEN" TO PROGRAMA-CAPAC.
          MOVE "TAB-READM" TO TABELA-CAPAC.
          ADD QTD-READM EXCEDENTE-REA GIVING USADO-CAPAC.
          MOVE 2000 TO LIMITE-CAPAC.
          CALL "CAPTAB" USING PROGRAMA-CAPAC TABELA-CAPAC
              USADO-CAPAC LIMITE-CAPAC.
          MOVE "TAB-MESES" TO TABELA-CAPAC.
          ADD QTD-MESES EXCEDENTE-MES GIVING USADO-CAPAC.
          MOVE 60 TO LIMITE-CAPAC.
          CALL "CAPTAB" USING PROGRAMA-CAPAC TABELA-CAPAC
              USADO-CAPAC LIMITE-CAPAC.
