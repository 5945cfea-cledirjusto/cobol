       IDENTIFICATION DIVISION.
          PROGRAM-ID.      REAJUNID.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. RELATORIO DE REAJUSTES POR UNIDADE NUM PERIODO. LE O
      *HISTORICO DE SALARIO E CARGO (EM01\EX06\HISTSAL.DAT, REGHSA) E
      *SELECIONA AS ALTERACOES COM VIGENCIA NO PERIODO INFORMADO
      *PELAS VARIAVEIS DE AMBIENTE PERIODO_INI E PERIODO_FIM
      *(AAAAMMDD; SEM ELAS, DE 1O DE JANEIRO DO ANO CORRENTE ATE
      *HOJE), MENOS AS ADMISSOES. ORDENA POR SORT POR UNIDADE (A DO
      *FUNCIONARIO NA DATA DA ALTERACAO), VIGENCIA E MATRICULA E
      *IMPRIME EM RELREAJ CADA ALTERACAO COM O SALARIO ANTERIOR, O
      *NOVO E O PERCENTUAL; NO FIM DE CADA UNIDADE E NO TOTAL GERAL
      *SAEM A QUANTIDADE, O AUMENTO DA FOLHA MENSAL (NOVO MENOS
      *ANTERIOR) E O PERCENTUAL MEDIO (SOMA DOS NOVOS SOBRE A SOMA
      *DOS ANTERIORES).

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL HISTSAL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTWK ASSIGN TO DISK.
          SELECT RELREAJ ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  HISTSAL
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\HISTSAL.DAT".
          01 REG-HSA-ARQ               PIC X(56).

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

       SD  SORTWK.
          01 REG-SORT.
          02 UNIDADE-SRT               PIC 9(02).
          02 VIGENCIA-SRT              PIC 9(08).
          02 MATRICULA-SRT             PIC 9(05).
          02 SEQ-SRT                   PIC 9(06).
          02 HSA-SRT                   PIC X(56).

       FD  RELREAJ
          LABEL RECORD IS OMITTED.
          01  REGREAJ     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FIM-HSA            PIC X(03) VALUE "NAO".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  FIM-ORD            PIC X(03) VALUE "NAO".
       77  ENTRADA-DATA       PIC X(08) VALUE SPACES.
       77  PERIODO-INI        PIC 9(08) VALUE ZEROES.
       77  PERIODO-FIM        PIC 9(08) VALUE ZEROES.
       77  UNIDADE-ATUAL      PIC 9(02) VALUE ZEROES.
       77  QTD-FUNC           PIC 9(04) VALUE ZEROES.
       77  IX-FUN             PIC 9(04) VALUE ZEROES.
       77  IX-FUN-ACHADO      PIC 9(04) VALUE ZEROES.
       77  DESCRICAO-MOTIVO   PIC X(09) VALUE SPACES.
       77  PCT-ALTERACAO      PIC S9(03)V9(02) VALUE ZEROES.
       77  QTD-UNIDADE        PIC 9(06) VALUE ZEROES.
       77  ANTERIOR-UNIDADE   PIC 9(09)V9(02) VALUE ZEROES.
       77  NOVO-UNIDADE       PIC 9(09)V9(02) VALUE ZEROES.
       77  ANTERIOR-GERAL     PIC 9(09)V9(02) VALUE ZEROES.
       77  NOVO-GERAL         PIC 9(09)V9(02) VALUE ZEROES.
       77  AUMENTO-CALC       PIC S9(09)V9(02) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-LISTADOS  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-UNIDADES  PIC 9(03) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       COPY REGHSA.

       01 TAB-FUNCIONARIOS.
          02 FUN-OCORRENCIA OCCURS 2000 TIMES.
             03 FUN-MATRICULA          PIC 9(05).
             03 FUN-NOME               PIC X(30).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "REAJUSTES POR UNID".
          02 FILLER    PIC X(12) VALUE "ADE         ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(09) VALUE "PERIODO: ".
          02 CAB-INI-DIA PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 CAB-INI-MES PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 CAB-INI-ANO PIC 9(04).
          02 FILLER    PIC X(03) VALUE " A ".
          02 CAB-FIM-DIA PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 CAB-FIM-MES PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 CAB-FIM-ANO PIC 9(04).

       01 CAB-03.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(06)  VALUE "MATR. ".
          02 FILLER    PIC X(21)  VALUE "NOME".
          02 FILLER    PIC X(11)  VALUE "VIGENCIA".
          02 FILLER    PIC X(10)  VALUE "MOTIVO".
          02 FILLER    PIC X(10)  VALUE "  ANTERIOR".
          02 FILLER    PIC X(10)  VALUE "      NOVO".
          02 FILLER    PIC X(07)  VALUE "   %".

       01 CAB-04.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-UNID.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(08) VALUE "UNIDADE ".
          02 CUN-UNID  PIC 9(02).

       01 DETALHE.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 DET-MAT   PIC 9(05).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-NOME  PIC X(20).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-DIA   PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 DET-MES   PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 DET-ANO   PIC 9(04).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-MOT   PIC X(09).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-ANT   PIC ZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-NOVO  PIC ZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-PCT   PIC -ZZ9,99.

       01 TOTAL-LINHA.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 TOT-ROT   PIC X(17).
          02 FILLER    PIC X(12) VALUE "ALTERACOES: ".
          02 TOT-QTD   PIC ZZZZ9.
          02 FILLER    PIC X(11) VALUE "  AUMENTO: ".
          02 TOT-AUM   PIC -ZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(09) VALUE "  MEDIO: ".
          02 TOT-PCT   PIC -ZZ9,99.

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

       PGM-REAJUNID.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM ESCOLHE-PERIODO.
          PERFORM CARGA-FUNCIONARIOS.
          SORT SORTWK ON ASCENDING KEY UNIDADE-SRT VIGENCIA-SRT
              MATRICULA-SRT SEQ-SRT
              INPUT PROCEDURE IS COLETA-HISTORICO
              OUTPUT PROCEDURE IS IMPRIME-REAJUSTES.
          PERFORM GRAVA-LOG.
          DISPLAY "REAJUSTES POR UNIDADE GRAVADOS EM RELREAJ.".
          DISPLAY "PERIODO..............: " PERIODO-INI " A "
              PERIODO-FIM.
          DISPLAY "ALTERACOES LISTADAS..: " CONTADOR-LISTADOS.
          DISPLAY "UNIDADES.............: " CONTADOR-UNIDADES.
          STOP RUN.

       ESCOLHE-PERIODO.
          MOVE DATA-SISTEMA(1:4) TO PERIODO-INI(1:4).
          MOVE "0101" TO PERIODO-INI(5:4).
          MOVE DATA-SISTEMA TO PERIODO-FIM.
          MOVE SPACES TO ENTRADA-DATA.
          ACCEPT ENTRADA-DATA FROM ENVIRONMENT "PERIODO_INI".
          IF ENTRADA-DATA NUMERIC
              MOVE ENTRADA-DATA TO PERIODO-INI.
          MOVE SPACES TO ENTRADA-DATA.
          ACCEPT ENTRADA-DATA FROM ENVIRONMENT "PERIODO_FIM".
          IF ENTRADA-DATA NUMERIC
              MOVE ENTRADA-DATA TO PERIODO-FIM.
          IF PERIODO-FIM LESS THAN PERIODO-INI
              DISPLAY "PERIODO INVALIDO: " PERIODO-INI " A "
                  PERIODO-FIM
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       CARGA-FUNCIONARIOS.
          MOVE "NAO" TO FIM-ENT.
          OPEN INPUT CADENT.
          PERFORM LE-FUNCIONARIO.
          PERFORM GUARDA-FUNCIONARIO UNTIL FIM-ENT EQUAL "SIM".
          CLOSE CADENT.

       LE-FUNCIONARIO.
          READ CADENT AT END MOVE "SIM" TO FIM-ENT.

       GUARDA-FUNCIONARIO.
          IF QTD-FUNC NOT LESS 2000
              DISPLAY "TABELA DE FUNCIONARIOS LOTADA"
          ELSE
              ADD 1 TO QTD-FUNC
              MOVE MATRICULA-ENT TO FUN-MATRICULA (QTD-FUNC)
              MOVE NOME-ENT TO FUN-NOME (QTD-FUNC).
          PERFORM LE-FUNCIONARIO.

       LOCALIZA-FUNCIONARIO.
          MOVE ZEROES TO IX-FUN-ACHADO.
          IF QTD-FUNC GREATER THAN ZEROES
              PERFORM TESTA-FUNCIONARIO
                  VARYING IX-FUN FROM 1 BY 1
                  UNTIL IX-FUN GREATER THAN QTD-FUNC
                     OR IX-FUN-ACHADO GREATER THAN ZEROES.

       TESTA-FUNCIONARIO.
          IF FUN-MATRICULA (IX-FUN) EQUAL MATRICULA-HSA
              MOVE IX-FUN TO IX-FUN-ACHADO.

       DESCREVE-MOTIVO.
          IF MOTIVO-HSA EQUAL "A"
              MOVE "ADMISSAO" TO DESCRICAO-MOTIVO
          ELSE
          IF MOTIVO-HSA EQUAL "M"
              MOVE "MERITO" TO DESCRICAO-MOTIVO
          ELSE
          IF MOTIVO-HSA EQUAL "D"
              MOVE "ACORDO" TO DESCRICAO-MOTIVO
          ELSE
          IF MOTIVO-HSA EQUAL "P"
              MOVE "PROMOCAO" TO DESCRICAO-MOTIVO
          ELSE
          IF MOTIVO-HSA EQUAL "C"
              MOVE "CORRECAO" TO DESCRICAO-MOTIVO
          ELSE
              MOVE "OUTRO" TO DESCRICAO-MOTIVO.

       CALCULA-PERCENTUAL.
          MOVE ZEROES TO PCT-ALTERACAO.
          IF SALARIO-ANT-HSA GREATER THAN ZEROES
              COMPUTE PCT-ALTERACAO ROUNDED =
                  (SALARIO-HSA / SALARIO-ANT-HSA - 1) * 100
                  ON SIZE ERROR MOVE ZEROES TO PCT-ALTERACAO.

       COLETA-HISTORICO.
          OPEN INPUT HISTSAL.
          PERFORM LE-HISTORICO.
          PERFORM SELECIONA-HISTORICO UNTIL FIM-HSA EQUAL "SIM".
          CLOSE HISTSAL.

       LE-HISTORICO.
          READ HISTSAL INTO REG-HSA AT END MOVE "SIM" TO FIM-HSA.

       SELECIONA-HISTORICO.
          ADD 1 TO CONTADOR-LIDOS.
          IF MOTIVO-HSA NOT EQUAL "A"
             AND VIGENCIA-HSA NOT LESS PERIODO-INI
             AND VIGENCIA-HSA NOT GREATER PERIODO-FIM
              MOVE UNIDADE-HSA TO UNIDADE-SRT
              MOVE VIGENCIA-HSA TO VIGENCIA-SRT
              MOVE MATRICULA-HSA TO MATRICULA-SRT
              MOVE CONTADOR-LIDOS TO SEQ-SRT
              MOVE REG-HSA TO HSA-SRT
              RELEASE REG-SORT.
          PERFORM LE-HISTORICO.

       IMPRIME-REAJUSTES.
          OPEN OUTPUT RELREAJ.
          PERFORM CABECALHO.
          PERFORM RETORNA-HISTORICO UNTIL FIM-ORD EQUAL "SIM".
          IF CONTADOR-LISTADOS GREATER THAN ZEROES
              PERFORM FECHA-UNIDADE.
          MOVE "TOTAL GERAL     " TO TOT-ROT.
          MOVE CONTADOR-LISTADOS TO TOT-QTD.
          MOVE ANTERIOR-GERAL TO ANTERIOR-UNIDADE.
          MOVE NOVO-GERAL TO NOVO-UNIDADE.
          PERFORM MONTA-TOTAL.
          WRITE REGREAJ FROM TOTAL-LINHA AFTER ADVANCING 2 LINES.
          CLOSE RELREAJ.

       RETORNA-HISTORICO.
          RETURN SORTWK AT END MOVE "SIM" TO FIM-ORD.
          IF FIM-ORD NOT EQUAL "SIM"
              MOVE HSA-SRT TO REG-HSA
              PERFORM IMPRIME-ALTERACAO.

       IMPRIME-ALTERACAO.
          IF CONTADOR-LISTADOS GREATER THAN ZEROES
             AND UNIDADE-HSA NOT EQUAL UNIDADE-ATUAL
              PERFORM FECHA-UNIDADE.
          IF CONTADOR-LISTADOS EQUAL ZEROES
             OR UNIDADE-HSA NOT EQUAL UNIDADE-ATUAL
              PERFORM ABRE-UNIDADE.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE MATRICULA-HSA TO DET-MAT.
          PERFORM LOCALIZA-FUNCIONARIO.
          IF IX-FUN-ACHADO GREATER THAN ZEROES
              MOVE FUN-NOME (IX-FUN-ACHADO) TO DET-NOME
          ELSE
              MOVE "NAO ESTA NO CADENT" TO DET-NOME.
          MOVE VIGENCIA-HSA(7:2) TO DET-DIA.
          MOVE VIGENCIA-HSA(5:2) TO DET-MES.
          MOVE VIGENCIA-HSA(1:4) TO DET-ANO.
          PERFORM DESCREVE-MOTIVO.
          MOVE DESCRICAO-MOTIVO TO DET-MOT.
          MOVE SALARIO-ANT-HSA TO DET-ANT.
          MOVE SALARIO-HSA TO DET-NOVO.
          PERFORM CALCULA-PERCENTUAL.
          MOVE PCT-ALTERACAO TO DET-PCT.
          WRITE REGREAJ FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          ADD 1 TO CONTADOR-LISTADOS QTD-UNIDADE.
          ADD SALARIO-ANT-HSA TO ANTERIOR-UNIDADE ANTERIOR-GERAL.
          ADD SALARIO-HSA TO NOVO-UNIDADE NOVO-GERAL.

       ABRE-UNIDADE.
          MOVE UNIDADE-HSA TO UNIDADE-ATUAL.
          ADD 1 TO CONTADOR-UNIDADES.
          MOVE ZEROES TO QTD-UNIDADE ANTERIOR-UNIDADE NOVO-UNIDADE.
          IF CT-LIN GREATER THAN LIMITE-LIN - 3
              PERFORM CABECALHO.
          MOVE UNIDADE-HSA TO CUN-UNID.
          WRITE REGREAJ FROM CAB-UNID AFTER ADVANCING 2 LINES.
          ADD 2 TO CT-LIN.

       FECHA-UNIDADE.
          MOVE SPACES TO TOT-ROT.
          MOVE "TOTAL UNIDADE " TO TOT-ROT.
          MOVE UNIDADE-ATUAL TO TOT-ROT(15:2).
          MOVE QTD-UNIDADE TO TOT-QTD.
          PERFORM MONTA-TOTAL.
          WRITE REGREAJ FROM TOTAL-LINHA AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

      *----------------------------------------------------------------
      *    AUMENTO DA FOLHA MENSAL E PERCENTUAL MEDIO PONDERADO PELOS
      *    SALARIOS - ZERO QUANDO NAO HA SALARIO ANTERIOR.
      *----------------------------------------------------------------
       MONTA-TOTAL.
          COMPUTE AUMENTO-CALC = NOVO-UNIDADE - ANTERIOR-UNIDADE.
          MOVE AUMENTO-CALC TO TOT-AUM.
          MOVE ZEROES TO PCT-ALTERACAO.
          IF ANTERIOR-UNIDADE GREATER THAN ZEROES
              COMPUTE PCT-ALTERACAO ROUNDED =
                  (NOVO-UNIDADE / ANTERIOR-UNIDADE - 1) * 100
                  ON SIZE ERROR MOVE ZEROES TO PCT-ALTERACAO.
          MOVE PCT-ALTERACAO TO TOT-PCT.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE PERIODO-INI(7:2) TO CAB-INI-DIA.
          MOVE PERIODO-INI(5:2) TO CAB-INI-MES.
          MOVE PERIODO-INI(1:4) TO CAB-INI-ANO.
          MOVE PERIODO-FIM(7:2) TO CAB-FIM-DIA.
          MOVE PERIODO-FIM(5:2) TO CAB-FIM-MES.
          MOVE PERIODO-FIM(1:4) TO CAB-FIM-ANO.
          MOVE SPACES TO REGREAJ.
          WRITE REGREAJ AFTER ADVANCING PAGE.
          WRITE REGREAJ FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGREAJ FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGREAJ FROM CAB-03 AFTER ADVANCING 2 LINES.
          WRITE REGREAJ FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO CT-LIN.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "REAJUNID"             TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "RELREAJ"              TO LOG-ARQ1-NOME.
          MOVE CONTADOR-LISTADOS      TO LOG-ARQ1-QTD.
          MOVE SPACES                 TO LOG-ARQ2-NOME.
          MOVE ZEROES                 TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
