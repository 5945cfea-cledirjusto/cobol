       IDENTIFICATION DIVISION.
          PROGRAM-ID.      LIBFOL.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. LIBERACAO DA FOLHA PARA PAGAMENTO. EXIGE OPERADOR
      *NIVEL 2. MONTA O RESUMO DA FOLHA CALCULADA PELO EX06 (CADSAI
      *DA EM01\EX06, SO OS REGISTROS DE FOLHA - FERIAS E RESCISOES
      *TEM PAGAMENTO PROPRIO -, COM A UNIDADE LIDA DO CADENT): POR
      *UNIDADE A QUANTIDADE DE FUNCIONARIOS, O BRUTO, OS DESCONTOS
      *E O LIQUIDO, E AS OCORRENCIAS DA CONFERENCIA - DIFERENCAS DO
      *COMPFOL E ESTOUROS DO RELORC (ULTIMA EXECUCAO NO LOGEXEC A
      *PARTIR DA DATA DA FOLHA; SEM EXECUCAO SAI "NAO RODOU") E OS
      *SALARIOS ABAIXO DO PISO DO CARGO GRAVADOS PELO EX06 NO
      *RELPISO.DAT. O OPERADOR LIBERA (L) OU RETEM (R) A COMPETENCIA
      *COM UM COMENTARIO - OBRIGATORIO NA RETENCAO E NA LIBERACAO COM
      *OCORRENCIA - E A DECISAO E ACRESCENTADA NO ARQLIB.DAT (REGLIB)
      *COM OS TOTAIS DO CADSAI DECIDIDO. O RESUMO E A DECISAO SAEM
      *NUMA PAGINA DO RELLIB. A REMESSA, O HOLERITE E O LANCAMENTO FOL
      *DO CONTEXP CONFEREM A LIBERACAO PELO CONFLIB E RECUSAM A FOLHA
      *NAO LIBERADA, RETIDA OU RECALCULADA DEPOIS DA LIBERACAO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADSAI ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL RELPISO ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQLIB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELLIB ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADSAI
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADSAI.DAT".
          COPY REGSAI.

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

       FD  RELPISO
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\RELPISO.DAT".
          01 REG-PIS.
          02 MATRICULA-PIS             PIC 9(05).
          02 FILLER                    PIC X(02).
          02 NOME-PIS                  PIC X(30).
          02 FILLER                    PIC X(02).
          02 CARGO-PIS                 PIC 9(03).
          02 FILLER                    PIC X(02).
          02 SALARIO-PIS               PIC 9(05)V9(02).
          02 FILLER                    PIC X(02).
          02 PISO-PIS                  PIC 9(05)V9(02).

       FD  ARQLIB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQLIB.DAT".
          COPY REGLIB.

       FD  RELLIB
          LABEL RECORD IS OMITTED.
          01  REGLIB      PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG.
          02 LOG-PROGRAMA              PIC X(08).
          02 FILLER                    PIC X(01).
          02 LOG-ANO                   PIC 9(04).
          02 FILLER                    PIC X(01).
          02 LOG-MES                   PIC 9(02).
          02 FILLER                    PIC X(01).
          02 LOG-DIA                   PIC 9(02).
          02 FILLER                    PIC X(09).
          02 FILLER                    PIC X(07).
          02 LOG-LIDOS                 PIC 9(06).
          02 FILLER                    PIC X(01).
          02 LOG-ARQ1-NOME             PIC X(08).
          02 FILLER                    PIC X(01).
          02 LOG-ARQ1-QTD              PIC 9(06).
          02 FILLER                    PIC X(01).
          02 LOG-ARQ2-NOME             PIC X(08).
          02 FILLER                    PIC X(01).
          02 LOG-ARQ2-QTD              PIC 9(06).

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  FIM-SAI            PIC X(03) VALUE "NAO".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  FIM-PIS            PIC X(03) VALUE "NAO".
       77  FIM-LIB            PIC X(03) VALUE "NAO".
       77  FIM-LOG            PIC X(03) VALUE "NAO".
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  DATA-FOLHA         PIC 9(08) VALUE ZEROES.
       77  COMPET-FOLHA       PIC 9(06) VALUE ZEROES.
       77  QTD-FUNCIONARIOS   PIC 9(04) VALUE ZEROES.
       77  IX-FUN             PIC 9(04) VALUE ZEROES.
       77  IX-FUN-ACHADO      PIC 9(04) VALUE ZEROES.
       77  QTD-UNIDADES       PIC 9(02) VALUE ZEROES.
       77  IX-UNI             PIC 9(02) VALUE ZEROES.
       77  IX-UNI-ACHADO      PIC 9(02) VALUE ZEROES.
       77  UNIDADE-TRB        PIC 9(02) VALUE ZEROES.
       77  TOTAL-FUNC         PIC 9(06) VALUE ZEROES.
       77  TOTAL-BRUTO        PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-DESCONTO     PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-LIQUIDO      PIC 9(09)V9(02) VALUE ZEROES.
       77  DIF-COMPFOL        PIC 9(06) VALUE 999999.
       77  ESTOUROS-RELORC    PIC 9(02) VALUE 99.
       77  SEM-ORC-RELORC     PIC 9(02) VALUE ZEROES.
       77  QTD-PISO           PIC 9(06) VALUE ZEROES.
       77  QTD-PISO-LISTADO   PIC 9(02) VALUE ZEROES.
       77  DATA-LOG-LIDA      PIC 9(08) VALUE ZEROES.
       77  HA-OCORRENCIA      PIC X(03) VALUE "NAO".
       77  ACHOU-DECISAO      PIC X(03) VALUE "NAO".
       77  SITUACAO-ANT       PIC X(01) VALUE SPACES.
       77  DATA-ANT           PIC 9(08) VALUE ZEROES.
       77  OPERADOR-ANT       PIC 9(04) VALUE ZEROES.
       77  DATA-FOLHA-ANT     PIC 9(08) VALUE ZEROES.
       77  COMENTARIO-ANT     PIC X(60) VALUE SPACES.
       77  OPCAO-LIB          PIC X(01) VALUE SPACES.
       77  COMENTARIO         PIC X(60) VALUE SPACES.
       77  DECIDIU            PIC X(03) VALUE "NAO".
       77  VALOR-EDIT         PIC ZZZ.ZZZ.ZZ9,99.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 TAB-FUNCIONARIOS.
          02 FUN-OCORRENCIA OCCURS 6000 TIMES.
             03 FUN-MATRICULA          PIC 9(05).
             03 FUN-UNIDADE            PIC 9(02).

       01 TAB-UNIDADES.
          02 UNI-OCORRENCIA OCCURS 10 TIMES.
             03 UNI-CODIGO             PIC 9(02).
             03 UNI-QTD                PIC 9(06).
             03 UNI-BRUTO              PIC 9(09)V9(02).
             03 UNI-DESCONTO           PIC 9(09)V9(02).
             03 UNI-LIQUIDO            PIC 9(09)V9(02).

       01 TAB-PISO.
          02 PIS-OCORRENCIA OCCURS 10 TIMES.
             03 PIS-LINHA              PIC X(60).

       01 CAB-01.
          02 FILLER    PIC X(15) VALUE SPACES.
          02 FILLER    PIC X(26) VALUE "LIBERACAO DA FOLHA - COMP.".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CAB-COMPET PIC 9(06).
          02 FILLER    PIC X(03) VALUE SPACES.
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "UNIDADE".
          02 FILLER    PIC X(03)  VALUE SPACES.
          02 FILLER    PIC X(06)  VALUE " FUNC.".
          02 FILLER    PIC X(03)  VALUE SPACES.
          02 FILLER    PIC X(14)  VALUE "         BRUTO".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(14)  VALUE "     DESCONTOS".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(14)  VALUE "       LIQUIDO".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 DETALHE.
          02 FILLER    PIC X(07) VALUE SPACES.
          02 DET-UNI   PIC 9(02).
          02 FILLER    PIC X(06) VALUE SPACES.
          02 DET-QTD   PIC ZZZZZ9.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DET-BRUTO PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-DESC  PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-LIQ   PIC ZZZ.ZZZ.ZZ9,99.

       01 LIN-TOTAL.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(10) VALUE "TOTAL     ".
          02 TOT-QTD   PIC ZZZZZ9.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 TOT-BRUTO PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 TOT-DESC  PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 TOT-LIQ   PIC ZZZ.ZZZ.ZZ9,99.

       01 LIN-OCORRENCIA.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 OCO-TEXTO PIC X(40).
          02 OCO-QTD   PIC ZZZZZ9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 OCO-OBS   PIC X(20).

       01 LIN-PISO.
          02 FILLER    PIC X(07) VALUE SPACES.
          02 LPI-MAT   PIC 9(05).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 LPI-NOME  PIC X(30).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 LPI-SAL   PIC ZZ.ZZ9,99.
          02 FILLER    PIC X(06) VALUE " PISO ".
          02 LPI-PISO  PIC ZZ.ZZ9,99.

       01 LIN-TEXTO.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 TXT-LINHA PIC X(75).

       01 LIN-DECISAO.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 DEC-TEXTO PIC X(10).
          02 FILLER    PIC X(10) VALUE " OPERADOR ".
          02 DEC-OPER  PIC 9(04).
          02 FILLER    PIC X(04) VALUE " EM ".
          02 DEC-DIA   PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 DEC-MES   PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 DEC-ANO   PIC 9(04).

       01 LINHA-LOG.
          02 LLG-PROGRAMA              PIC X(08).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LLG-DATA.
             03 LLG-ANO                PIC 9(04).
             03 FILLER                 PIC X(01) VALUE "-".
             03 LLG-MES                PIC 9(02).
             03 FILLER                 PIC X(01) VALUE "-".
             03 LLG-DIA                PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LLG-HORA.
             03 LLG-HH                 PIC 9(02).
             03 FILLER                 PIC X(01) VALUE ":".
             03 LLG-MI                 PIC 9(02).
             03 FILLER                 PIC X(01) VALUE ":".
             03 LLG-SS                 PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 FILLER                    PIC X(05) VALUE "LIDOS".
          02 FILLER                    PIC X(01) VALUE ":".
          02 LLG-LIDOS                 PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LLG-ARQ1-NOME             PIC X(08).
          02 FILLER                    PIC X(01) VALUE ":".
          02 LLG-ARQ1-QTD              PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LLG-ARQ2-NOME             PIC X(08).
          02 FILLER                    PIC X(01) VALUE ":".
          02 LLG-ARQ2-QTD              PIC 9(06).

       PROCEDURE DIVISION.

       PGM-LIBFOL.
          CALL "SIGNON" USING OPERADOR-ID NIVEL-OPERADOR
              RESULTADO-SIGNON.
          IF RESULTADO-SIGNON NOT EQUAL "SIM"
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          IF NIVEL-OPERADOR LESS THAN 2
              DISPLAY "LIBERACAO DA FOLHA EXIGE OPERADOR NIVEL 2."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM CARGA-UNIDADES.
          PERFORM TOTALIZA-FOLHA.
          IF DATA-FOLHA EQUAL ZEROES
              DISPLAY "CADSAI SEM HEADER - RODE O EX06 ANTES."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "RESUMO INCOMPLETO - TABELA LOTADA. LIBERACAO "
                  "RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM CONFERE-EXECUCOES.
          PERFORM CONFERE-PISO.
          PERFORM PROCURA-DECISAO.
          PERFORM MOSTRA-RESUMO.
          PERFORM PEDE-DECISAO UNTIL DECIDIU EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

      *----------------------------------------------------------------
      *    UNIDADE DE CADA MATRICULA, DO CADENT DA FOLHA.
      *----------------------------------------------------------------
       CARGA-UNIDADES.
          OPEN INPUT CADENT.
          PERFORM LE-CADENT.
          PERFORM GUARDA-UNIDADE UNTIL FIM-ENT EQUAL "SIM".
          CLOSE CADENT.

       LE-CADENT.
          READ CADENT AT END MOVE "SIM" TO FIM-ENT.

       GUARDA-UNIDADE.
          IF QTD-FUNCIONARIOS NOT LESS 6000
              DISPLAY "TABELA DE FUNCIONARIOS LOTADA (6000) - CADENT "
                  "MAIOR QUE A TABELA."
              MOVE "SIM" TO TABELA-CHEIA
              MOVE "SIM" TO FIM-ENT
          ELSE
              ADD 1 TO QTD-FUNCIONARIOS
              MOVE MATRICULA-ENT TO FUN-MATRICULA (QTD-FUNCIONARIOS)
              MOVE UNIDADE-ENT TO FUN-UNIDADE (QTD-FUNCIONARIOS)
              PERFORM LE-CADENT.

      *----------------------------------------------------------------
      *    TOTAIS DO CADSAI POR UNIDADE. MATRICULA FORA DO CADENT FICA
      *    NA UNIDADE 00.
      *----------------------------------------------------------------
       TOTALIZA-FOLHA.
          OPEN INPUT CADSAI.
          PERFORM LE-FOLHA.
          PERFORM SOMA-FOLHA UNTIL FIM-SAI EQUAL "SIM".
          CLOSE CADSAI.

       LE-FOLHA.
          READ CADSAI AT END MOVE "SIM" TO FIM-SAI.

       SOMA-FOLHA.
          IF REG-SAI(1:3) EQUAL "HDR"
              IF REG-SAI(12:8) NUMERIC
                  MOVE REG-SAI(12:8) TO DATA-FOLHA
                  MOVE DATA-FOLHA(1:6) TO COMPET-FOLHA
              END-IF
          ELSE
          IF REG-SAI(1:3) NOT EQUAL "TRL"
             AND LIQUIDO-SAI NUMERIC
             AND (TIPO-SAI EQUAL "F" OR TIPO-SAI EQUAL SPACE)
              PERFORM SOMA-FUNCIONARIO.
          PERFORM LE-FOLHA.

       SOMA-FUNCIONARIO.
          MOVE ZEROES TO UNIDADE-TRB IX-FUN-ACHADO.
          IF QTD-FUNCIONARIOS GREATER THAN ZEROES
              PERFORM TESTA-FUNCIONARIO
                  VARYING IX-FUN FROM 1 BY 1
                  UNTIL IX-FUN GREATER THAN QTD-FUNCIONARIOS
                     OR IX-FUN-ACHADO GREATER THAN ZEROES.
          IF IX-FUN-ACHADO GREATER THAN ZEROES
              MOVE FUN-UNIDADE (IX-FUN-ACHADO) TO UNIDADE-TRB.
          PERFORM LOCALIZA-UNIDADE.
          IF IX-UNI-ACHADO GREATER THAN ZEROES
              ADD 1 TO UNI-QTD (IX-UNI-ACHADO)
              ADD SALARIOB-SAI TO UNI-BRUTO (IX-UNI-ACHADO)
              ADD DESCONTO-SAI TO UNI-DESCONTO (IX-UNI-ACHADO)
              ADD LIQUIDO-SAI TO UNI-LIQUIDO (IX-UNI-ACHADO)
              ADD 1 TO TOTAL-FUNC
              ADD SALARIOB-SAI TO TOTAL-BRUTO
              ADD DESCONTO-SAI TO TOTAL-DESCONTO
              ADD LIQUIDO-SAI TO TOTAL-LIQUIDO.

       TESTA-FUNCIONARIO.
          IF FUN-MATRICULA (IX-FUN) EQUAL MATRICULA-SAI
              MOVE IX-FUN TO IX-FUN-ACHADO.

       LOCALIZA-UNIDADE.
          MOVE ZEROES TO IX-UNI-ACHADO.
          IF QTD-UNIDADES GREATER THAN ZEROES
              PERFORM TESTA-UNIDADE
                  VARYING IX-UNI FROM 1 BY 1
                  UNTIL IX-UNI GREATER THAN QTD-UNIDADES
                     OR IX-UNI-ACHADO GREATER THAN ZEROES.
          IF IX-UNI-ACHADO EQUAL ZEROES
              IF QTD-UNIDADES NOT LESS 10
                  DISPLAY "TABELA DE UNIDADES LOTADA (10) - UNIDADE "
                      UNIDADE-TRB " FORA DO RESUMO."
                  MOVE "SIM" TO TABELA-CHEIA
              ELSE
                  ADD 1 TO QTD-UNIDADES
                  MOVE QTD-UNIDADES TO IX-UNI-ACHADO
                  MOVE UNIDADE-TRB TO UNI-CODIGO (IX-UNI-ACHADO)
                  MOVE ZEROES TO UNI-QTD (IX-UNI-ACHADO)
                                 UNI-BRUTO (IX-UNI-ACHADO)
                                 UNI-DESCONTO (IX-UNI-ACHADO)
                                 UNI-LIQUIDO (IX-UNI-ACHADO).

       TESTA-UNIDADE.
          IF UNI-CODIGO (IX-UNI) EQUAL UNIDADE-TRB
              MOVE IX-UNI TO IX-UNI-ACHADO.

      *----------------------------------------------------------------
      *    COMPFOL E RELORC GRAVAM NO LOGEXEC AS OCORRENCIAS DA
      *    CONFERENCIA; VALE A ULTIMA EXECUCAO A PARTIR DA DATA DA
      *    FOLHA. EXECUCAO ANTERIOR AO CADSAI NAO CONFERIU ESTA FOLHA.
      *----------------------------------------------------------------
       CONFERE-EXECUCOES.
          OPEN INPUT LOGEXEC.
          PERFORM LE-LOG.
          PERFORM TESTA-LOG UNTIL FIM-LOG EQUAL "SIM".
          CLOSE LOGEXEC.

       LE-LOG.
          READ LOGEXEC AT END MOVE "SIM" TO FIM-LOG.

       TESTA-LOG.
          IF LOG-ANO NUMERIC AND LOG-MES NUMERIC AND LOG-DIA NUMERIC
              COMPUTE DATA-LOG-LIDA = LOG-ANO * 10000 + LOG-MES * 100
                  + LOG-DIA
              IF DATA-LOG-LIDA NOT LESS DATA-FOLHA
                  IF LOG-PROGRAMA EQUAL "COMPFOL"
                      MOVE LOG-ARQ1-QTD TO DIF-COMPFOL
                  END-IF
                  IF LOG-PROGRAMA EQUAL "RELORC"
                      MOVE LOG-ARQ1-QTD TO ESTOUROS-RELORC
                      MOVE LOG-ARQ2-QTD TO SEM-ORC-RELORC
                  END-IF
              END-IF
          END-IF.
          PERFORM LE-LOG.

       CONFERE-PISO.
          OPEN INPUT RELPISO.
          PERFORM LE-PISO.
          PERFORM GUARDA-PISO UNTIL FIM-PIS EQUAL "SIM".
          CLOSE RELPISO.

       LE-PISO.
          READ RELPISO AT END MOVE "SIM" TO FIM-PIS.

       GUARDA-PISO.
          ADD 1 TO QTD-PISO.
          IF QTD-PISO-LISTADO LESS 10
              ADD 1 TO QTD-PISO-LISTADO
              MOVE REG-PIS TO PIS-LINHA (QTD-PISO-LISTADO).
          PERFORM LE-PISO.

      *----------------------------------------------------------------
      *    ULTIMA DECISAO JA GRAVADA PARA A COMPETENCIA, SO PARA
      *    MOSTRAR AO OPERADOR.
      *----------------------------------------------------------------
       PROCURA-DECISAO.
          OPEN INPUT ARQLIB.
          PERFORM LE-DECISAO.
          PERFORM GUARDA-DECISAO UNTIL FIM-LIB EQUAL "SIM".
          CLOSE ARQLIB.

       LE-DECISAO.
          READ ARQLIB AT END MOVE "SIM" TO FIM-LIB.

       GUARDA-DECISAO.
          IF COMPET-LIB EQUAL COMPET-FOLHA
              MOVE "SIM" TO ACHOU-DECISAO
              MOVE SITUACAO-LIB TO SITUACAO-ANT
              MOVE DATA-LIB TO DATA-ANT
              MOVE OPERADOR-LIB TO OPERADOR-ANT
              MOVE DATA-FOLHA-LIB TO DATA-FOLHA-ANT
              MOVE COMENTARIO-LIB TO COMENTARIO-ANT.
          PERFORM LE-DECISAO.

       MOSTRA-RESUMO.
          DISPLAY "==============================================".
          DISPLAY " LIBERACAO DA FOLHA - COMPETENCIA " COMPET-FOLHA
              " (CADSAI DE " DATA-FOLHA ")".
          DISPLAY "==============================================".
          DISPLAY " UN  FUNC.          BRUTO      DESCONTOS"
              "        LIQUIDO".
          PERFORM MOSTRA-UNIDADE
              VARYING IX-UNI FROM 1 BY 1
              UNTIL IX-UNI GREATER THAN QTD-UNIDADES.
          MOVE TOTAL-FUNC TO TOT-QTD.
          MOVE TOTAL-BRUTO TO TOT-BRUTO.
          MOVE TOTAL-DESCONTO TO TOT-DESC.
          MOVE TOTAL-LIQUIDO TO TOT-LIQ.
          DISPLAY LIN-TOTAL.
          DISPLAY "----------------------------------------------".
          IF DIF-COMPFOL EQUAL 999999
              DISPLAY " COMPFOL....: NAO RODOU SOBRE ESTA FOLHA"
              MOVE "SIM" TO HA-OCORRENCIA
          ELSE
              DISPLAY " COMPFOL....: " DIF-COMPFOL " DIFERENCA(S)"
              IF DIF-COMPFOL GREATER THAN ZEROES
                  MOVE "SIM" TO HA-OCORRENCIA.
          DISPLAY " ABAIXO PISO: " QTD-PISO " FUNCIONARIO(S)".
          PERFORM MOSTRA-PISO
              VARYING IX-UNI FROM 1 BY 1
              UNTIL IX-UNI GREATER THAN QTD-PISO-LISTADO.
          IF QTD-PISO GREATER THAN ZEROES
              MOVE "SIM" TO HA-OCORRENCIA.
          IF ESTOUROS-RELORC EQUAL 99
              DISPLAY " RELORC.....: NAO RODOU SOBRE ESTA FOLHA"
              MOVE "SIM" TO HA-OCORRENCIA
          ELSE
              DISPLAY " RELORC.....: " ESTOUROS-RELORC
                  " UNIDADE(S) EM ESTOURO, " SEM-ORC-RELORC
                  " SEM ORCAMENTO"
              IF ESTOUROS-RELORC GREATER THAN ZEROES
                  MOVE "SIM" TO HA-OCORRENCIA.
          IF ACHOU-DECISAO EQUAL "SIM"
              DISPLAY "----------------------------------------------"
              DISPLAY " DECISAO ANTERIOR: " SITUACAO-ANT " EM "
                  DATA-ANT " PELO OPERADOR " OPERADOR-ANT
                  " (CADSAI DE " DATA-FOLHA-ANT ")"
              DISPLAY " " COMENTARIO-ANT.
          DISPLAY "==============================================".

       MOSTRA-UNIDADE.
          MOVE UNI-CODIGO (IX-UNI) TO DET-UNI.
          MOVE UNI-QTD (IX-UNI) TO DET-QTD.
          MOVE UNI-BRUTO (IX-UNI) TO DET-BRUTO.
          MOVE UNI-DESCONTO (IX-UNI) TO DET-DESC.
          MOVE UNI-LIQUIDO (IX-UNI) TO DET-LIQ.
          DISPLAY DETALHE.

       MOSTRA-PISO.
          MOVE PIS-LINHA (IX-UNI) TO REG-PIS.
          MOVE MATRICULA-PIS TO LPI-MAT.
          MOVE NOME-PIS TO LPI-NOME.
          MOVE SALARIO-PIS TO LPI-SAL.
          MOVE PISO-PIS TO LPI-PISO.
          DISPLAY LIN-PISO.

      *----------------------------------------------------------------
      *    L LIBERA, R RETEM, F SAI SEM DECIDIR. RETENCAO E LIBERACAO
      *    COM OCORRENCIA EXIGEM O COMENTARIO DO OPERADOR.
      *----------------------------------------------------------------
       PEDE-DECISAO.
          DISPLAY "L - LIBERAR  R - RETER  F - SAIR SEM DECIDIR: ".
          MOVE SPACES TO OPCAO-LIB.
          ACCEPT OPCAO-LIB.
          IF OPCAO-LIB EQUAL "F"
              MOVE "SIM" TO DECIDIU
          ELSE
          IF OPCAO-LIB NOT EQUAL "L" AND OPCAO-LIB NOT EQUAL "R"
              DISPLAY "OPCAO INVALIDA."
          ELSE
              DISPLAY "COMENTARIO: "
              MOVE SPACES TO COMENTARIO
              ACCEPT COMENTARIO
              IF COMENTARIO EQUAL SPACES
                 AND (OPCAO-LIB EQUAL "R" OR HA-OCORRENCIA EQUAL "SIM")
                  DISPLAY "COMENTARIO OBRIGATORIO - INFORME O MOTIVO."
              ELSE
                  MOVE "SIM" TO DECIDIU.

       TERMINO.
          IF OPCAO-LIB EQUAL "L" OR OPCAO-LIB EQUAL "R"
              PERFORM GRAVA-DECISAO
              PERFORM IMPRIME-RESUMO
              PERFORM GRAVA-LOG
              IF OPCAO-LIB EQUAL "L"
                  DISPLAY "FOLHA DA COMPETENCIA " COMPET-FOLHA
                      " LIBERADA PARA PAGAMENTO."
              ELSE
                  DISPLAY "FOLHA DA COMPETENCIA " COMPET-FOLHA
                      " RETIDA."
              END-IF
          ELSE
              DISPLAY "NENHUMA DECISAO GRAVADA.".

       GRAVA-DECISAO.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE COMPET-FOLHA TO COMPET-LIB.
          MOVE DATA-FOLHA TO DATA-FOLHA-LIB.
          MOVE OPCAO-LIB TO SITUACAO-LIB.
          MOVE DATA-SISTEMA TO DATA-LIB.
          MOVE HORA-SISTEMA(1:6) TO HORA-LIB.
          MOVE OPERADOR-ID TO OPERADOR-LIB.
          MOVE TOTAL-FUNC TO QTD-FUNC-LIB.
          MOVE TOTAL-BRUTO TO BRUTO-LIB.
          MOVE TOTAL-DESCONTO TO DESCONTO-LIB.
          MOVE TOTAL-LIQUIDO TO LIQUIDO-LIB.
          MOVE DIF-COMPFOL TO DIF-COMP-LIB.
          MOVE QTD-PISO TO PISO-LIB.
          MOVE ESTOUROS-RELORC TO ESTOURO-LIB.
          MOVE COMENTARIO TO COMENTARIO-LIB.
          OPEN EXTEND ARQLIB.
          WRITE REG-LIB.
          CLOSE ARQLIB.

       IMPRIME-RESUMO.
          OPEN OUTPUT RELLIB.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE COMPET-FOLHA TO CAB-COMPET.
          MOVE SPACES TO REGLIB.
          WRITE REGLIB AFTER ADVANCING PAGE.
          WRITE REGLIB FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGLIB FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGLIB FROM CAB-03 AFTER ADVANCING 1 LINE.
          PERFORM IMPRIME-UNIDADE
              VARYING IX-UNI FROM 1 BY 1
              UNTIL IX-UNI GREATER THAN QTD-UNIDADES.
          WRITE REGLIB FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
          MOVE "DIFERENCAS NO COMPFOL..................:"
              TO OCO-TEXTO.
          PERFORM IMPRIME-COMPFOL.
          MOVE "SALARIOS ABAIXO DO PISO (RELPISO)......:"
              TO OCO-TEXTO.
          MOVE QTD-PISO TO OCO-QTD.
          MOVE SPACES TO OCO-OBS.
          WRITE REGLIB FROM LIN-OCORRENCIA AFTER ADVANCING 1 LINE.
          PERFORM IMPRIME-PISO
              VARYING IX-UNI FROM 1 BY 1
              UNTIL IX-UNI GREATER THAN QTD-PISO-LISTADO.
          IF QTD-PISO GREATER THAN QTD-PISO-LISTADO
              MOVE "... DEMAIS NO RELPISO.DAT DA FOLHA" TO TXT-LINHA
              WRITE REGLIB FROM LIN-TEXTO AFTER ADVANCING 1 LINE.
          MOVE "UNIDADES EM ESTOURO NO RELORC..........:"
              TO OCO-TEXTO.
          PERFORM IMPRIME-RELORC.
          IF OPCAO-LIB EQUAL "L"
              MOVE "LIBERADA" TO DEC-TEXTO
          ELSE
              MOVE "RETIDA" TO DEC-TEXTO.
          MOVE OPERADOR-ID TO DEC-OPER.
          MOVE DATA-SISTEMA(7:2) TO DEC-DIA.
          MOVE DATA-SISTEMA(5:2) TO DEC-MES.
          MOVE DATA-SISTEMA(1:4) TO DEC-ANO.
          WRITE REGLIB FROM LIN-DECISAO AFTER ADVANCING 3 LINES.
          MOVE COMENTARIO TO TXT-LINHA.
          WRITE REGLIB FROM LIN-TEXTO AFTER ADVANCING 1 LINE.
          CLOSE RELLIB.

       IMPRIME-UNIDADE.
          MOVE UNI-CODIGO (IX-UNI) TO DET-UNI.
          MOVE UNI-QTD (IX-UNI) TO DET-QTD.
          MOVE UNI-BRUTO (IX-UNI) TO DET-BRUTO.
          MOVE UNI-DESCONTO (IX-UNI) TO DET-DESC.
          MOVE UNI-LIQUIDO (IX-UNI) TO DET-LIQ.
          WRITE REGLIB FROM DETALHE AFTER ADVANCING 1 LINE.

       IMPRIME-COMPFOL.
          IF DIF-COMPFOL EQUAL 999999
              MOVE ZEROES TO OCO-QTD
              MOVE "NAO RODOU" TO OCO-OBS
          ELSE
              MOVE DIF-COMPFOL TO OCO-QTD
              MOVE SPACES TO OCO-OBS.
          WRITE REGLIB FROM LIN-OCORRENCIA AFTER ADVANCING 2 LINES.

       IMPRIME-PISO.
          MOVE PIS-LINHA (IX-UNI) TO REG-PIS.
          MOVE MATRICULA-PIS TO LPI-MAT.
          MOVE NOME-PIS TO LPI-NOME.
          MOVE SALARIO-PIS TO LPI-SAL.
          MOVE PISO-PIS TO LPI-PISO.
          WRITE REGLIB FROM LIN-PISO AFTER ADVANCING 1 LINE.

       IMPRIME-RELORC.
          IF ESTOUROS-RELORC EQUAL 99
              MOVE ZEROES TO OCO-QTD
              MOVE "NAO RODOU" TO OCO-OBS
          ELSE
              MOVE ESTOUROS-RELORC TO OCO-QTD
              MOVE SPACES TO OCO-OBS.
          WRITE REGLIB FROM LIN-OCORRENCIA AFTER ADVANCING 1 LINE.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "LIBFOL"               TO LLG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LLG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LLG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LLG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LLG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LLG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LLG-SS.
          MOVE TOTAL-FUNC             TO LLG-LIDOS.
          IF OPCAO-LIB EQUAL "L"
              MOVE "LIBERADA"         TO LLG-ARQ1-NOME
          ELSE
              MOVE "RETIDA"           TO LLG-ARQ1-NOME.
          MOVE COMPET-FOLHA           TO LLG-ARQ1-QTD.
          MOVE "OPERADOR"             TO LLG-ARQ2-NOME.
          MOVE OPERADOR-ID            TO LLG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
