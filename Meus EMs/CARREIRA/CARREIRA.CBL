       IDENTIFICATION DIVISION.
          PROGRAM-ID.      CARREIRA.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. RELATORIO DE CARREIRA DOS FUNCIONARIOS DA FOLHA. LE O
      *HISTORICO DE SALARIO E CARGO (EM01\EX06\HISTSAL.DAT, REGHSA),
      *ORDENA POR SORT POR MATRICULA E VIGENCIA (NA MESMA VIGENCIA NA
      *ORDEM DE GRAVACAO) E IMPRIME EM RELCARR, PARA CADA FUNCIONARIO,
      *CADA ALTERACAO COM A VIGENCIA, O MOTIVO, O SALARIO, O
      *PERCENTUAL SOBRE O SALARIO ANTERIOR, O CARGO COM A DESCRICAO
      *DO CADCARGO E O PROGRAMA QUE GRAVOU. O NOME VEM DO CADENT. A
      *VARIAVEL DE AMBIENTE MATRICULA RESTRINGE O RELATORIO A UM
      *FUNCIONARIO; SEM ELA SAEM TODOS.

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
          SELECT OPTIONAL CADCARGO ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTWK ASSIGN TO DISK.
          SELECT RELCARR ASSIGN TO DISK.
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

       FD  CADCARGO
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADCARGO.DAT".
          01 REG-CGO.
          02 CODIGO-CGO                PIC 9(03).
          02 DESCRICAO-CGO             PIC X(20).
          02 PISO-CGO                  PIC 9(05)V9(02).

       SD  SORTWK.
          01 REG-SORT.
          02 MATRICULA-SRT             PIC 9(05).
          02 VIGENCIA-SRT              PIC 9(08).
          02 SEQ-SRT                   PIC 9(06).
          02 HSA-SRT                   PIC X(56).

       FD  RELCARR
          LABEL RECORD IS OMITTED.
          01  REGCARR     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FIM-HSA            PIC X(03) VALUE "NAO".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  FIM-CGO            PIC X(03) VALUE "NAO".
       77  FIM-ORD            PIC X(03) VALUE "NAO".
       77  ENTRADA-MAT        PIC X(05) VALUE SPACES.
       77  MATRICULA-FILTRO   PIC 9(05) VALUE ZEROES.
       77  MATRICULA-ATUAL    PIC 9(05) VALUE ZEROES.
       77  QTD-FUNC           PIC 9(04) VALUE ZEROES.
       77  IX-FUN             PIC 9(04) VALUE ZEROES.
       77  IX-FUN-ACHADO      PIC 9(04) VALUE ZEROES.
       77  QTD-CARGOS         PIC 9(03) VALUE ZEROES.
       77  IX-CGO             PIC 9(03) VALUE ZEROES.
       77  IX-CGO-ACHADO      PIC 9(03) VALUE ZEROES.
       77  DESCRICAO-MOTIVO   PIC X(09) VALUE SPACES.
       77  PCT-ALTERACAO      PIC S9(03)V9(02) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-LISTADOS  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-FUNC      PIC 9(06) VALUE ZEROES.
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

       01 TAB-CARGOS.
          02 CGO-OCORRENCIA OCCURS 100 TIMES.
             03 CGO-CODIGO             PIC 9(03).
             03 CGO-DESCRICAO          PIC X(20).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "CARREIRA DOS FUNCI".
          02 FILLER    PIC X(12) VALUE "ONARIOS     ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(12)  VALUE "VIGENCIA    ".
          02 FILLER    PIC X(10)  VALUE "MOTIVO    ".
          02 FILLER    PIC X(11)  VALUE "    SALARIO".
          02 FILLER    PIC X(09)  VALUE "   REAJ %".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(22)  VALUE "CARGO".
          02 FILLER    PIC X(06)  VALUE "ORIGEM".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-FUNC.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(10) VALUE "MATRICULA ".
          02 CFU-MAT   PIC 9(05).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 CFU-NOME  PIC X(30).

       01 DETALHE.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 DET-DIA   PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 DET-MES   PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 DET-ANO   PIC 9(04).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-MOT   PIC X(09).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-SAL   PIC ZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-PCT   PIC -ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-CGO   PIC 9(03).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-DCGO  PIC X(20).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-ORIG  PIC X(08).

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "FUNCIONARIOS LISTADOS....:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-FUN   PIC ZZZZZ9.

       01 CAB-05.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "ALTERACOES LISTADAS......:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-ALT   PIC ZZZZZ9.

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

       PGM-CARREIRA.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT ENTRADA-MAT FROM ENVIRONMENT "MATRICULA".
          IF ENTRADA-MAT NUMERIC
              MOVE ENTRADA-MAT TO MATRICULA-FILTRO.
          PERFORM CARGA-FUNCIONARIOS.
          PERFORM CARGA-CARGOS.
          SORT SORTWK ON ASCENDING KEY MATRICULA-SRT VIGENCIA-SRT
              SEQ-SRT
              INPUT PROCEDURE IS COLETA-HISTORICO
              OUTPUT PROCEDURE IS IMPRIME-CARREIRA.
          PERFORM GRAVA-LOG.
          DISPLAY "RELATORIO DE CARREIRA GRAVADO EM RELCARR.".
          DISPLAY "FUNCIONARIOS LISTADOS: " CONTADOR-FUNC.
          DISPLAY "ALTERACOES LISTADAS..: " CONTADOR-LISTADOS.
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

       CARGA-CARGOS.
          OPEN INPUT CADCARGO.
          PERFORM LE-CARGO.
          PERFORM GUARDA-CARGO UNTIL FIM-CGO EQUAL "SIM".
          CLOSE CADCARGO.

       LE-CARGO.
          READ CADCARGO AT END MOVE "SIM" TO FIM-CGO.

       GUARDA-CARGO.
          IF QTD-CARGOS NOT LESS 100
              DISPLAY "TABELA DE CARGOS LOTADA"
          ELSE
              ADD 1 TO QTD-CARGOS
              MOVE CODIGO-CGO TO CGO-CODIGO (QTD-CARGOS)
              MOVE DESCRICAO-CGO TO CGO-DESCRICAO (QTD-CARGOS).
          PERFORM LE-CARGO.

       LOCALIZA-CARGO.
          MOVE ZEROES TO IX-CGO-ACHADO.
          IF QTD-CARGOS GREATER THAN ZEROES
              PERFORM TESTA-CARGO
                  VARYING IX-CGO FROM 1 BY 1
                  UNTIL IX-CGO GREATER THAN QTD-CARGOS
                     OR IX-CGO-ACHADO GREATER THAN ZEROES.

       TESTA-CARGO.
          IF CGO-CODIGO (IX-CGO) EQUAL CARGO-HSA
              MOVE IX-CGO TO IX-CGO-ACHADO.

       COLETA-HISTORICO.
          OPEN INPUT HISTSAL.
          PERFORM LE-HISTORICO.
          PERFORM SELECIONA-HISTORICO UNTIL FIM-HSA EQUAL "SIM".
          CLOSE HISTSAL.

       LE-HISTORICO.
          READ HISTSAL INTO REG-HSA AT END MOVE "SIM" TO FIM-HSA.

       SELECIONA-HISTORICO.
          ADD 1 TO CONTADOR-LIDOS.
          IF MATRICULA-FILTRO EQUAL ZEROES
             OR MATRICULA-HSA EQUAL MATRICULA-FILTRO
              MOVE MATRICULA-HSA TO MATRICULA-SRT
              MOVE VIGENCIA-HSA TO VIGENCIA-SRT
              MOVE CONTADOR-LIDOS TO SEQ-SRT
              MOVE REG-HSA TO HSA-SRT
              RELEASE REG-SORT.
          PERFORM LE-HISTORICO.

       IMPRIME-CARREIRA.
          OPEN OUTPUT RELCARR.
          PERFORM CABECALHO.
          PERFORM RETORNA-HISTORICO UNTIL FIM-ORD EQUAL "SIM".
          MOVE CONTADOR-FUNC TO TOT-FUN.
          WRITE REGCARR FROM CAB-04 AFTER ADVANCING 2 LINES.
          MOVE CONTADOR-LISTADOS TO TOT-ALT.
          WRITE REGCARR FROM CAB-05 AFTER ADVANCING 1 LINE.
          CLOSE RELCARR.

       RETORNA-HISTORICO.
          RETURN SORTWK AT END MOVE "SIM" TO FIM-ORD.
          IF FIM-ORD NOT EQUAL "SIM"
              MOVE HSA-SRT TO REG-HSA
              PERFORM IMPRIME-ALTERACAO.

      *----------------------------------------------------------------
      *    TROCA DE MATRICULA ABRE O BLOCO DO FUNCIONARIO; O BLOCO NAO
      *    COMECA NO PE DA PAGINA.
      *----------------------------------------------------------------
       IMPRIME-ALTERACAO.
          IF CONTADOR-LISTADOS EQUAL ZEROES
             OR MATRICULA-HSA NOT EQUAL MATRICULA-ATUAL
              PERFORM IMPRIME-FUNCIONARIO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE VIGENCIA-HSA(7:2) TO DET-DIA.
          MOVE VIGENCIA-HSA(5:2) TO DET-MES.
          MOVE VIGENCIA-HSA(1:4) TO DET-ANO.
          PERFORM DESCREVE-MOTIVO.
          MOVE DESCRICAO-MOTIVO TO DET-MOT.
          MOVE SALARIO-HSA TO DET-SAL.
          PERFORM CALCULA-PERCENTUAL.
          MOVE PCT-ALTERACAO TO DET-PCT.
          MOVE CARGO-HSA TO DET-CGO.
          PERFORM LOCALIZA-CARGO.
          IF IX-CGO-ACHADO GREATER THAN ZEROES
              MOVE CGO-DESCRICAO (IX-CGO-ACHADO) TO DET-DCGO
          ELSE
              MOVE "CARGO SEM CADASTRO" TO DET-DCGO.
          MOVE ORIGEM-HSA TO DET-ORIG.
          WRITE REGCARR FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          ADD 1 TO CONTADOR-LISTADOS.

       IMPRIME-FUNCIONARIO.
          MOVE MATRICULA-HSA TO MATRICULA-ATUAL.
          ADD 1 TO CONTADOR-FUNC.
          IF CT-LIN GREATER THAN LIMITE-LIN - 3
              PERFORM CABECALHO.
          MOVE MATRICULA-HSA TO CFU-MAT.
          PERFORM LOCALIZA-FUNCIONARIO.
          IF IX-FUN-ACHADO GREATER THAN ZEROES
              MOVE FUN-NOME (IX-FUN-ACHADO) TO CFU-NOME
          ELSE
              MOVE "NAO ENCONTRADO NO CADENT" TO CFU-NOME.
          WRITE REGCARR FROM CAB-FUNC AFTER ADVANCING 2 LINES.
          ADD 2 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGCARR.
          WRITE REGCARR AFTER ADVANCING PAGE.
          WRITE REGCARR FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGCARR FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGCARR FROM CAB-03 AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO CT-LIN.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "CARREIRA"             TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "RELCARR"              TO LOG-ARQ1-NOME.
          MOVE CONTADOR-LISTADOS      TO LOG-ARQ1-QTD.
          MOVE SPACES                 TO LOG-ARQ2-NOME.
          MOVE ZEROES                 TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
