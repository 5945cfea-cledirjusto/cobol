       IDENTIFICATION DIVISION.
          PROGRAM-ID.      EXTBCO.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. EXTRATO MENSAL DO BANCO DE HORAS PARA OS SUPERVISORES.
      *PARA CADA FUNCIONARIO DO CADENT (EM01) LISTA, EM PAGINA PROPRIA,
      *OS LOTES DO ARQBCO.DAT DA FOLHA ATE A COMPETENCIA DO EXTRATO
      *QUE AINDA INTERESSAM - LOTE DO MES, LOTE COM SALDO E LOTE AINDA
      *DENTRO DO PRAZO DE COMPENSACAO - COM O SALDO DO PONTO NO MES
      *(CREDITO POSITIVO, DEBITO NEGATIVO), O QUE FOI COMPENSADO, O
      *QUE PASSOU DO LIMITE E FOI PARA A FOLHA, O QUE VENCEU OU FOI
      *QUITADO NA RESCISAO, O SALDO QUE RESTA E O VENCIMENTO, TUDO EM
      *HORAS. FECHA COM O SALDO DO FUNCIONARIO NO BANCO. FUNCIONARIO
      *SEM LOTE NO PERIODO NAO SAI. A COMPETENCIA (AAAAMM) VEM DA
      *VARIAVEL DE AMBIENTE COMPETENCIA, COMO NO PROVFOL; AUSENTE, E A
      *DO MES CORRENTE. OS LOTES SAO GRAVADOS PELO IMPPONTO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQBCO ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-BCO
          FILE STATUS IS FS-BCO.
          SELECT RELBCO ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

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

       FD  ARQBCO
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQBCO.DAT".
          COPY REGBCO.

       FD  RELBCO
          LABEL RECORD IS OMITTED.
          01  REGBCO      PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-BCO             PIC X(02) VALUE "00".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  FIM-BCO            PIC X(03) VALUE "NAO".
       77  FUNC-IMPRESSO      PIC X(03) VALUE "NAO".
       77  COMPETENCIA        PIC X(06) VALUE SPACES.
       77  COMPET-ALVO        PIC 9(06) VALUE ZEROES.
       77  SALDO-FUNC         PIC S9(07) VALUE ZEROES.
       77  HORAS-EXIBE        PIC S9(05)V9(02) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-FUNC      PIC 9(06) VALUE ZEROES.
       77  CONTADOR-LOTES     PIC 9(06) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 CAB-01.
          02 FILLER    PIC X(08) VALUE SPACES.
          02 FILLER    PIC X(25) VALUE "EXTRATO DO BANCO DE HORAS".
          02 FILLER    PIC X(10) VALUE " - COMPET.".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CAB-COMPET PIC 9(06).
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "MATRICULA ".
          02 CAB-MAT   PIC 9(05).
          02 FILLER    PIC X(03)  VALUE " - ".
          02 CAB-NOME  PIC X(30).

       01 CAB-03.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "COMPET.".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "  NO MES".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "COMPENS".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE " FOLHA ".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "VENCIDO".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "   SALDO".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "VENCTO.".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(11)  VALUE "SITUACAO".

       01 CAB-04.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-05.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(31)  VALUE
             "SALDO NO BANCO (HORAS)........:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-SALDO PIC -ZZZ9,99.

       01 CAB-06.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(31)  VALUE
             "FUNCIONARIOS NO EXTRATO.......:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-FUNC  PIC ZZZZZ9.

       01 DETALHE.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-MES   PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 DET-ANO   PIC 9(04).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-NOMES PIC -ZZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-COMP  PIC ZZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-EXC   PIC ZZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-VENC  PIC ZZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-SALDO PIC -ZZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-VMES  PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 DET-VANO  PIC 9(04).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-SIT   PIC X(11).

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

       PGM-EXTBCO.
          PERFORM OBTEM-PARAMETROS.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ENT EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       OBTEM-PARAMETROS.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT COMPETENCIA FROM ENVIRONMENT "COMPETENCIA".
          IF COMPETENCIA NOT NUMERIC
              MOVE DATA-SISTEMA(1:6) TO COMPETENCIA.
          MOVE COMPETENCIA TO COMPET-ALVO.

       INICIO.
          OPEN INPUT CADENT
                     ARQBCO.
          OPEN OUTPUT RELBCO.
          MOVE COMPET-ALVO TO CAB-COMPET.
          PERFORM LEITURA.

       LEITURA.
          READ CADENT AT END MOVE "SIM" TO FIM-ENT.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
          MOVE "NAO" TO FUNC-IMPRESSO.
          MOVE ZEROES TO SALDO-FUNC.
          MOVE MATRICULA-ENT TO MATRICULA-BCO.
          MOVE ZEROES TO COMPET-BCO.
          MOVE "NAO" TO FIM-BCO.
          START ARQBCO KEY IS NOT LESS THAN CHAVE-BCO
              INVALID KEY MOVE "SIM" TO FIM-BCO.
          IF FIM-BCO EQUAL "NAO"
              PERFORM LE-LOTE.
          PERFORM TRATA-LOTE UNTIL FIM-BCO EQUAL "SIM".
          IF FUNC-IMPRESSO EQUAL "SIM"
              PERFORM FECHA-FUNCIONARIO.
          PERFORM LEITURA.

       LE-LOTE.
          READ ARQBCO NEXT RECORD AT END MOVE "SIM" TO FIM-BCO.
          IF FIM-BCO EQUAL "NAO"
              IF MATRICULA-BCO NOT EQUAL MATRICULA-ENT
                 OR COMPET-BCO GREATER THAN COMPET-ALVO
                  MOVE "SIM" TO FIM-BCO.

      *----------------------------------------------------------------
      *    ENTRA NO EXTRATO O LOTE DO MES, O QUE TEM SALDO E O QUE
      *    AINDA ESTA NO PRAZO. LOTES ANTIGOS JA ENCERRADOS FICAM FORA.
      *----------------------------------------------------------------
       TRATA-LOTE.
          ADD SALDO-BCO TO SALDO-FUNC.
          IF COMPET-BCO EQUAL COMPET-ALVO
             OR SALDO-BCO NOT EQUAL ZEROES
             OR VENCIMENTO-BCO NOT LESS THAN COMPET-ALVO
              PERFORM IMPRESSAO.
          PERFORM LE-LOTE.

       IMPRESSAO.
          IF FUNC-IMPRESSO EQUAL "NAO"
              MOVE "SIM" TO FUNC-IMPRESSO
              ADD 1 TO CONTADOR-FUNC
              PERFORM CABECALHO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE COMPET-BCO(5:2) TO DET-MES.
          MOVE COMPET-BCO(1:4) TO DET-ANO.
          COMPUTE HORAS-EXIBE ROUNDED = MINUTOS-MES-BCO / 60.
          MOVE HORAS-EXIBE TO DET-NOMES.
          COMPUTE HORAS-EXIBE ROUNDED = COMPENSADO-BCO / 60.
          MOVE HORAS-EXIBE TO DET-COMP.
          COMPUTE HORAS-EXIBE ROUNDED = EXCEDENTE-BCO / 60.
          MOVE HORAS-EXIBE TO DET-EXC.
          COMPUTE HORAS-EXIBE ROUNDED = VENCIDO-BCO / 60.
          MOVE HORAS-EXIBE TO DET-VENC.
          COMPUTE HORAS-EXIBE ROUNDED = SALDO-BCO / 60.
          MOVE HORAS-EXIBE TO DET-SALDO.
          MOVE VENCIMENTO-BCO(5:2) TO DET-VMES.
          MOVE VENCIMENTO-BCO(1:4) TO DET-VANO.
          IF SITUACAO-BCO EQUAL "A"
              MOVE "ABERTO" TO DET-SIT
          ELSE
          IF SITUACAO-BCO EQUAL "C"
              MOVE "COMPENSADO" TO DET-SIT
          ELSE
          IF SITUACAO-BCO EQUAL "V"
              MOVE "VENCIDO" TO DET-SIT
          ELSE
          IF SITUACAO-BCO EQUAL "R"
              MOVE "RESCISAO" TO DET-SIT
          ELSE
              MOVE SITUACAO-BCO TO DET-SIT.
          WRITE REGBCO FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          ADD 1 TO CONTADOR-LOTES.

       FECHA-FUNCIONARIO.
          COMPUTE HORAS-EXIBE ROUNDED = SALDO-FUNC / 60.
          MOVE HORAS-EXIBE TO TOT-SALDO.
          WRITE REGBCO FROM CAB-05 AFTER ADVANCING 2 LINES.
          ADD 2 TO CT-LIN.

      *----------------------------------------------------------------
      *    CADA FUNCIONARIO COMECA EM PAGINA NOVA; A QUEBRA POR LINHAS
      *    REPETE A IDENTIFICACAO DELE NA PAGINA SEGUINTE.
      *----------------------------------------------------------------
       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE MATRICULA-ENT TO CAB-MAT.
          MOVE NOME-ENT TO CAB-NOME.
          MOVE SPACES TO REGBCO.
          WRITE REGBCO AFTER ADVANCING PAGE.
          WRITE REGBCO FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGBCO FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGBCO FROM CAB-03 AFTER ADVANCING 2 LINES.
          WRITE REGBCO FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          IF CT-PAG EQUAL ZEROES
              MOVE ZEROES TO MATRICULA-ENT
              MOVE SPACES TO NOME-ENT
              PERFORM CABECALHO.
          MOVE CONTADOR-FUNC TO TOT-FUNC.
          WRITE REGBCO FROM CAB-06 AFTER ADVANCING 3 LINES.
          PERFORM GRAVA-LOG.
          DISPLAY "EXTRATO DO BANCO DE HORAS DA COMPETENCIA "
              COMPET-ALVO " EMITIDO.".
          DISPLAY "FUNCIONARIOS NO EXTRATO: " CONTADOR-FUNC.
          DISPLAY "LOTES LISTADOS.........: " CONTADOR-LOTES.
          CLOSE CADENT
                ARQBCO
                RELBCO.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "EXTBCO"               TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "RELBCO"               TO LOG-ARQ1-NOME.
          MOVE CONTADOR-FUNC          TO LOG-ARQ1-QTD.
          MOVE "LOTES"                TO LOG-ARQ2-NOME.
          MOVE CONTADOR-LOTES         TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
