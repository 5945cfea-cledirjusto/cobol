       IDENTIFICATION DIVISION.
          PROGRAM-ID.      GUIAFGTS.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. GUIA MENSAL DE RECOLHIMENTO DO FGTS. LE O SALDO DE
      *FGTS POR FUNCIONARIO (ARQFGTS.DAT DA FOLHA, EM EM01\EX06,
      *ALIMENTADO PELO EX06, FERIAPAG, DECIMO13 E RESCISAO) E GERA
      *GUIAFGTS.DAT NO LAYOUT FIXO DO ORGAO GESTOR: HEADER COM A
      *COMPETENCIA, UM DETALHE POR MATRICULA COM DEPOSITO OU MULTA NA
      *COMPETENCIA (CPF, REMUNERACAO DO MES, DEPOSITO DE 8%, MULTA
      *RESCISORIA E TIPO DE DESLIGAMENTO) E TRAILER COM QUANTIDADE,
      *SOMA DOS DEPOSITOS E SOMA DAS MULTAS, CONFERIVEL PELO
      *VERIFARQ. RELFGTS LISTA OS MESMOS VALORES COM O NOME PARA A
      *CONFERENCIA DO DEPARTAMENTO PESSOAL. A COMPETENCIA (AAAAMM)
      *VEM DA VARIAVEL DE AMBIENTE COMPETENCIA, COMO NO CONTEXP;
      *AUSENTE, E A DO MES CORRENTE. O CPF VEM DO CADENT DA FOLHA;
      *MATRICULA SEM CPF E AVISADA E SEGURA A TRANSMISSAO (CODIGO 8),
      *COMO NO INFORFIS.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT ARQFGTS ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS MATRICULA-FGT
          FILE STATUS IS FS-FGTS.
          SELECT OPTIONAL CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT GUIAFGTS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELFGTS ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  ARQFGTS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQFGTS.DAT".
          COPY REGFGT.

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

       FD  GUIAFGTS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "GUIAFGTS.DAT".
          01 REG-GUI                   PIC X(50).

       FD  RELFGTS
          LABEL RECORD IS OMITTED.
          01  REGFGTS     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-FGTS            PIC X(02) VALUE "00".
       77  FIM-FGT            PIC X(03) VALUE "NAO".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  COMPETENCIA        PIC X(06) VALUE SPACES.
       77  COMPET-ALVO        PIC 9(06) VALUE ZEROES.
       77  QTD-FUNC           PIC 9(04) VALUE ZEROES.
       77  IX-FUN             PIC 9(04) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(04) VALUE ZEROES.
       77  ACHOU-FUNC         PIC X(03) VALUE "NAO".
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-DETALHES  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-SEM-CPF   PIC 9(06) VALUE ZEROES.
       77  REMUNERACAO-MES    PIC 9(09)V9(02) VALUE ZEROES.
       77  REMUNERACAO-DIG    REDEFINES REMUNERACAO-MES PIC 9(11).
       77  DEPOSITO-AUX       PIC 9(07)V9(02) VALUE ZEROES.
       77  DEPOSITO-AUX-DIG   REDEFINES DEPOSITO-AUX PIC 9(09).
       77  MULTA-AUX          PIC 9(07)V9(02) VALUE ZEROES.
       77  MULTA-AUX-DIG      REDEFINES MULTA-AUX PIC 9(09).
       77  SOMA-DEPOSITOS     PIC 9(13)V9(02) VALUE ZEROES.
       77  SOMA-DEPOSITOS-DIG REDEFINES SOMA-DEPOSITOS PIC 9(15).
       77  SOMA-MULTAS        PIC 9(13)V9(02) VALUE ZEROES.
       77  SOMA-MULTAS-DIG    REDEFINES SOMA-MULTAS PIC 9(15).
       77  SEGURA-GUIA        PIC X(03) VALUE "NAO".
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 TAB-FUNCIONARIOS.
          02 FUN-OCORRENCIA OCCURS 2000 TIMES.
             03 FUN-MATRICULA          PIC 9(05).
             03 FUN-NOME               PIC X(30).
             03 FUN-CPF                PIC X(11).

       01 LINHA-HDR.
          02 FILLER                    PIC X(03) VALUE "HDR".
          02 FILLER                    PIC X(08) VALUE "GUIAFGTS".
          02 HDR-COMPET                PIC 9(06).
          02 HDR-DATA                  PIC 9(08).

       01 LINHA-TRL.
          02 FILLER                    PIC X(03) VALUE "TRL".
          02 TRL-QTDE                  PIC 9(06).
          02 TRL-SOMA                  PIC 9(15).
          02 TRL-MULTAS                PIC 9(15).

       01 LINHA-GUI.
          02 GUI-MATRICULA             PIC 9(05).
          02 GUI-CPF                   PIC X(11).
          02 GUI-REMUNERACAO           PIC 9(11).
          02 GUI-DEPOSITO              PIC 9(09).
          02 GUI-MULTA                 PIC 9(09).
          02 GUI-TIPO-DESLIG           PIC X(01).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "GUIA DO FGTS - COM".
          02 FILLER    PIC X(06) VALUE "PET.: ".
          02 CAB-COMPET PIC 9(06).
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(09)  VALUE "MATRICULA".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(04)  VALUE "NOME".
          02 FILLER    PIC X(19)  VALUE SPACES.
          02 FILLER    PIC X(11)  VALUE "REMUNERACAO".
          02 FILLER    PIC X(04)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "DEPOSITO".
          02 FILLER    PIC X(06)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "MULTA".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(02)  VALUE "TP".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(13)  VALUE "FUNCIONARIOS:".
          02 TOT-QTD   PIC ZZZZZ9.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "DEPOSITOS:".
          02 TOT-DEP   PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "MULTAS:".
          02 TOT-MUL   PIC ZZZ.ZZZ.ZZ9,99.

       01 DETALHE.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-MAT   PIC 9(05).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-NOME  PIC X(25).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-REM   PIC Z.ZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-DEP   PIC ZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-MUL   PIC ZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-TIPO  PIC X(01).

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

       PGM-GUIAFGTS.
          PERFORM OBTEM-PARAMETROS.
          PERFORM CARGA-FUNCIONARIOS.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-FGT EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       OBTEM-PARAMETROS.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT COMPETENCIA FROM ENVIRONMENT "COMPETENCIA".
          IF COMPETENCIA NOT NUMERIC
              MOVE DATA-SISTEMA(1:6) TO COMPETENCIA.
          MOVE COMPETENCIA TO COMPET-ALVO.

       CARGA-FUNCIONARIOS.
          OPEN INPUT CADENT.
          PERFORM LE-CADENT.
          PERFORM GUARDA-FUNCIONARIO UNTIL FIM-ENT EQUAL "SIM".
          CLOSE CADENT.

       LE-CADENT.
          READ CADENT AT END MOVE "SIM" TO FIM-ENT.

       GUARDA-FUNCIONARIO.
          IF QTD-FUNC NOT LESS 2000
              DISPLAY "TABELA DE FUNCIONARIOS LOTADA"
          ELSE
              ADD 1 TO QTD-FUNC
              MOVE MATRICULA-ENT TO FUN-MATRICULA (QTD-FUNC)
              MOVE NOME-ENT TO FUN-NOME (QTD-FUNC)
              MOVE CPF-ENT TO FUN-CPF (QTD-FUNC).
          PERFORM LE-CADENT.

       INICIO.
          OPEN INPUT ARQFGTS.
          IF FS-FGTS NOT EQUAL "00"
              DISPLAY "ARQFGTS AUSENTE - STATUS " FS-FGTS
                  ". SEM BASE PARA A GUIA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN OUTPUT GUIAFGTS
                      RELFGTS.
          MOVE COMPET-ALVO TO HDR-COMPET.
          MOVE DATA-SISTEMA TO HDR-DATA.
          WRITE REG-GUI FROM LINHA-HDR.
          MOVE COMPET-ALVO TO CAB-COMPET.
          PERFORM LEITURA.

       LEITURA.
          READ ARQFGTS NEXT RECORD AT END MOVE "SIM" TO FIM-FGT.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
          IF COMPET-FGT EQUAL COMPET-ALVO
             AND (DEPOSITO-FGT GREATER THAN ZEROES
                  OR MULTA-FGT GREATER THAN ZEROES)
              PERFORM GRAVA-DETALHE.
          PERFORM LEITURA.

       GRAVA-DETALHE.
          ADD 1 TO CONTADOR-DETALHES.
          PERFORM LOCALIZA-FUNCIONARIO.
          COMPUTE REMUNERACAO-MES = BASE-FOL-FGT + BASE-FER-FGT
              + BASE-13-FGT + BASE-RES-FGT.
          MOVE DEPOSITO-FGT TO DEPOSITO-AUX.
          MOVE MULTA-FGT TO MULTA-AUX.
          MOVE SPACES TO LINHA-GUI.
          MOVE MATRICULA-FGT TO GUI-MATRICULA.
          MOVE REMUNERACAO-DIG TO GUI-REMUNERACAO.
          MOVE DEPOSITO-AUX-DIG TO GUI-DEPOSITO.
          MOVE MULTA-AUX-DIG TO GUI-MULTA.
          MOVE TIPO-DESLIG-FGT TO GUI-TIPO-DESLIG.
          IF ACHOU-FUNC EQUAL "SIM"
              MOVE FUN-CPF (IX-ACHADO) TO GUI-CPF.
          IF GUI-CPF NOT NUMERIC
              ADD 1 TO CONTADOR-SEM-CPF
              MOVE "SIM" TO SEGURA-GUIA
              MOVE ZEROES TO GUI-CPF
              DISPLAY "MATRICULA " MATRICULA-FGT
                  " SEM CPF NO CADENT.".
          WRITE REG-GUI FROM LINHA-GUI.
          ADD DEPOSITO-FGT TO SOMA-DEPOSITOS.
          ADD MULTA-FGT TO SOMA-MULTAS.
          PERFORM IMPRESSAO.

       LOCALIZA-FUNCIONARIO.
          MOVE "NAO" TO ACHOU-FUNC.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-FUNC GREATER THAN ZEROES
              PERFORM TESTA-FUNCIONARIO
                  VARYING IX-FUN FROM 1 BY 1
                  UNTIL IX-FUN GREATER THAN QTD-FUNC
                     OR ACHOU-FUNC EQUAL "SIM".

       TESTA-FUNCIONARIO.
          IF FUN-MATRICULA (IX-FUN) EQUAL MATRICULA-FGT
              MOVE "SIM" TO ACHOU-FUNC
              MOVE IX-FUN TO IX-ACHADO.

       IMPRESSAO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE MATRICULA-FGT TO DET-MAT.
          IF ACHOU-FUNC EQUAL "SIM"
              MOVE FUN-NOME (IX-ACHADO) TO DET-NOME
          ELSE
              MOVE "** FORA DO CADENT **" TO DET-NOME.
          MOVE REMUNERACAO-MES TO DET-REM.
          MOVE DEPOSITO-FGT TO DET-DEP.
          MOVE MULTA-FGT TO DET-MUL.
          MOVE TIPO-DESLIG-FGT TO DET-TIPO.
          WRITE REGFGTS FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGFGTS.
          WRITE REGFGTS AFTER ADVANCING PAGE.
          WRITE REGFGTS FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGFGTS FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGFGTS FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          MOVE CONTADOR-DETALHES TO TRL-QTDE.
          MOVE SOMA-DEPOSITOS-DIG TO TRL-SOMA.
          MOVE SOMA-MULTAS-DIG TO TRL-MULTAS.
          WRITE REG-GUI FROM LINHA-TRL.
          IF CT-PAG EQUAL ZEROES
              PERFORM CABECALHO.
          MOVE CONTADOR-DETALHES TO TOT-QTD.
          MOVE SOMA-DEPOSITOS TO TOT-DEP.
          MOVE SOMA-MULTAS TO TOT-MUL.
          WRITE REGFGTS FROM CAB-04 AFTER ADVANCING 2 LINES.
          PERFORM GRAVA-LOG.
          DISPLAY "GUIA DO FGTS DA COMPETENCIA " COMPET-ALVO
              " GERADA.".
          DISPLAY "FUNCIONARIOS NA GUIA.: " CONTADOR-DETALHES.
          DISPLAY "TOTAL DOS DEPOSITOS..: " SOMA-DEPOSITOS.
          DISPLAY "TOTAL DAS MULTAS.....: " SOMA-MULTAS.
          DISPLAY "MATRICULAS SEM CPF...: " CONTADOR-SEM-CPF.
          IF SEGURA-GUIA EQUAL "SIM"
              DISPLAY "MATRICULA SEM CPF - NAO TRANSMITIR O "
                  "GUIAFGTS.DAT."
              MOVE 8 TO RETURN-CODE.
          CLOSE ARQFGTS
                GUIAFGTS
                RELFGTS.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "GUIAFGTS"             TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "GUIAFGTS"             TO LOG-ARQ1-NOME.
          MOVE CONTADOR-DETALHES      TO LOG-ARQ1-QTD.
          MOVE "SEMCPF"               TO LOG-ARQ2-NOME.
          MOVE CONTADOR-SEM-CPF       TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
