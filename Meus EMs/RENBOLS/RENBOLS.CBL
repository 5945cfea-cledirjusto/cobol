       IDENTIFICATION DIVISION.
          PROGRAM-ID.      RENBOLS.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. RENOVACAO DAS BOLSAS DE ESTUDO. RODA DEPOIS DO
      *FECHASEM, PARA O PERIODO DA VARIAVEL DE AMBIENTE
      *PERIODO_LETIVO. PARA CADA BOLSA ATIVA DO CADBOLS.DAT LE NO
      *ARQHIST AS DISCIPLINAS DO ALUNO NO PERIODO E APURA A MEDIA DO
      *PERIODO (MEDIA DE CADA DISCIPLINA PONDERADA PELA CARGA HORARIA
      *DO CADDISC; SEM CARGA, PESO 1). SUSPENDE A BOLSA QUANDO O
      *ALUNO FOI REPROVADO (REP) EM ALGUMA DISCIPLINA, QUANDO SAIU DA
      *ESCOLA (TRF OU EVA) OU QUANDO A MEDIA FICOU ABAIXO DA MINIMA
      *DA BOLSA; ALUNO SEM HISTORICO NO PERIODO OU SO COM TRANCAMENTO
      *MANTEM A BOLSA. BOLSA JA SUSPENSA OU COM VIGENCIA ENCERRADA
      *NAO E AVALIADA. IMPRIME EM RELBOLS A LISTA DOS RENOVADOS E
      *SUSPENSOS PARA A COMISSAO DE BOLSAS E REGRAVA O CADBOLS COM A
      *SITUACAO E A MEDIA APURADA. A REATIVACAO E FEITA NO MANBOLS.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADBOLS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADDISC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQALU ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-ENT
          ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
          FILE STATUS IS FS-ALU.
          SELECT ARQHIST ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-HIS
          FILE STATUS IS FS-HIST.
          SELECT RELBOLS ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADBOLS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADBOLS.DAT".
          COPY REGBOL.

       FD  CADDISC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADDISC.DAT".
          01 REG-DIS-CAT.
          02 DISCIPLINA-CAT            PIC X(05).
          02 NOME-CAT                  PIC X(20).
          02 HORAS-CAT                 PIC 9(03).
          02 PESO1-CAT                 PIC 9(01).
          02 PESO2-CAT                 PIC 9(01).
          02 PESO3-CAT                 PIC 9(01).
          02 PESO4-CAT                 PIC 9(01).
          02 MENSAL-CAT                PIC 9(05)V9(02).

       FD  ARQALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX05\ARQALU.DAT".
          COPY REGALU.

       FD  ARQHIST
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQHIST.DAT".
          01 REG-HIS.
          02 CHAVE-HIS.
             03 MATRICULA-HIS          PIC 9(07).
             03 PERIODO-HIS            PIC X(06).
             03 DISCIPLINA-HIS         PIC X(05).
          02 TURMA-HIS                 PIC X(03).
          02 NOTA1-HIS                 PIC 9(02)V9(02).
          02 NOTA2-HIS                 PIC 9(02)V9(02).
          02 NOTA3-HIS                 PIC 9(02)V9(02).
          02 NOTA4-HIS                 PIC 9(02)V9(02).
          02 FALTAS-HIS                PIC 9(02).
          02 MEDIA-HIS                 PIC 9(02)V9(02).
          02 SITUACAO-HIS              PIC X(03).
          02 CONCEITO-HIS              PIC X(01).

       FD  RELBOLS
          LABEL RECORD IS OMITTED.
          01  REGBOLS      PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-ALU             PIC X(02) VALUE "00".
       77  FS-HIST            PIC X(02) VALUE "00".
       77  FIM-BOL            PIC X(03) VALUE "NAO".
       77  FIM-CAT            PIC X(03) VALUE "NAO".
       77  FIM-HIST           PIC X(03) VALUE "NAO".
       77  ACHOU-CURSO        PIC X(03) VALUE "NAO".
       77  PERIODO-FECHA      PIC X(06) VALUE SPACES.
       77  QTD-BOLSAS         PIC 9(03) VALUE ZEROES.
       77  IX-BOL             PIC 9(03) VALUE ZEROES.
       77  QTD-CURSOS         PIC 9(03) VALUE ZEROES.
       77  IX-CAT             PIC 9(03) VALUE ZEROES.
       77  HORAS-PESO         PIC 9(03) VALUE ZEROES.
       77  SOMA-PONDERADA     PIC 9(07)V9(02) VALUE ZEROES.
       77  SOMA-HORAS         PIC 9(05) VALUE ZEROES.
       77  QTD-DISC-PER       PIC 9(03) VALUE ZEROES.
       77  QTD-AVALIADAS      PIC 9(03) VALUE ZEROES.
       77  TEM-REPROVACAO     PIC X(03) VALUE "NAO".
       77  TEM-SAIDA          PIC X(03) VALUE "NAO".
       77  MEDIA-PERIODO      PIC 9(02)V9(02) VALUE ZEROES.
       77  COMPET-HOJE        PIC 9(06) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-RENOVA    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-SUSPENDE  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-MANTIDA   PIC 9(06) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 TAB-BOLSAS.
          02 BOL-OCORRENCIA OCCURS 999 TIMES.
             03 BOL-MATRICULA          PIC 9(07).
             03 BOL-TIPO               PIC X(01).
             03 BOL-PERCENTUAL         PIC 9(03)V9(02).
             03 BOL-COMPET-INI         PIC 9(06).
             03 BOL-COMPET-FIM         PIC 9(06).
             03 BOL-MEDIA-MIN          PIC 9(02)V9(02).
             03 BOL-SITUACAO           PIC X(01).
             03 BOL-DATA-SIT           PIC 9(08).
             03 BOL-MEDIA-ULT          PIC 9(02)V9(02).

       01 TAB-CURSOS.
          02 CUR-OCORRENCIA OCCURS 100 TIMES.
             03 CUR-DISCIPLINA         PIC X(05).
             03 CUR-HORAS              PIC 9(03).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "RENOVACAO DE BOLSA".
          02 FILLER    PIC X(12) VALUE "S           ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(09)  VALUE "MATRICULA".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(25)  VALUE "NOME DO ALUNO".
          02 FILLER    PIC X(02)  VALUE "T ".
          02 FILLER    PIC X(07)  VALUE "  PERC.".
          02 FILLER    PIC X(06)  VALUE " MEDIA".
          02 FILLER    PIC X(06)  VALUE "  MIN.".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(09)  VALUE "RESULTADO".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "PERIODO: ".
          02 CAB-PER   PIC X(06).

       01 CAB-05.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "BOLSAS RENOVADAS.........:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-REN   PIC 9(05).

       01 CAB-06.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "BOLSAS SUSPENSAS.........:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-SUS   PIC 9(05).

       01 CAB-07.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "MANTIDAS SEM AVALIACAO...:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-MAN   PIC 9(05).

       01 DETALHE.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-MAT   PIC 9(06).
          02 FILLER    PIC X(01) VALUE "-".
          02 DET-DIG   PIC 9(01).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-NOME  PIC X(25).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-TIPO  PIC X(01).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-PCT   PIC ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-MED   PIC Z9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-MIN   PIC Z9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-RES   PIC X(16).

       01 DET-MATRICULA-W.
          02 DMW-MAT   PIC 9(06).
          02 DMW-DIG   PIC 9(01).
       01 DET-MATRICULA-NUM REDEFINES DET-MATRICULA-W PIC 9(07).

       01 DATA-HOJE-W.
          02 ANO-HJW                   PIC 9(04).
          02 MES-HJW                   PIC 9(02).
          02 DIA-HJW                   PIC 9(02).

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

       PGM-RENBOLS.
          PERFORM OBTEM-PARAMETROS.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          MOVE DATA-SISTEMA TO DATA-HOJE-W.
          COMPUTE COMPET-HOJE = (ANO-HJW * 100) + MES-HJW.
          PERFORM CARGA-BOLSAS.
          PERFORM CARGA-CURSOS.
          PERFORM INICIO.
          IF QTD-BOLSAS GREATER THAN ZEROES
              PERFORM AVALIA-BOLSA
                  VARYING IX-BOL FROM 1 BY 1
                  UNTIL IX-BOL GREATER THAN QTD-BOLSAS.
          PERFORM TERMINO.
          STOP RUN.

       OBTEM-PARAMETROS.
          ACCEPT PERIODO-FECHA FROM ENVIRONMENT "PERIODO_LETIVO".
          IF PERIODO-FECHA EQUAL SPACES
             OR PERIODO-FECHA EQUAL LOW-VALUES
              DISPLAY "PERIODO_LETIVO NAO INFORMADO (EX.: 2026-1)"
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       CARGA-BOLSAS.
          OPEN INPUT CADBOLS.
          PERFORM LE-BOLSA.
          PERFORM GUARDA-BOLSA UNTIL FIM-BOL EQUAL "SIM".
          CLOSE CADBOLS.

       LE-BOLSA.
          READ CADBOLS AT END MOVE "SIM" TO FIM-BOL.

       GUARDA-BOLSA.
          IF QTD-BOLSAS NOT LESS 999
              DISPLAY "TABELA DE BOLSAS LOTADA - RENOVACAO ABANDONADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          ADD 1 TO QTD-BOLSAS.
          MOVE MATRICULA-BOL TO BOL-MATRICULA (QTD-BOLSAS).
          MOVE TIPO-BOL TO BOL-TIPO (QTD-BOLSAS).
          MOVE PERCENTUAL-BOL TO BOL-PERCENTUAL (QTD-BOLSAS).
          MOVE COMPET-INI-BOL TO BOL-COMPET-INI (QTD-BOLSAS).
          MOVE COMPET-FIM-BOL TO BOL-COMPET-FIM (QTD-BOLSAS).
          MOVE MEDIA-MIN-BOL TO BOL-MEDIA-MIN (QTD-BOLSAS).
          MOVE SITUACAO-BOL TO BOL-SITUACAO (QTD-BOLSAS).
          MOVE DATA-SIT-BOL TO BOL-DATA-SIT (QTD-BOLSAS).
          MOVE MEDIA-ULT-BOL TO BOL-MEDIA-ULT (QTD-BOLSAS).
          PERFORM LE-BOLSA.

       CARGA-CURSOS.
          OPEN INPUT CADDISC.
          PERFORM LE-CURSO.
          PERFORM GUARDA-CURSO UNTIL FIM-CAT EQUAL "SIM".
          CLOSE CADDISC.

       LE-CURSO.
          READ CADDISC AT END MOVE "SIM" TO FIM-CAT.

       GUARDA-CURSO.
          IF QTD-CURSOS NOT LESS 100
              DISPLAY "TABELA DE CURSOS LOTADA"
          ELSE
              ADD 1 TO QTD-CURSOS
              MOVE DISCIPLINA-CAT TO CUR-DISCIPLINA (QTD-CURSOS)
              MOVE HORAS-CAT TO CUR-HORAS (QTD-CURSOS).
          PERFORM LE-CURSO.

       INICIO.
          OPEN INPUT ARQHIST.
          IF FS-HIST NOT EQUAL "00"
              DISPLAY "ARQHIST AUSENTE - RODE O FECHASEM ANTES."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN INPUT ARQALU.
          OPEN OUTPUT RELBOLS.
          MOVE PERIODO-FECHA TO CAB-PER.
          PERFORM CABECALHO.

      *----------------------------------------------------------------
      *    SO AS BOLSAS ATIVAS E AINDA VIGENTES SAO AVALIADAS; AS
      *    DEMAIS VOLTAM PARA O CADBOLS COMO ESTAO.
      *----------------------------------------------------------------
       AVALIA-BOLSA.
          IF BOL-SITUACAO (IX-BOL) EQUAL "A"
             AND (BOL-COMPET-FIM (IX-BOL) EQUAL ZEROES
                  OR BOL-COMPET-FIM (IX-BOL) NOT LESS COMPET-HOJE)
              ADD 1 TO CONTADOR-LIDOS
              PERFORM APURA-PERIODO
              PERFORM DECIDE-RENOVACAO
              PERFORM IMPRIME-LINHA.

       APURA-PERIODO.
          MOVE ZEROES TO SOMA-PONDERADA SOMA-HORAS.
          MOVE ZEROES TO QTD-DISC-PER QTD-AVALIADAS.
          MOVE ZEROES TO MEDIA-PERIODO.
          MOVE "NAO" TO TEM-REPROVACAO TEM-SAIDA.
          MOVE "NAO" TO FIM-HIST.
          MOVE BOL-MATRICULA (IX-BOL) TO MATRICULA-HIS.
          MOVE PERIODO-FECHA TO PERIODO-HIS.
          MOVE SPACES TO DISCIPLINA-HIS.
          START ARQHIST KEY NOT LESS CHAVE-HIS
              INVALID KEY MOVE "SIM" TO FIM-HIST.
          PERFORM LE-HISTORICO.
          PERFORM SOMA-DISCIPLINA UNTIL FIM-HIST EQUAL "SIM".
          IF SOMA-HORAS GREATER THAN ZEROES
              COMPUTE MEDIA-PERIODO ROUNDED =
                  SOMA-PONDERADA / SOMA-HORAS.

       LE-HISTORICO.
          IF FIM-HIST NOT EQUAL "SIM"
              READ ARQHIST NEXT RECORD
                  AT END MOVE "SIM" TO FIM-HIST.
          IF FIM-HIST NOT EQUAL "SIM"
              IF MATRICULA-HIS NOT EQUAL BOL-MATRICULA (IX-BOL)
                 OR PERIODO-HIS NOT EQUAL PERIODO-FECHA
                  MOVE "SIM" TO FIM-HIST.

      *----------------------------------------------------------------
      *    TRANCAMENTO (TRA) NAO ENTRA NA MEDIA; TRF E EVA INDICAM QUE
      *    O ALUNO DEIXOU A ESCOLA.
      *----------------------------------------------------------------
       SOMA-DISCIPLINA.
          ADD 1 TO QTD-DISC-PER.
          IF SITUACAO-HIS EQUAL "REP"
              MOVE "SIM" TO TEM-REPROVACAO.
          IF SITUACAO-HIS EQUAL "TRF" OR SITUACAO-HIS EQUAL "EVA"
              MOVE "SIM" TO TEM-SAIDA.
          IF SITUACAO-HIS NOT EQUAL "TRA"
             AND SITUACAO-HIS NOT EQUAL "TRF"
             AND SITUACAO-HIS NOT EQUAL "EVA"
              ADD 1 TO QTD-AVALIADAS
              PERFORM PROCURA-HORAS
              COMPUTE SOMA-PONDERADA = SOMA-PONDERADA +
                  (MEDIA-HIS * HORAS-PESO)
              ADD HORAS-PESO TO SOMA-HORAS.
          PERFORM LE-HISTORICO.

       PROCURA-HORAS.
          MOVE "NAO" TO ACHOU-CURSO.
          MOVE 1 TO HORAS-PESO.
          IF QTD-CURSOS GREATER THAN ZEROES
              PERFORM TESTA-CURSO
                  VARYING IX-CAT FROM 1 BY 1
                  UNTIL IX-CAT GREATER THAN QTD-CURSOS
                     OR ACHOU-CURSO EQUAL "SIM".

       TESTA-CURSO.
          IF CUR-DISCIPLINA (IX-CAT) EQUAL DISCIPLINA-HIS
              MOVE "SIM" TO ACHOU-CURSO
              IF CUR-HORAS (IX-CAT) GREATER THAN ZEROES
                  MOVE CUR-HORAS (IX-CAT) TO HORAS-PESO.

       DECIDE-RENOVACAO.
          IF TEM-SAIDA EQUAL "SIM"
              MOVE "SUSPENSA - SAIU " TO DET-RES
              PERFORM SUSPENDE-BOLSA
          ELSE
          IF TEM-REPROVACAO EQUAL "SIM"
              MOVE "SUSPENSA - REPR." TO DET-RES
              PERFORM SUSPENDE-BOLSA
          ELSE
          IF QTD-AVALIADAS EQUAL ZEROES
              ADD 1 TO CONTADOR-MANTIDA
              IF QTD-DISC-PER EQUAL ZEROES
                  MOVE "MANTIDA S/ HIST." TO DET-RES
              ELSE
                  MOVE "MANTIDA - TRANC." TO DET-RES
          ELSE
          IF MEDIA-PERIODO LESS BOL-MEDIA-MIN (IX-BOL)
              MOVE "SUSPENSA - MEDIA" TO DET-RES
              PERFORM SUSPENDE-BOLSA
          ELSE
              ADD 1 TO CONTADOR-RENOVA
              MOVE "RENOVADA        " TO DET-RES
              MOVE DATA-SISTEMA TO BOL-DATA-SIT (IX-BOL).
          IF QTD-AVALIADAS GREATER THAN ZEROES
              MOVE MEDIA-PERIODO TO BOL-MEDIA-ULT (IX-BOL).

       SUSPENDE-BOLSA.
          ADD 1 TO CONTADOR-SUSPENDE.
          MOVE "S" TO BOL-SITUACAO (IX-BOL).
          MOVE DATA-SISTEMA TO BOL-DATA-SIT (IX-BOL).

       IMPRIME-LINHA.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE BOL-MATRICULA (IX-BOL) TO DET-MATRICULA-NUM.
          MOVE DMW-MAT TO DET-MAT.
          MOVE DMW-DIG TO DET-DIG.
          MOVE BOL-MATRICULA (IX-BOL) TO MATRICULA-ENT-NUM.
          READ ARQALU KEY IS MATRICULA-ENT
              INVALID KEY MOVE "*** FORA DO ARQALU ***" TO NOME-ENT.
          MOVE NOME-ENT TO DET-NOME.
          MOVE BOL-TIPO (IX-BOL) TO DET-TIPO.
          MOVE BOL-PERCENTUAL (IX-BOL) TO DET-PCT.
          MOVE MEDIA-PERIODO TO DET-MED.
          MOVE BOL-MEDIA-MIN (IX-BOL) TO DET-MIN.
          WRITE REGBOLS FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGBOLS.
          WRITE REGBOLS AFTER ADVANCING PAGE.
          WRITE REGBOLS FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGBOLS FROM CAB-04 AFTER ADVANCING 1 LINE.
          WRITE REGBOLS FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGBOLS FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          MOVE CONTADOR-RENOVA TO TOT-REN.
          WRITE REGBOLS FROM CAB-05 AFTER ADVANCING 2 LINES.
          MOVE CONTADOR-SUSPENDE TO TOT-SUS.
          WRITE REGBOLS FROM CAB-06 AFTER ADVANCING 1 LINE.
          MOVE CONTADOR-MANTIDA TO TOT-MAN.
          WRITE REGBOLS FROM CAB-07 AFTER ADVANCING 1 LINE.
          CLOSE ARQHIST
                ARQALU
                RELBOLS.
          PERFORM REGRAVA-BOLSAS.
          PERFORM GRAVA-LOG.
          DISPLAY "RENOVACAO DE BOLSAS DO PERIODO " PERIODO-FECHA ":".
          DISPLAY "BOLSAS AVALIADAS.....: " CONTADOR-LIDOS.
          DISPLAY "RENOVADAS............: " CONTADOR-RENOVA.
          DISPLAY "SUSPENSAS............: " CONTADOR-SUSPENDE.
          DISPLAY "MANTIDAS S/ AVALIACAO: " CONTADOR-MANTIDA.

       REGRAVA-BOLSAS.
          OPEN OUTPUT CADBOLS.
          IF QTD-BOLSAS GREATER THAN ZEROES
              PERFORM GRAVA-UMA-BOLSA
                  VARYING IX-BOL FROM 1 BY 1
                  UNTIL IX-BOL GREATER THAN QTD-BOLSAS.
          CLOSE CADBOLS.

       GRAVA-UMA-BOLSA.
          MOVE BOL-MATRICULA (IX-BOL) TO MATRICULA-BOL.
          MOVE BOL-TIPO (IX-BOL) TO TIPO-BOL.
          MOVE BOL-PERCENTUAL (IX-BOL) TO PERCENTUAL-BOL.
          MOVE BOL-COMPET-INI (IX-BOL) TO COMPET-INI-BOL.
          MOVE BOL-COMPET-FIM (IX-BOL) TO COMPET-FIM-BOL.
          MOVE BOL-MEDIA-MIN (IX-BOL) TO MEDIA-MIN-BOL.
          MOVE BOL-SITUACAO (IX-BOL) TO SITUACAO-BOL.
          MOVE BOL-DATA-SIT (IX-BOL) TO DATA-SIT-BOL.
          MOVE BOL-MEDIA-ULT (IX-BOL) TO MEDIA-ULT-BOL.
          WRITE REG-BOL.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "RENBOLS"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "RENOVADA"             TO LOG-ARQ1-NOME.
          MOVE CONTADOR-RENOVA        TO LOG-ARQ1-QTD.
          MOVE "SUSPENSA"             TO LOG-ARQ2-NOME.
          MOVE CONTADOR-SUSPENDE      TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
