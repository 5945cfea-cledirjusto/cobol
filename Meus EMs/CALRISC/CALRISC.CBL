       IDENTIFICATION DIVISION.
          PROGRAM-ID.      CALRISC.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CALIBRAGEM DO ESCORE DE RISCO DE EVASAO. CONFRONTA AS
      *EVASOES REGISTRADAS PELO SITALUNO NO JORNSIT.DAT (SITUACAO
      *DEPOIS "E") COM O ULTIMO ESCORE DO RISCHIST.DAT APURADO NO MES
      *DA EVASAO OU ANTES. O RELCALR MOSTRA, POR ALUNO EVADIDO, OS
      *PONTOS, OS SINAIS ACESOS E SE O ALUNO ESTAVA NA LISTA (PONTOS
      *NO CORTE DO PARMRISC.DAT); NO RESUMO, QUANTOS EVADIDOS A LISTA
      *CAPTUROU, A MEDIA DE PONTOS DOS EVADIDOS CONTRA A DE TODOS OS
      *ESCORES E A FREQUENCIA DE CADA SINAL ENTRE OS EVADIDOS CONTRA
      *A POPULACAO, AO LADO DO PESO ATUAL. UM SINAL BEM MAIS FREQUENTE
      *ENTRE OS EVADIDOS PEDE PESO MAIOR; OS NOVOS PESOS SAO GRAVADOS
      *PELA COORDENACAO NO PARMRISC.DAT E VALEM NA PROXIMA APURACAO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL JORNSIT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL RISCHIST ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMRISC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELCALR ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  JORNSIT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNSIT.DAT".
          01 REG-JSI.
          02 JSI-DATA                  PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JSI-HORA                  PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JSI-MATRICULA             PIC 9(07).
          02 FILLER                    PIC X(01).
          02 JSI-SIT-ANTES             PIC X(01).
          02 FILLER                    PIC X(01).
          02 JSI-SIT-DEPOIS            PIC X(01).
          02 FILLER                    PIC X(01).
          02 JSI-MOTIVO                PIC X(30).
          02 FILLER                    PIC X(01).
          02 JSI-OPERADOR              PIC 9(04).

       FD  RISCHIST
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RISCHIST.DAT".
          COPY REGRIS.

       FD  PARMRISC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMRISC.DAT".
          01 REG-PARMRISC.
          02 PESO-MEDIA-PRM            PIC 9(03).
          02 PESO-QUEDA-PRM            PIC 9(03).
          02 PESO-FALTAS-PRM           PIC 9(03).
          02 PESO-MENS-PRM             PIC 9(03).
          02 PESO-SOCIO-PRM            PIC 9(03).
          02 CORTE-LISTA-PRM           PIC 9(03).

       FD  RELCALR
          LABEL RECORD IS OMITTED.
          01  REGCALR     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FIM-JSI            PIC X(03) VALUE "NAO".
       77  FIM-HIS            PIC X(03) VALUE "NAO".
       77  FIM-PARM           PIC X(03) VALUE "NAO".
       77  ACHOU-EVA          PIC X(03) VALUE "NAO".
       77  PESO-MEDIA         PIC 9(03) VALUE 030.
       77  PESO-QUEDA         PIC 9(03) VALUE 020.
       77  PESO-FALTAS        PIC 9(03) VALUE 025.
       77  PESO-MENS          PIC 9(03) VALUE 015.
       77  PESO-SOCIO         PIC 9(03) VALUE 010.
       77  CORTE-LISTA        PIC 9(03) VALUE 030.
       77  QTD-EVASOES        PIC 9(04) VALUE ZEROES.
       77  IX-EVA             PIC 9(04) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(04) VALUE ZEROES.
       77  IX-SIN             PIC 9(01) VALUE ZEROES.
       77  CONTADOR-JSI       PIC 9(06) VALUE ZEROES.
       77  CONTADOR-HIST      PIC 9(06) VALUE ZEROES.
       77  SOMA-PONTOS-POP    PIC 9(09) VALUE ZEROES.
       77  EVA-COM-ESCORE     PIC 9(04) VALUE ZEROES.
       77  EVA-CAPTURADOS     PIC 9(04) VALUE ZEROES.
       77  SOMA-PONTOS-EVA    PIC 9(07) VALUE ZEROES.
       77  MEDIA-PONTOS       PIC 9(03)V9(02) VALUE ZEROES.
       77  PCT-CALC           PIC 9(03)V9(02) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 TAB-EVASOES.
          02 EVA-OCORRENCIA OCCURS 1000 TIMES.
             03 EVA-MATRICULA          PIC 9(07).
             03 EVA-DATA               PIC 9(08).
             03 EVA-COMPET             PIC 9(06).
             03 EVA-COMPET-ESC         PIC 9(06).
             03 EVA-TURMA              PIC X(03).
             03 EVA-PONTOS             PIC 9(03).
             03 EVA-SINAIS             PIC X(05).

      *----------------------------------------------------------------
      *    CONTAGEM DOS SINAIS NA ORDEM DO REGRIS: MEDIA, QUEDA,
      *    FALTAS, MENSALIDADE E SOCIO.
      *----------------------------------------------------------------
       01 TAB-SINAIS.
          02 SIN-OCORRENCIA OCCURS 5 TIMES.
             03 SIN-QTD-POP            PIC 9(06).
             03 SIN-QTD-EVA            PIC 9(04).

       01 TAB-PESOS.
          02 TPE-PESO OCCURS 5 TIMES   PIC 9(03).

       01 TAB-NOMES-SINAL.
          02 FILLER    PIC X(16) VALUE "MEDIA BAIXA".
          02 FILLER    PIC X(16) VALUE "MEDIA EM QUEDA".
          02 FILLER    PIC X(16) VALUE "FALTAS".
          02 FILLER    PIC X(16) VALUE "MENSALIDADE".
          02 FILLER    PIC X(16) VALUE "SOCIO EM ATRASO".
       01 TAB-NOMES-R REDEFINES TAB-NOMES-SINAL.
          02 NOME-SINAL OCCURS 5 TIMES PIC X(16).

       01 SINAIS-TRAB.
          02 SINAL-TRAB OCCURS 5 TIMES PIC X(01).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "RISCO DE EVASAO - ".
          02 FILLER    PIC X(12) VALUE "CALIBRAGEM  ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(09)  VALUE "MATRIC.  ".
          02 FILLER    PIC X(12)  VALUE "EVASAO      ".
          02 FILLER    PIC X(06)  VALUE "TURMA ".
          02 FILLER    PIC X(08)  VALUE "ESCORE  ".
          02 FILLER    PIC X(07)  VALUE "PONTOS ".
          02 FILLER    PIC X(08)  VALUE "SINAIS  ".
          02 FILLER    PIC X(10)  VALUE "NA LISTA".

       01 CAB-03.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(17)  VALUE "SINAL".
          02 FILLER    PIC X(06)  VALUE " PESO ".
          02 FILLER    PIC X(14)  VALUE " EVADIDOS    %".
          02 FILLER    PIC X(17)  VALUE "  POPULACAO     %".

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 TOT-ROTULO PIC X(26).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-QTD   PIC ZZZZZ9.

       01 CAB-05.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 MED-ROTULO PIC X(26).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 MED-VALOR PIC ZZ9,99.

       01 DETALHE.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-MAT   PIC 9(07).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-DIA   PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 DET-MES   PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 DET-ANO   PIC 9(04).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-TURMA PIC X(03).
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DET-COMPET PIC 9(06).
          02 FILLER    PIC X(04) VALUE SPACES.
          02 DET-PONTOS PIC ZZ9.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DET-SINAIS PIC X(05).
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DET-LISTA PIC X(10).

       01 DET-SINAL.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DSI-NOME  PIC X(16).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DSI-PESO  PIC ZZ9.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DSI-EVA   PIC ZZZ9.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DSI-PCT-EVA PIC ZZ9,99.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DSI-POP   PIC ZZZZZ9.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DSI-PCT-POP PIC ZZ9,99.

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

       PGM-CALRISC.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM LE-PARAMETRO.
          INITIALIZE TAB-SINAIS.
          PERFORM CARGA-EVASOES.
          PERFORM CONFRONTA-HISTORICO.
          OPEN OUTPUT RELCALR.
          PERFORM CABECALHO.
          IF QTD-EVASOES GREATER THAN ZEROES
              PERFORM IMPRIME-EVADIDO
                  VARYING IX-EVA FROM 1 BY 1
                  UNTIL IX-EVA GREATER THAN QTD-EVASOES.
          PERFORM IMPRIME-RESUMO.
          PERFORM TERMINO.
          STOP RUN.

       LE-PARAMETRO.
          OPEN INPUT PARMRISC.
          READ PARMRISC AT END MOVE "SIM" TO FIM-PARM.
          IF FIM-PARM NOT EQUAL "SIM"
             AND REG-PARMRISC NUMERIC
              MOVE PESO-MEDIA-PRM TO PESO-MEDIA
              MOVE PESO-QUEDA-PRM TO PESO-QUEDA
              MOVE PESO-FALTAS-PRM TO PESO-FALTAS
              MOVE PESO-MENS-PRM TO PESO-MENS
              MOVE PESO-SOCIO-PRM TO PESO-SOCIO
              MOVE CORTE-LISTA-PRM TO CORTE-LISTA.
          CLOSE PARMRISC.
          MOVE PESO-MEDIA TO TPE-PESO (1).
          MOVE PESO-QUEDA TO TPE-PESO (2).
          MOVE PESO-FALTAS TO TPE-PESO (3).
          MOVE PESO-MENS TO TPE-PESO (4).
          MOVE PESO-SOCIO TO TPE-PESO (5).

      *----------------------------------------------------------------
      *    EVASOES DO JORNSIT. UM ALUNO EVADIDO MAIS DE UMA VEZ (VOLTOU
      *    E SAIU DE NOVO) FICA COM A EVASAO MAIS RECENTE.
      *----------------------------------------------------------------
       CARGA-EVASOES.
          OPEN INPUT JORNSIT.
          PERFORM LE-JORNSIT.
          PERFORM GUARDA-EVASAO UNTIL FIM-JSI EQUAL "SIM".
          CLOSE JORNSIT.

       LE-JORNSIT.
          READ JORNSIT AT END MOVE "SIM" TO FIM-JSI.

       GUARDA-EVASAO.
          ADD 1 TO CONTADOR-JSI.
          IF JSI-SIT-DEPOIS EQUAL "E"
              PERFORM LOCALIZA-EVASAO
              IF ACHOU-EVA EQUAL "SIM"
                  MOVE JSI-DATA TO EVA-DATA (IX-ACHADO)
                  MOVE JSI-DATA(1:6) TO EVA-COMPET (IX-ACHADO)
              ELSE
              IF QTD-EVASOES NOT LESS 1000
                  DISPLAY "TABELA DE EVASOES LOTADA"
              ELSE
                  ADD 1 TO QTD-EVASOES
                  MOVE JSI-MATRICULA TO EVA-MATRICULA (QTD-EVASOES)
                  MOVE JSI-DATA TO EVA-DATA (QTD-EVASOES)
                  MOVE JSI-DATA(1:6) TO EVA-COMPET (QTD-EVASOES)
                  MOVE ZEROES TO EVA-COMPET-ESC (QTD-EVASOES)
                  MOVE ZEROES TO EVA-PONTOS (QTD-EVASOES)
                  MOVE SPACES TO EVA-TURMA (QTD-EVASOES)
                  MOVE SPACES TO EVA-SINAIS (QTD-EVASOES).
          PERFORM LE-JORNSIT.

       LOCALIZA-EVASAO.
          MOVE "NAO" TO ACHOU-EVA.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-EVASOES GREATER THAN ZEROES
              PERFORM TESTA-EVASAO
                  VARYING IX-EVA FROM 1 BY 1
                  UNTIL IX-EVA GREATER THAN QTD-EVASOES
                     OR ACHOU-EVA EQUAL "SIM".

       TESTA-EVASAO.
          IF EVA-MATRICULA (IX-EVA) EQUAL JSI-MATRICULA
              MOVE "SIM" TO ACHOU-EVA
              MOVE IX-EVA TO IX-ACHADO.

      *----------------------------------------------------------------
      *    UMA PASSADA NO RISCHIST: CONTA A POPULACAO DE ESCORES E
      *    GUARDA, PARA CADA EVADIDO, O ULTIMO ESCORE ATE O MES DA
      *    EVASAO.
      *----------------------------------------------------------------
       CONFRONTA-HISTORICO.
          OPEN INPUT RISCHIST.
          PERFORM LE-HISTORICO.
          PERFORM CONFRONTA-ESCORE UNTIL FIM-HIS EQUAL "SIM".
          CLOSE RISCHIST.

       LE-HISTORICO.
          READ RISCHIST AT END MOVE "SIM" TO FIM-HIS.

       CONFRONTA-ESCORE.
          ADD 1 TO CONTADOR-HIST.
          ADD PONTOS-RIS TO SOMA-PONTOS-POP.
          MOVE SINAIS-RIS TO SINAIS-TRAB.
          PERFORM CONTA-SINAL-POP
              VARYING IX-SIN FROM 1 BY 1 UNTIL IX-SIN GREATER THAN 5.
          MOVE MATRICULA-RIS TO JSI-MATRICULA.
          PERFORM LOCALIZA-EVASAO.
          IF ACHOU-EVA EQUAL "SIM"
              IF COMPET-RIS NOT GREATER THAN EVA-COMPET (IX-ACHADO)
                 AND COMPET-RIS NOT LESS THAN
                     EVA-COMPET-ESC (IX-ACHADO)
                  MOVE COMPET-RIS TO EVA-COMPET-ESC (IX-ACHADO)
                  MOVE TURMA-RIS TO EVA-TURMA (IX-ACHADO)
                  MOVE PONTOS-RIS TO EVA-PONTOS (IX-ACHADO)
                  MOVE SINAIS-RIS TO EVA-SINAIS (IX-ACHADO).
          PERFORM LE-HISTORICO.

       CONTA-SINAL-POP.
          IF SINAL-TRAB (IX-SIN) EQUAL "S"
              ADD 1 TO SIN-QTD-POP (IX-SIN).

       CONTA-SINAL-EVA.
          IF SINAL-TRAB (IX-SIN) EQUAL "S"
              ADD 1 TO SIN-QTD-EVA (IX-SIN).

       IMPRIME-EVADIDO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE EVA-MATRICULA (IX-EVA) TO DET-MAT.
          MOVE EVA-DATA (IX-EVA)(7:2) TO DET-DIA.
          MOVE EVA-DATA (IX-EVA)(5:2) TO DET-MES.
          MOVE EVA-DATA (IX-EVA)(1:4) TO DET-ANO.
          MOVE EVA-TURMA (IX-EVA) TO DET-TURMA.
          IF EVA-COMPET-ESC (IX-EVA) EQUAL ZEROES
              MOVE ZEROES TO DET-COMPET DET-PONTOS
              MOVE SPACES TO DET-SINAIS
              MOVE "SEM ESCORE" TO DET-LISTA
          ELSE
              ADD 1 TO EVA-COM-ESCORE
              ADD EVA-PONTOS (IX-EVA) TO SOMA-PONTOS-EVA
              MOVE EVA-SINAIS (IX-EVA) TO SINAIS-TRAB
              PERFORM CONTA-SINAL-EVA
                  VARYING IX-SIN FROM 1 BY 1
                  UNTIL IX-SIN GREATER THAN 5
              MOVE EVA-COMPET-ESC (IX-EVA) TO DET-COMPET
              MOVE EVA-PONTOS (IX-EVA) TO DET-PONTOS
              MOVE EVA-SINAIS (IX-EVA) TO DET-SINAIS
              IF EVA-PONTOS (IX-EVA) NOT LESS THAN CORTE-LISTA
                 AND EVA-PONTOS (IX-EVA) GREATER THAN ZEROES
                  MOVE "SIM" TO DET-LISTA
                  ADD 1 TO EVA-CAPTURADOS
              ELSE
                  MOVE "NAO" TO DET-LISTA.
          WRITE REGCALR FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       IMPRIME-RESUMO.
          IF CT-LIN GREATER THAN 18
              PERFORM CABECALHO.
          MOVE "EVASOES NO JORNSIT.......:" TO TOT-ROTULO.
          MOVE QTD-EVASOES TO TOT-QTD.
          WRITE REGCALR FROM CAB-04 AFTER ADVANCING 3 LINES.
          MOVE "EVADIDOS COM ESCORE......:" TO TOT-ROTULO.
          MOVE EVA-COM-ESCORE TO TOT-QTD.
          WRITE REGCALR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "CAPTURADOS PELA LISTA....:" TO TOT-ROTULO.
          MOVE EVA-CAPTURADOS TO TOT-QTD.
          WRITE REGCALR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO PCT-CALC.
          IF EVA-COM-ESCORE GREATER THAN ZEROES
              COMPUTE PCT-CALC ROUNDED =
                  EVA-CAPTURADOS * 100 / EVA-COM-ESCORE.
          MOVE "% CAPTURADOS.............:" TO MED-ROTULO.
          MOVE PCT-CALC TO MED-VALOR.
          WRITE REGCALR FROM CAB-05 AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO MEDIA-PONTOS.
          IF EVA-COM-ESCORE GREATER THAN ZEROES
              COMPUTE MEDIA-PONTOS ROUNDED =
                  SOMA-PONTOS-EVA / EVA-COM-ESCORE.
          MOVE "MEDIA DE PONTOS EVADIDOS.:" TO MED-ROTULO.
          MOVE MEDIA-PONTOS TO MED-VALOR.
          WRITE REGCALR FROM CAB-05 AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO MEDIA-PONTOS.
          IF CONTADOR-HIST GREATER THAN ZEROES
              COMPUTE MEDIA-PONTOS ROUNDED =
                  SOMA-PONTOS-POP / CONTADOR-HIST.
          MOVE "MEDIA DE PONTOS GERAL....:" TO MED-ROTULO.
          MOVE MEDIA-PONTOS TO MED-VALOR.
          WRITE REGCALR FROM CAB-05 AFTER ADVANCING 1 LINE.
          MOVE "CORTE DA LISTA...........:" TO TOT-ROTULO.
          MOVE CORTE-LISTA TO TOT-QTD.
          WRITE REGCALR FROM CAB-04 AFTER ADVANCING 1 LINE.
          WRITE REGCALR FROM CAB-03 AFTER ADVANCING 2 LINES.
          PERFORM IMPRIME-SINAL
              VARYING IX-SIN FROM 1 BY 1 UNTIL IX-SIN GREATER THAN 5.

       IMPRIME-SINAL.
          MOVE NOME-SINAL (IX-SIN) TO DSI-NOME.
          MOVE TPE-PESO (IX-SIN) TO DSI-PESO.
          MOVE SIN-QTD-EVA (IX-SIN) TO DSI-EVA.
          MOVE SIN-QTD-POP (IX-SIN) TO DSI-POP.
          MOVE ZEROES TO PCT-CALC.
          IF EVA-COM-ESCORE GREATER THAN ZEROES
              COMPUTE PCT-CALC ROUNDED =
                  SIN-QTD-EVA (IX-SIN) * 100 / EVA-COM-ESCORE.
          MOVE PCT-CALC TO DSI-PCT-EVA.
          MOVE ZEROES TO PCT-CALC.
          IF CONTADOR-HIST GREATER THAN ZEROES
              COMPUTE PCT-CALC ROUNDED =
                  SIN-QTD-POP (IX-SIN) * 100 / CONTADOR-HIST.
          MOVE PCT-CALC TO DSI-PCT-POP.
          WRITE REGCALR FROM DET-SINAL AFTER ADVANCING 1 LINE.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGCALR.
          WRITE REGCALR AFTER ADVANCING PAGE.
          WRITE REGCALR FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGCALR FROM CAB-02 AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REGCALR.
          WRITE REGCALR AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          PERFORM GRAVA-LOG.
          CLOSE RELCALR.
          DISPLAY "CALIBRAGEM DO RISCO DE EVASAO ENCERRADA.".
          DISPLAY "EVASOES..............: " QTD-EVASOES.
          DISPLAY "COM ESCORE...........: " EVA-COM-ESCORE.
          DISPLAY "CAPTURADOS NA LISTA..: " EVA-CAPTURADOS.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "CALRISC"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-JSI           TO LOG-LIDOS.
          MOVE "RISCHIST"             TO LOG-ARQ1-NOME.
          MOVE CONTADOR-HIST          TO LOG-ARQ1-QTD.
          MOVE "RELCALR"              TO LOG-ARQ2-NOME.
          MOVE QTD-EVASOES            TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
