      *EXCECAO - ENVIADOS SEM RETORNO, RETORNADOS NAO ENVIADOS E
      *VALORES FORA DA TOLERANCIA SOBRE O PROPOSTO (PARMRTOL.DAT,
      *AUSENTE = 10 POR CENTO; FORA DA TOLERANCIA NAO E APLICADO) -
      *E OS TOTAIS DE CONTROLE DOS DOIS LADOS. UMA LINHA DE HEADER
      *OU TRAILER (HDR/TRL, CONFERIDA NA CHEGADA PELO CHEGARQ) E
      *IGNORADA NA CARGA. CADA SALARIO QUE MUDA VAI PARA O HISTORICO
      *DE SALARIO E CARGO DA FOLHA (EM01\EX06\HISTSAL.DAT, REGHSA)
      *COM VIGENCIA NA DATA DO PROCESSAMENTO - MOTIVO M QUANDO E O
      *AJUSTE CONFIRMADO E C QUANDO SO O PISO DO CARGO O ELEVOU. O
      *CODIGO E A MATRICULA DA FOLHA; CODIGO ACIMA DE 99999 NAO CABE
      *NO HISTORICO E E SO CONTADO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL HISTSAL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       FD  HISTSAL
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\HISTSAL.DAT".
          COPY REGHSA.

       WORKING-STORAGE SECTION.
       77  FIM-CGO            PIC X(03) VALUE "NAO".
       77  QTD-CARGOS         PIC 9(03) VALUE ZEROES.
       77  ACHOU-CARGO        PIC X(03) VALUE "NAO".
       77  PISO-CARGO         PIC 9(05)V9(02) VALUE ZEROES.
       77  TOTAL-PISO-APLIC   PIC 9(04) VALUE ZEROES.
       77  CONFIRMOU-AJUSTE   PIC X(03) VALUE "NAO".
       77  TOTAL-HISTORICO    PIC 9(06) VALUE ZEROES.
       77  TOTAL-SEM-HIST     PIC 9(06) VALUE ZEROES.
       01 TAB-CARGOS.
          02 CGO-OCORRENCIA OCCURS 100 TIMES.
             03 CGO-CODIGO             PIC 9(03).
          PERFORM LE-RETORNO.

       LE-RETORNO.
          PERFORM LE-REGISTRO-RAJ.
          PERFORM LE-REGISTRO-RAJ
              UNTIL FIM-RAJ EQUAL "SIM"
                 OR (REG-RAJ(1:3) NOT EQUAL "HDR"
                 AND REG-RAJ(1:3) NOT EQUAL "TRL").

       LE-REGISTRO-RAJ.
          READ RETAJUS AT END MOVE "SIM" TO FIM-RAJ.

       TRATA-RETORNOS.
              MOVE RAJ-SALARIO TO ENV-SALARIO-CONF (IX-ACHADO).

       APLICA-NO-CADENT.
          ACCEPT DATA-SISTEMA-LOG FROM DATE YYYYMMDD.
          OPEN INPUT  CADENT
               OUTPUT CADENTN
               EXTEND HISTSAL.
          PERFORM LE-CADENT.
          PERFORM COPIA-FUNCIONARIO UNTIL FIM-ENT EQUAL "SIM".
          CLOSE CADENT
                CADENTN
                HISTSAL.

       LE-CADENT.
          READ CADENT AT END MOVE "SIM" TO FIM-ENT.
          MOVE DEPTO-BRT TO DEPTO-NOV.
          MOVE UNIDADE-BRT TO UNIDADE-NOV.
          MOVE CARGO-BRT TO CARGO-NOV.
          MOVE "NAO" TO CONFIRMOU-AJUSTE.
          PERFORM PROCURA-CONFIRMADO.
          PERFORM APLICA-PISO-CARGO.
          IF SALARIO-NOV NOT EQUAL SALARIO-BRT
              PERFORM GRAVA-HISTORICO.
          WRITE REG-CLI-NOV.
          PERFORM LE-CADENT.

          IF ENV-CODIGO (IX-PAY) EQUAL CODIGO-BRT
             AND ENV-APLICAR (IX-PAY) EQUAL "SIM"
              MOVE ENV-SALARIO-CONF (IX-PAY) TO SALARIO-NOV
              MOVE "SIM" TO CONFIRMOU-AJUSTE
              ADD 1 TO TOTAL-APLICADOS
              MOVE "NAO" TO ENV-APLICAR (IX-PAY).

      *----------------------------------------------------------------
      *    HISTORICO DO SALARIO QUE MUDOU, VIGENTE NA DATA DE HOJE.
      *----------------------------------------------------------------
       GRAVA-HISTORICO.
          IF CODIGO-BRT GREATER THAN 99999
              ADD 1 TO TOTAL-SEM-HIST
          ELSE
              MOVE CODIGO-BRT TO MATRICULA-HSA
              MOVE DATA-SISTEMA-LOG TO VIGENCIA-HSA DATA-REG-HSA
              MOVE SALARIO-NOV TO SALARIO-HSA
              MOVE CARGO-NOV TO CARGO-HSA CARGO-ANT-HSA
              MOVE UNIDADE-NOV TO UNIDADE-HSA
              MOVE SALARIO-BRT TO SALARIO-ANT-HSA
              MOVE "RETPAY" TO ORIGEM-HSA
              MOVE ZEROES TO OPERADOR-HSA
              IF CONFIRMOU-AJUSTE EQUAL "SIM"
                  MOVE "M" TO MOTIVO-HSA
              ELSE
                  MOVE "C" TO MOTIVO-HSA.
          IF CODIGO-BRT NOT GREATER THAN 99999
              WRITE REG-HSA
              ADD 1 TO TOTAL-HISTORICO.

       IMPRIME-EXCECAO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGRETPA FROM LIN-TOTAIS-3 AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-LOG.
          DISPLAY "PISOS DE CARGO APLICADOS: " TOTAL-PISO-APLIC.
          DISPLAY "ALTERACOES NO HISTSAL...: " TOTAL-HISTORICO.
          IF TOTAL-SEM-HIST GREATER THAN ZEROES
              DISPLAY "CODIGOS FORA DO HISTSAL.: " TOTAL-SEM-HIST.
          DISPLAY "RETORNO APLICADO - NOVO CADASTRO EM CADENTN.DAT".
          CLOSE RETAJUS
                RELRETPA.
