      *NOTASWEB.REJ COM O MOTIVO; OS CONTADORES EXIBIDOS AO FINAL
      *FECHAM LIDAS = APLICADAS + REJEITADAS. RESPEITA O FECHAMENTO
      *DE PERIODO (CTRLPER.DAT) COM LIBERACAO POR ARQOVER.DAT, COMO
      *A CORRECAO DE NOTAS. UMA LINHA DE HEADER OU TRAILER (HDR/TRL,
      *CONFERIDA NA CHEGADA PELO CHEGARQ) E IGNORADA NA CARGA.
      *DISCIPLINA AVALIADA POR CONCEITO (ESCALA C NO CADDISC) RECEBE
      *UMA LETRA EM CADA NOTA (A/B/C/D), CONVERTIDA PARA O VALOR DA
      *TABCONC.DAT PELA SUBROTINA CONVCONC; LETRA FORA DA TABELA OU
      *NUMERO NESSAS DISCIPLINAS VAI PARA O REJ COMO CONCEITO INVALIDO.
      *CADA LINHA DO JORNOTA LEVA NO FIM A SEQUENCIA E A CONFERENCIA
      *ENCADEADA DA SELAJOR, CONFERIDAS PELO VERJORN.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          02 JOR-OPERADOR              PIC 9(04).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JOR-DISCIPLINA            PIC X(05).
          02 FILLER                    PIC X(01).
          02 JOR-SEQ                   PIC 9(09).
          02 FILLER                    PIC X(01).
          02 JOR-CHK                   PIC 9(09).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
       01 NOTAS-CONVERTIDAS.
          02 NOTA-CONV OCCURS 4 TIMES  PIC 9(02)V9(02).
       77  IX-NOTA            PIC 9(01) VALUE ZEROES.
       77  FUNCAO-CONC        PIC X(01) VALUE SPACES.
       77  CONCEITO-NOTA      PIC X(01) VALUE SPACES.
       77  RESP-CONC          PIC X(03) VALUE "NAO".
       77  DISC-CONCEITO      PIC X(03) VALUE "NAO".
       77  FALTAS-CONV        PIC 9(02) VALUE ZEROES.

       01 LINHA-LOG.
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ2-QTD              PIC 9(06).

       COPY REGSEL.

       PROCEDURE DIVISION.

       PGM-IMPNOTA.
          MOVE MOTIVO-LIBERACAO TO JOR-MOTIVO.
          MOVE ZEROES TO JOR-OPERADOR.
          MOVE SPACES TO JOR-DISCIPLINA.
          PERFORM SELA-JORNAL.
          WRITE REG-JOR.
          CLOSE JORNOTA.
          DISPLAY "IMPORTACAO EM PERIODO FECHADO LIBERADA POR "
              OPERADOR-GUARDADO.

      *----------------------------------------------------------------
      *    SEQUENCIA E CONFERENCIA ENCADEADA DA LINHA (SELAJOR).
      *----------------------------------------------------------------
       SELA-JORNAL.
          MOVE "S" TO FUNCAO-SELO.
          MOVE "JORNOTA" TO JORNAL-SELO.
          MOVE REG-JOR(1:77) TO TEXTO-SELO.
          MOVE 77 TO TAMANHO-SELO.
          CALL "SELAJOR" USING FUNCAO-SELO JORNAL-SELO TEXTO-SELO
              TAMANHO-SELO SEQ-SELO CHK-SELO.
          MOVE SEQ-SELO TO JOR-SEQ.
          MOVE CHK-SELO TO JOR-CHK.

       CONSOME-LIBERACAO.
          MOVE DATA-SISTEMA-LOG TO OVR-BAK-DATA.
          CALL "CBL_RENAME_FILE" USING "ARQOVER.DAT" NOME-BAK-ARQOVER.
                  "DISCIPLINA PRINCIPAL DO ARQALU.".

       LEITURA.
          PERFORM LE-REGISTRO.
          PERFORM LE-REGISTRO
              UNTIL FIM-ARQ EQUAL "SIM"
                 OR (REG-WEB(1:3) NOT EQUAL "HDR"
                 AND REG-WEB(1:3) NOT EQUAL "TRL").

       LE-REGISTRO.
          READ NOTASWEB AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
              MOVE FALTAS-TEXTO TO FALTAS-CONV.

       CONVERTE-NOTAS.
          MOVE "E" TO FUNCAO-CONC.
          CALL "CONVCONC" USING FUNCAO-CONC CAMPO-DISC CONCEITO-NOTA
              NOTA-CONVERTIDA DISC-CONCEITO.
          MOVE CAMPO-NOTA1 TO NOTA-TEXTO.
          PERFORM CONVERTE-UMA-NOTA.
          MOVE NOTA-CONVERTIDA TO NOTA-CONV (1).
       CONVERTE-UMA-NOTA.
          IF CAMPO-INVALIDO EQUAL "SIM"
              MOVE ZEROES TO NOTA-CONVERTIDA
          ELSE
          IF DISC-CONCEITO EQUAL "SIM"
              PERFORM CONVERTE-CONCEITO
          ELSE
              PERFORM DESMONTA-NOTA.

       CONVERTE-CONCEITO.
          MOVE ZEROES TO NOTA-CONVERTIDA.
          INSPECT NOTA-TEXTO CONVERTING "abcd" TO "ABCD".
          MOVE NOTA-TEXTO (1:1) TO CONCEITO-NOTA.
          MOVE "N" TO FUNCAO-CONC.
          MOVE "NAO" TO RESP-CONC.
          IF NOTA-TEXTO (2:5) EQUAL SPACES
              CALL "CONVCONC" USING FUNCAO-CONC CAMPO-DISC
                  CONCEITO-NOTA NOTA-CONVERTIDA RESP-CONC.
          IF RESP-CONC NOT EQUAL "SIM"
              MOVE "CONCEITO INVALIDO" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO.

       DESMONTA-NOTA.
          MOVE SPACES TO PARTE-INTEIRA PARTE-DECIMAL.
          MOVE ZEROES TO TAM-INTEIRA TAM-DECIMAL.
