      *BRANCO OU IGUAL A ATUAL SAO REJEITADOS PARA ARQTRAF.EXC.
      *RESPEITA O FECHAMENTO DE PERIODO (CTRLPER.DAT) COM LIBERACAO
      *POR ARQOVER.DAT, COMO A CORRECAO DE NOTAS.
      *CADA LINHA DO JORNTUR LEVA NO FIM A SEQUENCIA E A CONFERENCIA
      *ENCADEADA DA SELAJOR, CONFERIDAS PELO VERJORN.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          02 JTU-MOTIVO                PIC X(30).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JTU-OPERADOR              PIC 9(04).
          02 FILLER                    PIC X(01).
          02 JTU-SEQ                   PIC 9(09).
          02 FILLER                    PIC X(01).
          02 JTU-CHK                   PIC 9(09).

       FD  ARQEXC
          LABEL RECORD ARE STANDARD
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ2-QTD              PIC 9(06).

       COPY REGSEL.

       PROCEDURE DIVISION.

       PGM-TRANSTUR.
          MOVE TURMA-TRF TO JTU-TURMA-DEPOIS.
          MOVE MOTIVO-TRF TO JTU-MOTIVO.
          MOVE OPERADOR-ID TO JTU-OPERADOR.
          PERFORM SELA-JORNAL.
          WRITE REG-JTU.

      *----------------------------------------------------------------
      *    SEQUENCIA E CONFERENCIA ENCADEADA DA LINHA (SELAJOR).
      *----------------------------------------------------------------
       SELA-JORNAL.
          MOVE "S" TO FUNCAO-SELO.
          MOVE "JORNTUR" TO JORNAL-SELO.
          MOVE REG-JTU(1:67) TO TEXTO-SELO.
          MOVE 67 TO TAMANHO-SELO.
          CALL "SELAJOR" USING FUNCAO-SELO JORNAL-SELO TEXTO-SELO
              TAMANHO-SELO SEQ-SELO CHK-SELO.
          MOVE SEQ-SELO TO JTU-SEQ.
          MOVE CHK-SELO TO JTU-CHK.

       IMPRIME-MOVIMENTO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
