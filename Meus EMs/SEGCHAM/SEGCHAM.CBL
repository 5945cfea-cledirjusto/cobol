      *VALOR INVALIDO VAO PARA SEGCHAM.EXC COM O MOTIVO; AO FINAL,
      *AUTORIZACAO SEM NOTA SUBSTITUTIVA TAMBEM E REJEITADA COMO
      *AUSENTE NA SEGUNDA CHAMADA.
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

       FD  ARQEXC
          LABEL RECORD ARE STANDARD
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ2-QTD              PIC 9(06).

       COPY REGSEL.

       PROCEDURE DIVISION.

       PGM-SEGCHAM.
          MOVE "SEGUNDA CHAMADA" TO JOR-MOTIVO.
          MOVE ZEROES TO JOR-OPERADOR.
          MOVE DISCIPLINA-SCH TO JOR-DISCIPLINA.
          PERFORM SELA-JORNAL.
          WRITE REG-JOR.

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

       GRAVA-EXCECAO.
          ADD 1 TO CONTADOR-REJ.
          MOVE SPACES TO REG-EXC.
