      *OPERADOR DO SIGNON. OS PROGRAMAS DA CADEIA (EX05, LANCAFAL,
      *IMPNOTA, FECHASEM, NOTIFRES) PASSAM A TRATAR O ALUNO NAO
      *ATIVO PELA SITUACAO EM VEZ DE REPROVA-LO POR FALTAS.
      *CADA LINHA DO JORNSIT LEVA NO FIM A SEQUENCIA E A CONFERENCIA
      *ENCADEADA DA SELAJOR, CONFERIDAS PELO VERJORN.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          02 JSI-MOTIVO                PIC X(30).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JSI-OPERADOR              PIC 9(04).
          02 FILLER                    PIC X(01).
          02 JSI-SEQ                   PIC 9(09).
          02 FILLER                    PIC X(01).
          02 JSI-CHK                   PIC 9(09).

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
           02 MATR-BUSCA-CH   PIC 9(06).
           02 DIGI-BUSCA-CH   PIC 9(01).

       COPY REGSEL.

       PROCEDURE DIVISION.

       PGM-SITALUNO.
          MOVE SITUACAO-NOVA TO JSI-SIT-DEPOIS.
          MOVE MOTIVO-SIT TO JSI-MOTIVO.
          MOVE OPERADOR-ID TO JSI-OPERADOR.
          PERFORM SELA-JORNAL.
          WRITE REG-JSI.
          CLOSE JORNSIT.

      *----------------------------------------------------------------
      *    SEQUENCIA E CONFERENCIA ENCADEADA DA LINHA (SELAJOR).
      *----------------------------------------------------------------
       SELA-JORNAL.
          MOVE "S" TO FUNCAO-SELO.
          MOVE "JORNSIT" TO JORNAL-SELO.
          MOVE REG-JSI(1:63) TO TEXTO-SELO.
          MOVE 63 TO TAMANHO-SELO.
          CALL "SELAJOR" USING FUNCAO-SELO JORNAL-SELO TEXTO-SELO
              TAMANHO-SELO SEQ-SELO CHK-SELO.
          MOVE SEQ-SELO TO JSI-SEQ.
          MOVE CHK-SELO TO JSI-CHK.

       TERMINO.
          DISPLAY "SITUACOES ALTERADAS NA SESSAO: " QTD-ALTERADOS.
          CLOSE ARQALU.
