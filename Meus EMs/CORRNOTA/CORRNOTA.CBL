      *DISCIPLINA, PARA REVISAO DA COORDENACAO. SEM ARQDIS NO DISCO
      *A CORRECAO VAI DIRETO NO ARQALU. TRANSACOES COM MATRICULA
      *INEXISTENTE, DISCIPLINA NAO INSCRITA, NUMERO DE NOTA OU VALOR
      *INVALIDO SAO REJEITADAS PARA ARQCORR.EXC. NAS DISCIPLINAS
      *AVALIADAS POR CONCEITO (ESCALA C NO CADDISC) O NOVO VALOR VEM
      *COMO LETRA (A/B/C/D) ALINHADA A ESQUERDA E E CONVERTIDO PELA
      *TABCONC.DAT (SUBROTINA CONVCONC); NELAS A DISCIPLINA PRECISA
      *SER INFORMADA NA TRANSACAO.
      *CADA LINHA DO JORNOTA LEVA NO FIM A SEQUENCIA E A CONFERENCIA
      *ENCADEADA DA SELAJOR, CONFERIDAS PELO VERJORN.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          02 DISCIPLINA-COR            PIC X(05).
          02 NOTA-NUM-COR              PIC 9(01).
          02 VALOR-COR                 PIC 9(02)V9(02).
          02 VALOR-COR-X REDEFINES VALOR-COR.
             03 CONCEITO-COR           PIC X(01).
             03 RESTO-CONCEITO-COR     PIC X(03).
          02 MOTIVO-COR                PIC X(30).

       FD  ARQALU
          02 JOR-OPERADOR              PIC 9(04).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JOR-DISCIPLINA            PIC X(05).
          02 FILLER                    PIC X(01).
          02 JOR-SEQ                   PIC 9(09).
          02 FILLER                    PIC X(01).
          02 JOR-CHK                   PIC 9(09).

       FD  ARQEXC
          LABEL RECORD ARE STANDARD
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  CAMPO-INVALIDO     PIC X(03) VALUE "NAO".
       77  VALOR-ANTES        PIC 9(02)V9(02) VALUE ZEROES.
       77  FUNCAO-CONC        PIC X(01) VALUE SPACES.
       77  NOTA-CONCEITO      PIC 9(02)V9(02) VALUE ZEROES.
       77  RESP-CONC          PIC X(03) VALUE "NAO".
       77  DISC-CONCEITO      PIC X(03) VALUE "NAO".
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-APLIC     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-REJ       PIC 9(06) VALUE ZEROES.
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ2-QTD              PIC 9(06).

       COPY REGSEL.

       PROCEDURE DIVISION.

       PGM-CORRNOTA.
          MOVE MOTIVO-LIB-TXT TO LIB-MOTIVO.
          MOVE MOTIVO-LIBERACAO TO JOR-MOTIVO.
          MOVE OPERADOR-ID TO JOR-OPERADOR.
          PERFORM SELA-JORNAL.
          WRITE REG-JOR.
          DISPLAY "PERIODO FECHADO - CORRECAO LIBERADA POR "
              OPERADOR-LIB ".".
             OR NOTA-NUM-COR LESS 1 OR NOTA-NUM-COR GREATER 4
              MOVE "NUMERO DE NOTA INVALIDO" TO EXC-MOTIVO
              PERFORM GRAVA-EXCECAO.
          MOVE "NAO" TO DISC-CONCEITO.
          IF CAMPO-INVALIDO EQUAL "NAO"
             AND DISCIPLINA-COR NOT EQUAL SPACES
              MOVE "E" TO FUNCAO-CONC
              CALL "CONVCONC" USING FUNCAO-CONC DISCIPLINA-COR
                  CONCEITO-COR NOTA-CONCEITO DISC-CONCEITO.
          IF DISC-CONCEITO EQUAL "SIM"
              PERFORM CONVERTE-CONCEITO.
          IF CAMPO-INVALIDO EQUAL "NAO"
             AND (VALOR-COR NOT NUMERIC OR VALOR-COR GREATER 10,00)
              MOVE "VALOR INVALIDO" TO EXC-MOTIVO
              PERFORM GRAVA-EXCECAO.

       CONVERTE-CONCEITO.
          INSPECT CONCEITO-COR CONVERTING "abcd" TO "ABCD".
          MOVE "NAO" TO RESP-CONC.
          IF RESTO-CONCEITO-COR EQUAL SPACES
              MOVE "N" TO FUNCAO-CONC
              CALL "CONVCONC" USING FUNCAO-CONC DISCIPLINA-COR
                  CONCEITO-COR NOTA-CONCEITO RESP-CONC.
          IF RESP-CONC EQUAL "SIM"
              MOVE NOTA-CONCEITO TO VALOR-COR
          ELSE
              MOVE "CONCEITO INVALIDO" TO EXC-MOTIVO
              PERFORM GRAVA-EXCECAO.

       APLICA-CORRECAO.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE MATRICULA-COR TO MATRICULA-ENT-NUM.
          MOVE MOTIVO-COR TO JOR-MOTIVO.
          MOVE OPERADOR-ID TO JOR-OPERADOR.
          MOVE DISCIPLINA-COR TO JOR-DISCIPLINA.
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
          MOVE "SIM" TO CAMPO-INVALIDO.
          ADD 1 TO CONTADOR-REJ.
          MOVE MATRICULA-COR TO EXC-MATRICULA.
          MOVE DISCIPLINA-COR TO EXC-DISCIPLINA.
          MOVE NOTA-NUM-COR TO EXC-NOTA-NUM.
          MOVE VALOR-COR-X TO EXC-VALOR.
          WRITE REG-EXC FROM LINHA-EXC.

       CONSOME-LIBERACAO.
