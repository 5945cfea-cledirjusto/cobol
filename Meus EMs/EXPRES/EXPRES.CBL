      *O ARQUIVO SAI COM HEADER E TRAILER NO PADRAO DO VERIFARQ
      *(QUANTIDADE E SOMA DAS MEDIAS EM CENTESIMOS) PARA O LADO WEB
      *VALIDAR O QUE CARREGOU. ALUNO NAO ATIVO SAI COM A SITUACAO
      *DO CADASTRO (TRA/TRF/EVA) E SEM APURACAO. NO FIM DA LINHA VAI
      *O CONCEITO DA DISCIPLINA AVALIADA POR CONCEITO (ESCALA C NO
      *CADDISC, CONVERTIDO PELA CONVCONC), EM BRANCO NAS DEMAIS; O
      *MOTIVO N DA REPROVACAO NELAS SEGUE O CONCEITO E NAO O CORTE 7.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
       77  PCT-FALTAS         PIC 9(03)V9(02) VALUE ZEROES.
       77  LIMITE-PCT-FALTAS  PIC 9(03)V9(02) VALUE 025,00.
       77  DISCIPLINA-APROVA  PIC X(05) VALUE SPACES.
       77  FUNCAO-CONC        PIC X(01) VALUE "M".
       77  CONCEITO-MEDIA     PIC X(01) VALUE SPACES.
       77  RESP-CONC          PIC X(03) VALUE "NAO".
       77  DISC-CONCEITO      PIC X(03) VALUE "NAO".
       77  NOTA-REPROVADA     PIC X(03) VALUE "NAO".
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-LINHAS    PIC 9(06) VALUE ZEROES.
       77  SOMA-MEDIAS        PIC 9(15) VALUE ZEROES.
          02 WEB-MEDIA                 PIC 9(04).
          02 FILLER                    PIC X(01) VALUE ";".
          02 WEB-SITUACAO              PIC X(05).
          02 FILLER                    PIC X(01) VALUE ";".
          02 WEB-CONCEITO              PIC X(01).

       01 NOTA-EXPORT        PIC 9(02)V9(02).
       01 NOTA-EXPORT-DIGITS REDEFINES NOTA-EXPORT PIC 9(04).
       GRAVA-LINHA.
          MOVE MEDIA TO NOTA-EXPORT.
          MOVE NOTA-EXPORT-DIGITS TO WEB-MEDIA.
          MOVE "M" TO FUNCAO-CONC.
          CALL "CONVCONC" USING FUNCAO-CONC DISCIPLINA-APROVA
              CONCEITO-MEDIA MEDIA DISC-CONCEITO.
          MOVE CONCEITO-MEDIA TO WEB-CONCEITO.
          PERFORM DECIDE-SITUACAO.
          WRITE REG-WEB FROM LINHA-WEB.
          ADD 1 TO CONTADOR-LINHAS.
              PERFORM APURA-SITUACAO.

       APURA-SITUACAO.
          CALL "APROVA" USING MEDIA PCT-FALTAS APROVADO-EXP
              DISCIPLINA-APROVA.
          PERFORM APURA-NOTA-REPROVADA.
          IF APROVADO-EXP EQUAL "SIM"
              MOVE "APR  " TO WEB-SITUACAO
          ELSE
          IF APROVADO-EXP EQUAL "EXA"
              MOVE "EXA  " TO WEB-SITUACAO
          ELSE
          IF NOTA-REPROVADA EQUAL "SIM"
             AND PCT-FALTAS > LIMITE-PCT-FALTAS
              MOVE "REP-A" TO WEB-SITUACAO
          ELSE
          IF NOTA-REPROVADA EQUAL "SIM"
              MOVE "REP-N" TO WEB-SITUACAO
          ELSE
              MOVE "REP-F" TO WEB-SITUACAO.

       APURA-NOTA-REPROVADA.
          MOVE "NAO" TO NOTA-REPROVADA.
          IF DISC-CONCEITO EQUAL "SIM"
              PERFORM CONFERE-CONCEITO
          ELSE
          IF MEDIA < 7
              MOVE "SIM" TO NOTA-REPROVADA.

       CONFERE-CONCEITO.
          MOVE "A" TO FUNCAO-CONC.
          CALL "CONVCONC" USING FUNCAO-CONC DISCIPLINA-APROVA
              CONCEITO-MEDIA MEDIA RESP-CONC.
          IF RESP-CONC NOT EQUAL "SIM"
              MOVE "SIM" TO NOTA-REPROVADA.

       TERMINO.
          MOVE CONTADOR-LINHAS TO TRL-QTDE.
          MOVE SOMA-MEDIAS TO TRL-SOMA.
