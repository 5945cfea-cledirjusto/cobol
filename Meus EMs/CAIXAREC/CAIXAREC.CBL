      *RECIBO PODE SER DE SOCIO (TIPO S, NUMERO DO SOCIO) OU DE
      *MENSALIDADE DE ALUNO SEM VINCULO (TIPO M, MATRICULA COM
      *DIGITO, CONFERIDA NO ARQMENS.DAT DO GERAMENS) - O BAIXAREC
      *ENCAMINHA CADA TIPO AO CADASTRO CERTO. CADA RECIBO LANCADO
      *GRAVA TAMBEM O SEU TOTAL DE CONTROLE NO CTRLRCB.DAT, DE ONDE
      *SAI O TRAILER DO CADRCB CONFERIDO PELO VERIFARQ ANTES DA BAIXA.
      *NA MENSALIDADE O BALCAO VE TAMBEM O AJUSTE PRO-RATA EM ABERTO
      *(INCLUSAO OU DESISTENCIA DE DISCIPLINA), QUE O BAIXAREC ACERTA
      *ANTES DE ABATER MESES.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES.
          SELECT OPTIONAL CTRLCXA ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLRCB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQMENS ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          02 DISCIPLINA-MEN            PIC X(05).
          02 VALOR-MEN                 PIC 9(09)V9(02) COMP-3.
          02 MESES-ATRASO-MEN          PIC 9(02)       COMP-3.
          02 AJUSTE-MEN                PIC S9(07)V9(02) COMP-3.

       FD  CTRLCXA
          LABEL RECORD ARE STANDARD
          02 DATA-CXA                  PIC 9(08).
          02 SITUACAO-CXA              PIC X(01).

       FD  CTRLRCB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLRCB.DAT".
          COPY REGTRC.

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  SEQUENCIA-RCB      PIC 9(06) VALUE ZEROES.
       77  QTD-LANCADOS       PIC 9(04) VALUE ZEROES.
       77  SOMA-LANCADA       PIC 9(11)V9(02) VALUE ZEROES.
       77  AJUSTE-ED          PIC -ZZZZZZ9,99.
       77  DATA-SISTEMA       PIC 9(08).

       PROCEDURE DIVISION.
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "NAO"
              DISPLAY "ALUNO: " NOME-MEN " MESES EM ABERTO: "
                  MESES-ATRASO-MEN
              IF AJUSTE-MEN NOT EQUAL ZEROES
                  MOVE AJUSTE-MEN TO AJUSTE-ED
                  DISPLAY "AJUSTE PRO-RATA EM ABERTO: " AJUSTE-ED.

       LOCALIZA-SOCIO.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE OPERADOR-ID TO OPERADOR-RCB.
          WRITE REG-RCB.
          CLOSE CADRCB.
          PERFORM GRAVA-CTRLRCB.
          ADD 1 TO QTD-LANCADOS.
          ADD VALOR-RCB TO SOMA-LANCADA.
          DISPLAY "RECIBO LANCADO - SEQUENCIA " SEQ-RCB ".".

       GRAVA-CTRLRCB.
          OPEN EXTEND CTRLRCB.
          MOVE SPACES TO REG-TRC.
          MOVE DATA-SISTEMA TO DATA-TRC.
          MOVE "CAIXAREC" TO ORIGEM-TRC.
          MOVE 1 TO QTD-TRC.
          MOVE VALOR-RCB TO VALOR-TRC.
          WRITE REG-TRC.
          CLOSE CTRLRCB.

       TERMINO.
          DISPLAY "RECIBOS LANCADOS NA SESSAO: " QTD-LANCADOS.
          DISPLAY "TOTAL LANCADO.............: " SOMA-LANCADA.
