       IDENTIFICATION DIVISION.
          PROGRAM-ID.      CTRLREC.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONTROLE DE EXECUCAO DA ROTINA DE RECEBIMENTOS, NO
      *MOLDE DO CTRLEXEC DIARIO. CHAMADO PELO EXECREC.BAT ANTES E
      *DEPOIS DE CADA PASSO, COM O NUMERO EM PASSO_REC (1 RETBANC,
      *2 RETCART, 3 RETDEB, 4 AGENRET, 5 VERIFARQ DO CADRCB,
      *6 BAIXAREC, 7 CONTEXP, 8 IMPEXTR, 9 CONCBANC, 10 SALDREC) E
      *A ACAO EM ACAO_REC (INICIA, CONCLUI OU MONTA). O CICLO EM
      *CTRLREC.DAT SO SE ENCERRA COM O ULTIMO PASSO CONCLUIDO: UM
      *ABEND DEIXA O CICLO ABERTO E A PROXIMA EXECUCAO RETOMA NO
      *PASSO QUE FALHOU, MESMO EM OUTRO DIA. NA ACAO INICIA: PASSO
      *JA CONCLUIDO NO CICLO DEVOLVE 4 PARA O DRIVER PULAR; PASSO
      *COM ANTERIOR PENDENTE E RECUSADO COM 8 (A ORDEM E FIXA); DA
      *CARGA ATE A BAIXA (PASSOS 1 A 6) RECUSA COM 8 ENQUANTO O
      *CAIXA DO BALCAO ESTIVER ABERTO NO CTRLCXA.DAT (SEM O F DO
      *FECHCAIX) - RECIBO LANCADO DEPOIS DA BAIXA FICARIA PARA O DIA
      *SEGUINTE. NA ACAO CONCLUI MARCA O PASSO COMO CONCLUIDO. NA
      *ACAO MONTA PREPARA A CONFERENCIA DO PASSO 5: COPIA O CADRCB
      *PARA ARQVERIF.DAT ENTRE UM HEADER "CADRCB" E UM TRAILER COM A
      *QUANTIDADE E A SOMA DOS TOTAIS DE CONTROLE GRAVADOS NO
      *CTRLRCB.DAT POR QUEM ALIMENTOU O CADRCB, PARA O VERIFARQ
      *ACUSAR RECIBO PERDIDO OU DOBRADO ANTES DA BAIXA. CODIGOS: 0
      *EXECUTA, 4 PULA, 8 NAO RODA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CTRLREC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLCXA ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADRCB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLRCB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQVERIF ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CTRLREC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLREC.DAT".
          01 REG-REC.
          02 DATA-REC                  PIC 9(08).
          02 SIT-PASSO-GRP.
             03 SIT-PASSO OCCURS 10 TIMES PIC X(01).
          02 HORA-INI-GRP.
             03 HORA-INI-P OCCURS 10 TIMES PIC 9(06).
          02 HORA-FIM-GRP.
             03 HORA-FIM-P OCCURS 10 TIMES PIC 9(06).

       FD  CTRLCXA
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLCXA.DAT".
          01 REG-CXA.
          02 DATA-CXA                  PIC 9(08).
          02 SITUACAO-CXA              PIC X(01).

       FD  CADRCB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADRCB.DAT".
          01 REG-RCB                   PIC X(44).

       FD  CTRLRCB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLRCB.DAT".
          COPY REGTRC.

       FD  ARQVERIF
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQVERIF.DAT".
          01 REG-VER                   PIC X(120).

       WORKING-STORAGE SECTION.
       77  ACAO               PIC X(08) VALUE SPACES.
       77  PASSO-TXT          PIC X(02) VALUE SPACES.
       77  PASSO              PIC 9(02) VALUE ZEROES.
       77  DATA-HOJE          PIC 9(08) VALUE ZEROES.
       77  DATA-CICLO         PIC 9(08) VALUE ZEROES.
       77  HORA-AGORA         PIC 9(08) VALUE ZEROES.
       77  FIM-CTL            PIC X(03) VALUE "NAO".
       77  FIM-CXA            PIC X(03) VALUE "NAO".
       77  FIM-RCB            PIC X(03) VALUE "NAO".
       77  FIM-TRC            PIC X(03) VALUE "NAO".
       77  TODOS-CONCLUIDOS   PIC X(03) VALUE "SIM".
       77  ANTERIOR-PENDENTE  PIC X(03) VALUE "NAO".
       77  SITUACAO-ULTIMA    PIC X(01) VALUE SPACES.
       77  DATA-ULTIMA        PIC 9(08) VALUE ZEROES.
       77  IX-PAS             PIC 9(02) VALUE ZEROES.
       77  QTD-COPIADOS       PIC 9(06) VALUE ZEROES.
       77  QTD-CONTROLE       PIC 9(06) VALUE ZEROES.
       77  SOMA-CONTROLE      PIC 9(13)V9(02) VALUE ZEROES.

       01 SITUACAO-DO-CICLO.
          02 SIT-MEM OCCURS 10 TIMES  PIC X(01).
       01 HORAS-DO-CICLO.
          02 HINI-MEM OCCURS 10 TIMES PIC 9(06).
          02 HFIM-MEM OCCURS 10 TIMES PIC 9(06).

       01 LINHA-HDR.
          02 FILLER                    PIC X(03) VALUE "HDR".
          02 FILLER                    PIC X(08) VALUE "CADRCB  ".
          02 HDR-DATA                  PIC 9(08).

       01 LINHA-TRL.
          02 FILLER                    PIC X(03) VALUE "TRL".
          02 TRL-QTDE                  PIC 9(06).
          02 TRL-SOMA                  PIC 9(15).

       PROCEDURE DIVISION.

       PGM-CTRLREC.
          PERFORM OBTEM-PARAMETROS.
          PERFORM LE-CONTROLE-CICLO.
          IF ACAO EQUAL "CONCLUI"
              PERFORM MARCA-CONCLUIDO
          ELSE
          IF ACAO EQUAL "MONTA"
              PERFORM MONTA-CONFERENCIA
          ELSE
              PERFORM TRATA-INICIO.
          STOP RUN.

       OBTEM-PARAMETROS.
          ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
          ACCEPT ACAO FROM ENVIRONMENT "ACAO_REC".
          ACCEPT PASSO-TXT FROM ENVIRONMENT "PASSO_REC".
          IF PASSO-TXT NUMERIC
              MOVE PASSO-TXT TO PASSO
          ELSE
          IF PASSO-TXT(1:1) NUMERIC
             AND PASSO-TXT(2:1) EQUAL SPACE
              MOVE PASSO-TXT(1:1) TO PASSO.
          IF ACAO NOT EQUAL "MONTA"
             AND (PASSO LESS THAN 1 OR PASSO GREATER THAN 10)
              DISPLAY "PASSO_REC DEVE SER 1 A 10."
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       LE-CONTROLE-CICLO.
          PERFORM ZERA-PASSO
              VARYING IX-PAS FROM 1 BY 1
              UNTIL IX-PAS GREATER THAN 10.
          MOVE DATA-HOJE TO DATA-CICLO.
          OPEN INPUT CTRLREC.
          READ CTRLREC AT END MOVE "SIM" TO FIM-CTL.
          IF FIM-CTL NOT EQUAL "SIM"
              PERFORM COPIA-DO-REGISTRO
                  VARYING IX-PAS FROM 1 BY 1
                  UNTIL IX-PAS GREATER THAN 10
              PERFORM AVALIA-CONCLUIDOS
              IF TODOS-CONCLUIDOS EQUAL "NAO"
                 OR DATA-REC EQUAL DATA-HOJE
                  MOVE DATA-REC TO DATA-CICLO
              ELSE
                  PERFORM ZERA-PASSO
                      VARYING IX-PAS FROM 1 BY 1
                      UNTIL IX-PAS GREATER THAN 10
              END-IF.
          CLOSE CTRLREC.

       ZERA-PASSO.
          MOVE "P" TO SIT-MEM (IX-PAS).
          MOVE ZEROES TO HINI-MEM (IX-PAS) HFIM-MEM (IX-PAS).

       COPIA-DO-REGISTRO.
          MOVE SIT-PASSO (IX-PAS) TO SIT-MEM (IX-PAS).
          IF HORA-INI-P (IX-PAS) NUMERIC
              MOVE HORA-INI-P (IX-PAS) TO HINI-MEM (IX-PAS).
          IF HORA-FIM-P (IX-PAS) NUMERIC
              MOVE HORA-FIM-P (IX-PAS) TO HFIM-MEM (IX-PAS).

       AVALIA-CONCLUIDOS.
          MOVE "SIM" TO TODOS-CONCLUIDOS.
          PERFORM TESTA-CONCLUIDO
              VARYING IX-PAS FROM 1 BY 1
              UNTIL IX-PAS GREATER THAN 10.

       TESTA-CONCLUIDO.
          IF SIT-MEM (IX-PAS) NOT EQUAL "C"
              MOVE "NAO" TO TODOS-CONCLUIDOS.

       TRATA-INICIO.
          IF SIT-MEM (PASSO) EQUAL "C"
              DISPLAY "PASSO " PASSO " JA CONCLUIDO NO CICLO DE "
                  DATA-CICLO " - PULANDO."
              MOVE 4 TO RETURN-CODE
              STOP RUN.
          MOVE "NAO" TO ANTERIOR-PENDENTE.
          PERFORM TESTA-ANTERIOR
              VARYING IX-PAS FROM 1 BY 1
              UNTIL IX-PAS NOT LESS THAN PASSO.
          IF ANTERIOR-PENDENTE EQUAL "SIM"
              DISPLAY "PASSO " PASSO " RECUSADO - HA PASSO ANTERIOR "
                  "PENDENTE NO CICLO DE " DATA-CICLO "."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          IF PASSO NOT GREATER THAN 6
              PERFORM VERIFICA-CAIXA
              IF SITUACAO-ULTIMA EQUAL "P"
                  DISPLAY "CAIXA DE " DATA-ULTIMA " AINDA ABERTO - "
                      "RODE O FECHCAIX ANTES DA BAIXA."
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
              END-IF.
          ACCEPT HORA-AGORA FROM TIME.
          MOVE HORA-AGORA(1:6) TO HINI-MEM (PASSO).
          PERFORM REGRAVA-CONTROLE.
          MOVE ZEROES TO RETURN-CODE.

       TESTA-ANTERIOR.
          IF SIT-MEM (IX-PAS) NOT EQUAL "C"
              MOVE "SIM" TO ANTERIOR-PENDENTE
              DISPLAY "PASSO " IX-PAS " PENDENTE.".

       VERIFICA-CAIXA.
          MOVE SPACES TO SITUACAO-ULTIMA.
          OPEN INPUT CTRLCXA.
          PERFORM LE-CAIXA.
          PERFORM GUARDA-ULTIMO UNTIL FIM-CXA EQUAL "SIM".
          CLOSE CTRLCXA.

       LE-CAIXA.
          READ CTRLCXA AT END MOVE "SIM" TO FIM-CXA.

       GUARDA-ULTIMO.
          MOVE DATA-CXA TO DATA-ULTIMA.
          MOVE SITUACAO-CXA TO SITUACAO-ULTIMA.
          PERFORM LE-CAIXA.

       MARCA-CONCLUIDO.
          MOVE "C" TO SIT-MEM (PASSO).
          ACCEPT HORA-AGORA FROM TIME.
          MOVE HORA-AGORA(1:6) TO HFIM-MEM (PASSO).
          PERFORM REGRAVA-CONTROLE.
          MOVE ZEROES TO RETURN-CODE.

       REGRAVA-CONTROLE.
          OPEN OUTPUT CTRLREC.
          MOVE DATA-CICLO TO DATA-REC.
          PERFORM COPIA-PARA-REGISTRO
              VARYING IX-PAS FROM 1 BY 1
              UNTIL IX-PAS GREATER THAN 10.
          WRITE REG-REC.
          CLOSE CTRLREC.

       COPIA-PARA-REGISTRO.
          MOVE SIT-MEM (IX-PAS) TO SIT-PASSO (IX-PAS).
          MOVE HINI-MEM (IX-PAS) TO HORA-INI-P (IX-PAS).
          MOVE HFIM-MEM (IX-PAS) TO HORA-FIM-P (IX-PAS).

       MONTA-CONFERENCIA.
          OPEN INPUT CTRLRCB.
          PERFORM LE-TOTAL.
          PERFORM SOMA-TOTAL UNTIL FIM-TRC EQUAL "SIM".
          CLOSE CTRLRCB.
          OPEN INPUT CADRCB
               OUTPUT ARQVERIF.
          MOVE DATA-HOJE TO HDR-DATA.
          WRITE REG-VER FROM LINHA-HDR.
          PERFORM LE-RECIBO.
          PERFORM COPIA-RECIBO UNTIL FIM-RCB EQUAL "SIM".
          MOVE QTD-CONTROLE TO TRL-QTDE.
          COMPUTE TRL-SOMA = SOMA-CONTROLE * 100.
          WRITE REG-VER FROM LINHA-TRL.
          CLOSE CADRCB
                ARQVERIF.
          DISPLAY "CONFERENCIA DO CADRCB MONTADA: " QTD-COPIADOS
              " RECIBOS, CONTROLE " QTD-CONTROLE " RECIBOS E "
              SOMA-CONTROLE ".".
          MOVE ZEROES TO RETURN-CODE.

       LE-TOTAL.
          READ CTRLRCB AT END MOVE "SIM" TO FIM-TRC.

       SOMA-TOTAL.
          IF QTD-TRC NUMERIC AND VALOR-TRC NUMERIC
              ADD QTD-TRC TO QTD-CONTROLE
              ADD VALOR-TRC TO SOMA-CONTROLE.
          PERFORM LE-TOTAL.

       LE-RECIBO.
          READ CADRCB AT END MOVE "SIM" TO FIM-RCB.

       COPIA-RECIBO.
          MOVE SPACES TO REG-VER.
          MOVE REG-RCB TO REG-VER.
          WRITE REG-VER.
          ADD 1 TO QTD-COPIADOS.
          PERFORM LE-RECIBO.
