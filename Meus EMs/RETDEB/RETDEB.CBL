      *ACUMULA NO CONTADOR DE RECUSAS ARQRECUS.DAT - NA TERCEIRA
      *RECUSA O SOCIO VOLTA PARA A COBRANCA MANUAL (METODO 2) E E
      *MARCADO NO RELATORIO. SOCIO INEXISTENTE E REJEITADO PARA
      *RETDEB.EXC. O TOTAL DOS DEBITOS CONFIRMADOS E O CREDITO
      *ESPERADO NO BANCO: VAI PARA DEPESP.DAT (CANAL 4) PARA A
      *CONCILIACAO DO EXTRATO NO CONCBANC. A QUANTIDADE E O VALOR
      *DOS RECIBOS GRAVADOS NO CADRCB VAO PARA O CTRLRCB.DAT, DE
      *ONDE SAI O TRAILER CONFERIDO PELO VERIFARQ ANTES DA BAIXA.
      *UMA LINHA DE HEADER OU TRAILER (HDR/TRL, CONFERIDA NA CHEGADA
      *PELO CHEGARQ) E IGNORADA NA CARGA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SELECT RELRECUS ASSIGN TO DISK.
          SELECT ARQEXC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL DEPESP ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLRCB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          VALUE OF FILE-ID IS "RETDEB.EXC".
          01 REG-EXC                   PIC X(50).

       FD  DEPESP
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DEPESP.DAT".
          COPY REGDEP.

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       FD  CTRLRCB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLRCB.DAT".
          COPY REGTRC.

       WORKING-STORAGE SECTION.
       77  SEQUENCIA-RCB      PIC 9(06) VALUE ZEROES.
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  CONTADOR-RECUS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-REJ       PIC 9(06) VALUE ZEROES.
       77  CONTADOR-VOLTA     PIC 9(06) VALUE ZEROES.
       77  SOMA-CONFIRMADA    PIC 9(11)V9(02) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
          PERFORM LEITURA.

       LEITURA.
          PERFORM LE-REGISTRO.
          PERFORM LE-REGISTRO
              UNTIL FIM-ARQ EQUAL "SIM"
                 OR (REG-RET(1:3) NOT EQUAL "HDR"
                 AND REG-RET(1:3) NOT EQUAL "TRL").

       LE-REGISTRO.
          READ RETDEB AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.

       CONFIRMA-DEBITO.
          ADD 1 TO CONTADOR-CONF.
          ADD VALOR-RET TO SOMA-CONFIRMADA.
          MOVE SOCIO-RET TO NUMERO-RCB.
          MOVE DATA-SISTEMA TO DATA-RCB.
          MOVE VALOR-RET TO VALOR-RCB.
          MOVE CONTADOR-VOLTA TO TOT-VOL.
          WRITE REGRECUS FROM CAB-05 AFTER ADVANCING 1 LINE.
          PERFORM REGRAVA-RECUSAS.
          IF CONTADOR-CONF GREATER THAN ZEROES
              PERFORM GRAVA-DEPOSITO.
          PERFORM GRAVA-CTRLRCB.
          PERFORM GRAVA-LOG.
          DISPLAY "RETORNO DO DEBITO AUTOMATICO ENCERRADO.".
          DISPLAY "LINHAS LIDAS.........: " CONTADOR-LIDOS.
          MOVE RCS-QTD (IX-RCS) TO QTD-RECUSAS-RCS.
          WRITE REG-RCS.

       GRAVA-DEPOSITO.
          MOVE SPACES TO REG-DEP.
          MOVE DATA-SISTEMA TO DATA-DEP.
          MOVE 4 TO CANAL-DEP.
          MOVE "RETDEB" TO ORIGEM-DEP.
          MOVE ZEROES TO REFER-DEP.
          MOVE CONTADOR-CONF TO QTD-DEP.
          MOVE SOMA-CONFIRMADA TO VALOR-DEP.
          MOVE "P" TO SITUACAO-DEP.
          MOVE ZEROES TO DATA-EXT-DEP.
          MOVE ZEROES TO SEQ-EXT-DEP.
          MOVE ZEROES TO DIFERENCA-DEP.
          OPEN EXTEND DEPESP.
          WRITE REG-DEP.
          CLOSE DEPESP.

       GRAVA-CTRLRCB.
          IF CONTADOR-CONF GREATER THAN ZEROES
              OPEN EXTEND CTRLRCB
              MOVE SPACES TO REG-TRC
              ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
              MOVE DATA-SISTEMA TO DATA-TRC
              MOVE "RETDEB" TO ORIGEM-TRC
              MOVE CONTADOR-CONF TO QTD-TRC
              MOVE SOMA-CONFIRMADA TO VALOR-TRC
              WRITE REG-TRC
              CLOSE CTRLRCB.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
