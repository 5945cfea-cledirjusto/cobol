      *DIRETORIA: SOCIOS AINDA COLOCADOS NA AGENCIA E OS RESULTADOS
      *DESTA CARGA (RECUPERADOS COM VALOR, INCOBRAVEIS E
      *DEVOLVIDOS). SOCIO INEXISTENTE OU SEM MARCA DE AGENCIA E
      *REJEITADO PARA AGENRET.EXC. O TOTAL RECUPERADO E O REPASSE
      *ESPERADO DA AGENCIA NO BANCO: VAI PARA DEPESP.DAT (CANAL 5)
      *PARA A CONCILIACAO DO EXTRATO NO CONCBANC. A QUANTIDADE E O
      *VALOR DOS RECIBOS GRAVADOS NO CADRCB VAO PARA O CTRLRCB.DAT,
      *DE ONDE SAI O TRAILER CONFERIDO PELO VERIFARQ ANTES DA BAIXA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SELECT RELAGEN ASSIGN TO DISK.
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
          VALUE OF FILE-ID IS "AGENRET.EXC".
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
          MOVE CONTADOR-COLOCADOS TO TOT-COL.
          MOVE SOMA-COLOCADO TO VAL-COL.
          WRITE REGAGEN FROM LIN-R4 AFTER ADVANCING 1 LINE.
          IF CONTADOR-RECUP GREATER THAN ZEROES
              PERFORM GRAVA-DEPOSITO.
          PERFORM GRAVA-CTRLRCB.
          PERFORM GRAVA-LOG.
          DISPLAY "RETORNO DA AGENCIA ENCERRADO.".
          DISPLAY "LINHAS LIDAS.........: " CONTADOR-LIDOS.
          WRITE REGAGEN FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGAGEN FROM CAB-02 AFTER ADVANCING 1 LINE.

       GRAVA-DEPOSITO.
          MOVE SPACES TO REG-DEP.
          MOVE DATA-SISTEMA TO DATA-DEP.
          MOVE 5 TO CANAL-DEP.
          MOVE "AGENRET" TO ORIGEM-DEP.
          MOVE ZEROES TO REFER-DEP.
          MOVE CONTADOR-RECUP TO QTD-DEP.
          MOVE SOMA-RECUPERADO TO VALOR-DEP.
          MOVE "P" TO SITUACAO-DEP.
          MOVE ZEROES TO DATA-EXT-DEP.
          MOVE ZEROES TO SEQ-EXT-DEP.
          MOVE ZEROES TO DIFERENCA-DEP.
          OPEN EXTEND DEPESP.
          WRITE REG-DEP.
          CLOSE DEPESP.

       GRAVA-CTRLRCB.
          IF CONTADOR-RECUP GREATER THAN ZEROES
              OPEN EXTEND CTRLRCB
              MOVE SPACES TO REG-TRC
              ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
              MOVE DATA-SISTEMA TO DATA-TRC
              MOVE "AGENRET" TO ORIGEM-TRC
              MOVE CONTADOR-RECUP TO QTD-TRC
              MOVE SOMA-RECUPERADO TO VALOR-TRC
              WRITE REG-TRC
              CLOSE CTRLRCB.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
