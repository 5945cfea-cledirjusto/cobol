      *(CANAL 2) E LIQUIDADOS PELA MESMA BAIXA DO CAIXA (BAIXAREC);
      *CREDITOS SEM CORRESPONDENCIA E DIVERGENCIAS DE VALOR OU DE
      *METODO SAEM NO RELATORIO RELRETB PARA TRATAMENTO MANUAL.
      *TODO CREDITO DO RETORNO, CONFERIDO OU NAO, JA ENTROU NA
      *CONTA: CADA UM VAI PARA DEPESP.DAT (CANAL 2, REFERENCIA E
      *DATA DO CREDITO) PARA A CONCILIACAO DO EXTRATO NO CONCBANC.
      *A QUANTIDADE E O VALOR DOS RECIBOS GRAVADOS NO CADRCB VAO PARA
      *O CTRLRCB.DAT, DE ONDE SAI O TRAILER CONFERIDO PELO VERIFARQ
      *ANTES DA BAIXA. UMA LINHA DE HEADER OU TRAILER (HDR/TRL,
      *CONFERIDA NA CHEGADA PELO CHEGARQ) E IGNORADA NA CARGA.
      *O SOCIO DE CADA CREDITO E LIDO DIRETO PELA CHAVE NO CADSOC1,
      *SEM CARGA EM TABELA E SEM LIMITE DE QUANTIDADE DE SOCIOS.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES.
          SELECT OPTIONAL CADRCB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELRETB ASSIGN TO DISK.
          SELECT OPTIONAL DEPESP ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLRCB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          LABEL RECORD IS OMITTED.
          01  REGRETB     PIC X(80).

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
       77  FIM-RET            PIC X(03) VALUE "NAO".
       77  ACHOU-SOCIO        PIC X(03) VALUE "NAO".
       77  QUOC-VALOR         PIC 9(04) VALUE ZEROES.
       77  RESTO-VALOR        PIC 9(09)V9(02) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  DATA-SISTEMA-LOG   PIC 9(08).
       77  HORA-SISTEMA-LOG   PIC 9(08).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "CONCILIACAO DO RET".
       PROCEDURE DIVISION.

       PGM-RETBANC.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-RET EQUAL "SIM".
          PERFORM FIM.
          STOP RUN.

       INICIO.
          OPEN INPUT  RETBANCO
                      CADSOC1
               EXTEND CADRCB
                      DEPESP
               OUTPUT RELRETB.
          PERFORM LEITURA.

       LEITURA.
          PERFORM LE-REGISTRO.
          PERFORM LE-REGISTRO
              UNTIL FIM-RET EQUAL "SIM"
                 OR (REG-RET(1:3) NOT EQUAL "HDR"
                 AND REG-RET(1:3) NOT EQUAL "TRL").

       LE-REGISTRO.
          READ RETBANCO AT END MOVE "SIM" TO FIM-RET.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
          PERFORM GRAVA-DEPOSITO.
          PERFORM LOCALIZA-SOCIO.
          IF ACHOU-SOCIO EQUAL "NAO"
              ADD 1 TO CONTADOR-SEMC
          PERFORM LEITURA.

       LOCALIZA-SOCIO.
          MOVE "SIM" TO ACHOU-SOCIO.
          MOVE REFERENCIA-RET TO NUMERO-SOCIO1.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "NAO" TO ACHOU-SOCIO.

       CONFERE-CREDITO.
          IF METODO-PAGAMENTO1 NOT EQUAL 2
              ADD 1 TO CONTADOR-DIVE
              MOVE "METODO NAO E TRANSF." TO OCORR
              PERFORM IMPRIME-OCORRENCIA
              PERFORM CONFERE-VALOR.

       CONFERE-VALOR.
          IF VALOR-PAGAMENTO1 EQUAL ZEROES
              ADD 1 TO CONTADOR-DIVE
              MOVE "MENSALIDADE ZERADA  " TO OCORR
              PERFORM IMPRIME-OCORRENCIA
                  PERFORM GERA-RECIBO.

       CALCULA-QUOCIENTE.
          DIVIDE VALOR-RET BY VALOR-PAGAMENTO1
              GIVING QUOC-VALOR REMAINDER RESTO-VALOR
              ON SIZE ERROR
                  MOVE ZEROES TO QUOC-VALOR
          MOVE ZEROES TO MATR-RCB.
          WRITE REG-RCB.

       GRAVA-DEPOSITO.
          MOVE SPACES TO REG-DEP.
          MOVE DATA-RET TO DATA-DEP.
          MOVE 2 TO CANAL-DEP.
          MOVE "RETBANC" TO ORIGEM-DEP.
          MOVE REFERENCIA-RET TO REFER-DEP.
          MOVE 1 TO QTD-DEP.
          MOVE VALOR-RET TO VALOR-DEP.
          MOVE "P" TO SITUACAO-DEP.
          MOVE ZEROES TO DATA-EXT-DEP.
          MOVE ZEROES TO SEQ-EXT-DEP.
          MOVE ZEROES TO DIFERENCA-DEP.
          WRITE REG-DEP.

       IMPRIME-OCORRENCIA.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGRETB FROM CAB-05 AFTER ADVANCING 1 LINES.
          MOVE CONTADOR-DIVE TO TOT-DIVE.
          WRITE REGRETB FROM CAB-06 AFTER ADVANCING 1 LINES.
          PERFORM GRAVA-CTRLRCB.
          PERFORM GRAVA-LOG.
          CLOSE RETBANCO
                CADSOC1
                CADRCB
                DEPESP
                RELRETB.

       GRAVA-CTRLRCB.
          IF CONTADOR-CONF GREATER THAN ZEROES
              OPEN EXTEND CTRLRCB
              MOVE SPACES TO REG-TRC
              ACCEPT DATA-SISTEMA-LOG FROM DATE YYYYMMDD
              MOVE DATA-SISTEMA-LOG TO DATA-TRC
              MOVE "RETBANC" TO ORIGEM-TRC
              MOVE CONTADOR-CONF TO QTD-TRC
              MOVE VALOR-CONFERIDO TO VALOR-TRC
              WRITE REG-TRC
              CLOSE CTRLRCB.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA-LOG FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA-LOG FROM TIME.
