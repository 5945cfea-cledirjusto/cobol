      *TARIFA E CONTABILIZADA A PARTE EM TARCART.DAT COM O TOTAL NO
      *FIM DA CARGA. LIQUIDACAO SEM SOCIO CORRESPONDENTE E
      *CHARGEBACK SAEM NO RELATORIO RELCART PARA TRATAMENTO MANUAL
      *DA TESOURARIA - NADA DELES E BAIXADO AUTOMATICAMENTE. A
      *ADQUIRENTE CREDITA NA CONTA O LIQUIDO DE CADA DATA DE
      *LIQUIDACAO (VENDAS MENOS TARIFAS MENOS CHARGEBACKS, COM OU
      *SEM SOCIO): ESSE LIQUIDO VAI PARA DEPESP.DAT (CANAL 3) PARA A
      *CONCILIACAO DO EXTRATO NO CONCBANC. A QUANTIDADE E O VALOR
      *BRUTO DOS RECIBOS GRAVADOS NO CADRCB VAO PARA O CTRLRCB.DAT,
      *DE ONDE SAI O TRAILER CONFERIDO PELO VERIFARQ ANTES DA BAIXA.
      *UMA LINHA DE HEADER OU TRAILER (HDR/TRL, CONFERIDA NA CHEGADA
      *PELO CHEGARQ) E IGNORADA NA CARGA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SELECT OPTIONAL TARCART ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELCART ASSIGN TO DISK.
          SELECT OPTIONAL DEPESP ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLRCB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          LABEL RECORD IS OMITTED.
          01  REGCART     PIC X(80).

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
       77  CONTADOR-BAIXADOS  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-SEMPAR    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CHARGE    PIC 9(06) VALUE ZEROES.
       77  QTD-DATAS          PIC 9(03) VALUE ZEROES.
       77  IX-LIQ             PIC 9(03) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(03) VALUE ZEROES.
       77  ACHOU-DATA         PIC X(03) VALUE "NAO".
       77  SOMA-BRUTO         PIC 9(12)V9(02) VALUE ZEROES.
       77  SOMA-TARIFAS       PIC 9(10)V9(02) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 TAB-LIQUIDOS.
          02 LIQ-OCORRENCIA OCCURS 100 TIMES.
             03 LIQ-DATA               PIC 9(08).
             03 LIQ-QTD                PIC 9(06).
             03 LIQ-VALOR              PIC S9(11)V9(02).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "LIQUIDACAO DE CART".
          PERFORM LEITURA.

       LEITURA.
          PERFORM LE-REGISTRO.
          PERFORM LE-REGISTRO
              UNTIL FIM-ARQ EQUAL "SIM"
                 OR (REG-LIQ(1:3) NOT EQUAL "HDR"
                 AND REG-LIQ(1:3) NOT EQUAL "TRL").

       LE-REGISTRO.
          READ CARTLIQ AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
          PERFORM ACUMULA-LIQUIDO.
          PERFORM TRATA-LIQUIDACAO.
          PERFORM LEITURA.

       ACUMULA-LIQUIDO.
          MOVE "NAO" TO ACHOU-DATA.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-DATAS GREATER THAN ZEROES
              PERFORM TESTA-DATA
                  VARYING IX-LIQ FROM 1 BY 1
                  UNTIL IX-LIQ GREATER THAN QTD-DATAS
                     OR ACHOU-DATA EQUAL "SIM".
          IF ACHOU-DATA EQUAL "NAO"
              IF QTD-DATAS NOT LESS 100
                  DISPLAY "TABELA DE DATAS DE LIQUIDACAO LOTADA"
                  MOVE QTD-DATAS TO IX-ACHADO
              ELSE
                  ADD 1 TO QTD-DATAS
                  MOVE DATA-LIQ TO LIQ-DATA (QTD-DATAS)
                  MOVE ZEROES TO LIQ-QTD (QTD-DATAS)
                  MOVE ZEROES TO LIQ-VALOR (QTD-DATAS)
                  MOVE QTD-DATAS TO IX-ACHADO.
          ADD 1 TO LIQ-QTD (IX-ACHADO).
          IF TIPO-LIQ EQUAL "C"
              SUBTRACT VALOR-BRUTO-LIQ FROM LIQ-VALOR (IX-ACHADO)
          ELSE
              COMPUTE LIQ-VALOR (IX-ACHADO) = LIQ-VALOR (IX-ACHADO)
                  + VALOR-BRUTO-LIQ - TARIFA-LIQ.

       TESTA-DATA.
          IF LIQ-DATA (IX-LIQ) EQUAL DATA-LIQ
              MOVE "SIM" TO ACHOU-DATA
              MOVE IX-LIQ TO IX-ACHADO.

       TRATA-LIQUIDACAO.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE SOCIO-LIQ TO NUMERO-SOCIO1.
          MOVE SOMA-BRUTO TO TOT-BRU.
          MOVE SOMA-TARIFAS TO TOT-TAR.
          WRITE REGCART FROM CAB-07 AFTER ADVANCING 1 LINE.
          IF QTD-DATAS GREATER THAN ZEROES
              OPEN EXTEND DEPESP
              PERFORM GRAVA-DEPOSITO
                  VARYING IX-LIQ FROM 1 BY 1
                  UNTIL IX-LIQ GREATER THAN QTD-DATAS
              CLOSE DEPESP.
          PERFORM GRAVA-CTRLRCB.
          PERFORM GRAVA-LOG.
          DISPLAY "CARGA DA LIQUIDACAO DE CARTAO ENCERRADA.".
          DISPLAY "LIQUIDACOES LIDAS....: " CONTADOR-LIDOS.
                TARCART
                RELCART.

       GRAVA-DEPOSITO.
          IF LIQ-VALOR (IX-LIQ) NOT GREATER THAN ZEROES
              DISPLAY "LIQUIDACAO DE " LIQ-DATA (IX-LIQ)
                  " SEM CREDITO LIQUIDO - CONFERIR NO EXTRATO."
          ELSE
              MOVE SPACES TO REG-DEP
              MOVE LIQ-DATA (IX-LIQ) TO DATA-DEP
              MOVE 3 TO CANAL-DEP
              MOVE "RETCART" TO ORIGEM-DEP
              MOVE ZEROES TO REFER-DEP
              MOVE LIQ-QTD (IX-LIQ) TO QTD-DEP
              MOVE LIQ-VALOR (IX-LIQ) TO VALOR-DEP
              MOVE "P" TO SITUACAO-DEP
              MOVE ZEROES TO DATA-EXT-DEP
              MOVE ZEROES TO SEQ-EXT-DEP
              MOVE ZEROES TO DIFERENCA-DEP
              WRITE REG-DEP.

       GRAVA-CTRLRCB.
          IF CONTADOR-BAIXADOS GREATER THAN ZEROES
              OPEN EXTEND CTRLRCB
              MOVE SPACES TO REG-TRC
              ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
              MOVE DATA-SISTEMA TO DATA-TRC
              MOVE "RETCART" TO ORIGEM-TRC
              MOVE CONTADOR-BAIXADOS TO QTD-TRC
              MOVE SOMA-BRUTO TO VALOR-TRC
              WRITE REG-TRC
              CLOSE CTRLRCB.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
