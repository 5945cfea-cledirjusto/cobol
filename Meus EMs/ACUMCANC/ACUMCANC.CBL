      *CANCELAMENTO (DATA DO MOVIMENTO), O VALOR DA MENSALIDADE E O
      *DEBITO COM JUROS NA ULTIMA POSICAO CONHECIDA. O HISTORICO
      *ALIMENTA O RELATORIO DE RETENCAO E O EXTRATO DE WINBACK
      *(RELRETEN). UM CANCELAMENTO ENCERRADO POR READMISSAO (REGISTRO
      *DE MESMO NUMERO E DATA EM READMIS.DAT, GRAVADO PELO READMIS)
      *NAO CONTA COMO JA CONSTANDO: O SOCIO READMITIDO QUE VOLTA A
      *CANCELAR RECEBE UM NOVO REGISTRO NO HISTORICO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES.
          SELECT OPTIONAL HISTCANC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL READMIS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMFIN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          02 VALOR-HCA                 PIC 9(09)V9(02).
          02 DEBITO-HCA                PIC 9(09)V9(02).

       FD  READMIS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "READMIS.DAT".
          COPY REGREA.

       FD  PARMFIN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMFIN.DAT".
       77  FIM-HIS            PIC X(03) VALUE "NAO".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  JA-CONSTA          PIC X(03) VALUE "NAO".
       77  FIM-REA            PIC X(03) VALUE "NAO".
       77  JA-READMITIDO      PIC X(03) VALUE "NAO".
       77  QTD-READM          PIC 9(04) VALUE ZEROES.
       77  QTD-HIST           PIC 9(04) VALUE ZEROES.
       77  TAXA-JUROS         PIC 9V9(04) VALUE 0,02.
       77  FIM-PARMFIN        PIC X(03) VALUE "NAO".
       01 TAB-HISTORICO.
          02 HIS-OCORRENCIA OCCURS 5000 TIMES INDEXED BY IX-HIS.
             03 HIS-NUMERO             PIC 9(06).
             03 HIS-DATA               PIC 9(08).

       01 TAB-READMISSOES.
          02 REA-OCORRENCIA OCCURS 2000 TIMES INDEXED BY IX-REA.
             03 REA-NUMERO             PIC 9(06).
             03 REA-DATA-CANC          PIC 9(08).

       01 LINHA-LOG.
          02 LOG-PROGRAMA              PIC X(08).

       PGM-ACUMCANC.
          PERFORM CARGA-HISTORICO.
          PERFORM CARGA-READMISSOES.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM TERMINO.
              DISPLAY "TABELA DO HISTORICO LOTADA"
          ELSE
              ADD 1 TO QTD-HIST
              MOVE NUMERO-HCA TO HIS-NUMERO (QTD-HIST)
              MOVE DATA-CANC-HCA TO HIS-DATA (QTD-HIST).
          PERFORM LE-HISTORICO.

       CARGA-READMISSOES.
          OPEN INPUT READMIS.
          PERFORM LE-READMISSAO.
          PERFORM GUARDA-READMISSAO UNTIL FIM-REA EQUAL "SIM".
          CLOSE READMIS.

       LE-READMISSAO.
          READ READMIS AT END MOVE "SIM" TO FIM-REA.

       GUARDA-READMISSAO.
          IF QTD-READM NOT LESS 2000
              DISPLAY "TABELA DE READMISSOES LOTADA"
          ELSE
              ADD 1 TO QTD-READM
              MOVE NUMERO-REA TO REA-NUMERO (QTD-READM)
              MOVE DATA-CANC-REA TO REA-DATA-CANC (QTD-READM).
          PERFORM LE-READMISSAO.

       INICIO.
          PERFORM LEITURA-PARMFIN.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.

       TESTA-UM-HISTORICO.
          IF HIS-NUMERO (IX-HIS) EQUAL NUMERO-SOCIO1
              PERFORM VERIFICA-READMITIDO
              IF JA-READMITIDO EQUAL "NAO"
                  MOVE "SIM" TO JA-CONSTA.
          IF JA-CONSTA EQUAL "NAO"
              SET IX-HIS UP BY 1.

       VERIFICA-READMITIDO.
          MOVE "NAO" TO JA-READMITIDO.
          IF QTD-READM GREATER THAN ZEROES
              SET IX-REA TO 1
              PERFORM TESTA-UMA-READMISSAO
                  UNTIL IX-REA GREATER THAN QTD-READM
                     OR JA-READMITIDO EQUAL "SIM".

       TESTA-UMA-READMISSAO.
          IF REA-NUMERO (IX-REA) EQUAL HIS-NUMERO (IX-HIS)
             AND REA-DATA-CANC (IX-REA) EQUAL HIS-DATA (IX-HIS)
              MOVE "SIM" TO JA-READMITIDO
          ELSE
              SET IX-REA UP BY 1.

       GRAVA-HISTORICO.
          ADD 1 TO CONTADOR-NOVOS.
          MOVE NUMERO-SOCIO1 TO NUMERO-HCA.
          WRITE REG-HCA.
          IF QTD-HIST LESS 5000
              ADD 1 TO QTD-HIST
              MOVE NUMERO-SOCIO1 TO HIS-NUMERO (QTD-HIST)
              MOVE DATA-SISTEMA TO HIS-DATA (QTD-HIST).

       TERMINO.
          PERFORM GRAVA-LOG.
