       IDENTIFICATION DIVISION.
       PROGRAM-ID.	SELAJOR.
       AUTHOR.          CLEDIR JUSTO.
       INSTALLATION.   	FATEC-SP.
       DATE-WRITTEN.   	15/10/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. SELO ENCADEADO DAS LINHAS DOS JORNAIS DE AUDITORIA
      *(JORNSOC, JORNRCB, JORNOTA, JORNSIT, JORNTUR, JORNLGPD,
      *JORNABO, JORNFUN, JORNMSG E JORNEND). TODA LINHA LEVA NO FIM
      *UM NUMERO DE SEQUENCIA CONTINUO POR JORNAL E
      *UM VALOR DE CONFERENCIA CALCULADO SOBRE O VALOR DA LINHA
      *ANTERIOR, A SEQUENCIA E O TEXTO DA LINHA (LK-TEXTO, DE 1 ATE
      *LK-TAMANHO): CADA CARACTERE VALE A SUA POSICAO NO ALFABETO
      *ABAIXO (FORA DELE, 86) E C = (C * 97 + VALOR + 1) MODULO
      *999999937. A ULTIMA SEQUENCIA E O ULTIMO VALOR DE CADA JORNAL
      *FICAM NO CTRLJOR.DAT, REGRAVADO A CADA SELO. FUNCOES
      *(LK-FUNCAO): S SELA A PROXIMA LINHA DO JORNAL LK-JORNAL
      *(DEVOLVE LK-SEQ E LK-CHK E ATUALIZA O CTRLJOR); C SO CALCULA
      *(RECEBE EM LK-CHK O VALOR DA LINHA ANTERIOR E EM LK-SEQ A
      *SEQUENCIA, DEVOLVE EM LK-CHK O VALOR DA LINHA); U DEVOLVE A
      *ULTIMA SEQUENCIA E O ULTIMO VALOR DO CTRLJOR (ZEROS = JORNAL
      *AINDA SEM SELO). USADA POR QUEM GRAVA OS JORNAIS E PELO
      *VERJORN, QUE CONFERE A CADEIA. O JORNAL DE SEGURANCA JORNSEG
      *(GRAVSEG) TAMBEM E SELADO. O TEXTO VAI ATE 300 POSICOES (A
      *LINHA DO JORNEND TEM 268 ANTES DO SELO). O CTRLJOR CABE EM
      *TABELA DE 20 JORNAIS: CTRLJOR MAIOR, OU UM JORNAL NOVO ALEM
      *DO VIGESIMO, PARA O PROGRAMA QUE CHAMOU ANTES DE GRAVAR A
      *LINHA (CODIGO 8) E A OCUPACAO VAI PARA O CADCAPAC (CAPTAB) A
      *CADA JORNAL INCLUIDO E NA PARADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CTRLJOR ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CTRLJOR
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLJOR.DAT".
          01 REG-CJR.
          02 NOME-CJR                  PIC X(08).
          02 FILLER                    PIC X(01).
          02 SEQ-CJR                   PIC 9(09).
          02 FILLER                    PIC X(01).
          02 CHK-CJR                   PIC 9(09).
          02 FILLER                    PIC X(01).
          02 DATA-CJR                  PIC 9(08).

       WORKING-STORAGE SECTION.
       77  FIM-CJR            PIC X(03) VALUE "NAO".
       77  ACHOU-JORNAL       PIC X(03) VALUE "NAO".
       77  QTD-JORNAIS        PIC 9(02) VALUE ZEROES.
       77  EXCEDENTE-CJR      PIC 9(07) VALUE ZEROES.
       77  IX-CJR             PIC 9(02) VALUE ZEROES.
       77  IX-TXT             PIC 9(03) VALUE ZEROES.
       77  POSICAO            PIC 9(03) VALUE ZEROES.
       77  CARACTER           PIC X(01) VALUE SPACES.
       77  CHECAGEM           PIC 9(09) VALUE ZEROES.
       77  ACUMULADO          PIC 9(12) VALUE ZEROES.
       77  QUOCIENTE          PIC 9(12) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.

       01 SEQ-TEXTO                    PIC 9(09).
       01 SEQ-TEXTO-X REDEFINES SEQ-TEXTO PIC X(09).

       01 ALFABETO-GRUPO.
          02 FILLER    PIC X(37) VALUE
             " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          02 FILLER    PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
          02 FILLER    PIC X(23) VALUE ".,-/:;()*+=_#@&%$!?<>[]".
       01 ALFABETO REDEFINES ALFABETO-GRUPO PIC X(86).

       01 TAB-CONTROLE.
          02 CONTROLE-JORNAL OCCURS 20 TIMES.
             03 CTL-NOME               PIC X(08).
             03 CTL-SEQ                PIC 9(09).
             03 CTL-CHK                PIC 9(09).
             03 CTL-DATA               PIC 9(08).

       COPY REGCAP.

       LINKAGE SECTION.
       01  LK-FUNCAO       PIC X(01).
       01  LK-JORNAL       PIC X(08).
       01  LK-TEXTO        PIC X(300).
       01  LK-TAMANHO      PIC 9(03).
       01  LK-SEQ          PIC 9(09).
       01  LK-CHK          PIC 9(09).

       PROCEDURE DIVISION USING LK-FUNCAO LK-JORNAL LK-TEXTO
               LK-TAMANHO LK-SEQ LK-CHK.

       PGM-SELAJOR.
          IF LK-FUNCAO EQUAL "C"
              MOVE LK-CHK TO CHECAGEM
              PERFORM CALCULA-CHECAGEM
              MOVE CHECAGEM TO LK-CHK
              GOBACK.
          PERFORM CARREGA-CONTROLE.
          IF EXCEDENTE-CJR GREATER THAN ZEROES
              DISPLAY "CTRLJOR MAIOR QUE A TABELA (20 JORNAIS) - "
                  EXCEDENTE-CJR " JORNAIS ALEM DELA."
              PERFORM CONTROLE-LOTADO.
          PERFORM PROCURA-JORNAL.
          IF LK-FUNCAO EQUAL "U"
              MOVE ZEROES TO LK-SEQ LK-CHK
              IF ACHOU-JORNAL EQUAL "SIM"
                  MOVE CTL-SEQ (IX-CJR) TO LK-SEQ
                  MOVE CTL-CHK (IX-CJR) TO LK-CHK
              END-IF
              GOBACK.
          IF ACHOU-JORNAL EQUAL "NAO"
              PERFORM INCLUI-JORNAL.
          ADD 1 CTL-SEQ (IX-CJR) GIVING LK-SEQ.
          MOVE CTL-CHK (IX-CJR) TO CHECAGEM.
          PERFORM CALCULA-CHECAGEM.
          MOVE CHECAGEM TO LK-CHK.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          MOVE LK-SEQ TO CTL-SEQ (IX-CJR).
          MOVE LK-CHK TO CTL-CHK (IX-CJR).
          MOVE DATA-SISTEMA TO CTL-DATA (IX-CJR).
          PERFORM REGRAVA-CONTROLE.
          GOBACK.

       CARREGA-CONTROLE.
          MOVE "NAO" TO FIM-CJR.
          MOVE ZEROES TO QTD-JORNAIS.
          MOVE ZEROES TO EXCEDENTE-CJR.
          OPEN INPUT CTRLJOR.
          PERFORM LE-CONTROLE.
          PERFORM GUARDA-CONTROLE UNTIL FIM-CJR EQUAL "SIM".
          CLOSE CTRLJOR.

       LE-CONTROLE.
          READ CTRLJOR AT END MOVE "SIM" TO FIM-CJR.

       GUARDA-CONTROLE.
          IF NOME-CJR NOT EQUAL SPACES
             AND SEQ-CJR NUMERIC AND CHK-CJR NUMERIC
             AND QTD-JORNAIS NOT LESS 20
              ADD 1 TO EXCEDENTE-CJR.
          IF NOME-CJR NOT EQUAL SPACES
             AND SEQ-CJR NUMERIC AND CHK-CJR NUMERIC
             AND QTD-JORNAIS LESS THAN 20
              ADD 1 TO QTD-JORNAIS
              MOVE NOME-CJR TO CTL-NOME (QTD-JORNAIS)
              MOVE SEQ-CJR TO CTL-SEQ (QTD-JORNAIS)
              MOVE CHK-CJR TO CTL-CHK (QTD-JORNAIS)
              MOVE ZEROES TO CTL-DATA (QTD-JORNAIS)
              IF DATA-CJR NUMERIC
                  MOVE DATA-CJR TO CTL-DATA (QTD-JORNAIS).
          PERFORM LE-CONTROLE.

       PROCURA-JORNAL.
          MOVE "NAO" TO ACHOU-JORNAL.
          PERFORM TESTA-UM-JORNAL
              VARYING IX-CJR FROM 1 BY 1
              UNTIL IX-CJR GREATER THAN QTD-JORNAIS
                 OR ACHOU-JORNAL EQUAL "SIM".

       TESTA-UM-JORNAL.
          IF CTL-NOME (IX-CJR) EQUAL LK-JORNAL
              MOVE "SIM" TO ACHOU-JORNAL
              SUBTRACT 1 FROM IX-CJR.

      *----------------------------------------------------------------
      *    TABELA CHEIA: O JORNAL NOVO NAO GANHA SELO E A LINHA NAO E
      *    GRAVADA - O PROGRAMA QUE CHAMOU PARA AQUI.
      *----------------------------------------------------------------
       INCLUI-JORNAL.
          IF QTD-JORNAIS NOT LESS 20
              MOVE 1 TO EXCEDENTE-CJR
              DISPLAY "CTRLJOR LOTADO (20 JORNAIS) - SEM LUGAR PARA "
                  LK-JORNAL
              PERFORM CONTROLE-LOTADO
          ELSE
              ADD 1 TO QTD-JORNAIS
              MOVE QTD-JORNAIS TO IX-CJR
              MOVE LK-JORNAL TO CTL-NOME (IX-CJR)
              MOVE ZEROES TO CTL-SEQ (IX-CJR) CTL-CHK (IX-CJR)
                             CTL-DATA (IX-CJR)
              MOVE "SIM" TO ACHOU-JORNAL
              PERFORM REGISTRA-CAPACIDADE.

       CONTROLE-LOTADO.
          DISPLAY "LINHA DO " LK-JORNAL " NAO GRAVADA - PROCESSAMENTO "
              "INTERROMPIDO.".
          PERFORM REGISTRA-CAPACIDADE.
          MOVE 8 TO RETURN-CODE.
          STOP RUN.

      *----------------------------------------------------------------
      *    OCUPACAO DO CTRLJOR (JORNAIS GUARDADOS, COM OS QUE NAO
      *    COUBERAM) PARA O RELATORIO DE CAPACIDADE (CADCAPAC, PELA
      *    CAPTAB). A TABELA SO CRESCE, ENTAO A ULTIMA OCUPACAO
      *    REGISTRADA E A MAIOR.
      *----------------------------------------------------------------
       REGISTRA-CAPACIDADE.
          MOVE "SELAJOR" TO PROGRAMA-CAPAC.
          MOVE "TAB-CONTROLE" TO TABELA-CAPAC.
          ADD QTD-JORNAIS EXCEDENTE-CJR GIVING USADO-CAPAC.
          MOVE 20 TO LIMITE-CAPAC.
          CALL "CAPTAB" USING PROGRAMA-CAPAC TABELA-CAPAC
              USADO-CAPAC LIMITE-CAPAC.

       REGRAVA-CONTROLE.
          OPEN OUTPUT CTRLJOR.
          PERFORM GRAVA-UM-CONTROLE
              VARYING IX-CJR FROM 1 BY 1
              UNTIL IX-CJR GREATER THAN QTD-JORNAIS.
          CLOSE CTRLJOR.

       GRAVA-UM-CONTROLE.
          MOVE SPACES TO REG-CJR.
          MOVE CTL-NOME (IX-CJR) TO NOME-CJR.
          MOVE CTL-SEQ (IX-CJR) TO SEQ-CJR.
          MOVE CTL-CHK (IX-CJR) TO CHK-CJR.
          MOVE CTL-DATA (IX-CJR) TO DATA-CJR.
          WRITE REG-CJR.

      *----------------------------------------------------------------
      *    ENCADEIA A SEQUENCIA E O TEXTO DA LINHA SOBRE CHECAGEM.
      *----------------------------------------------------------------
       CALCULA-CHECAGEM.
          MOVE LK-SEQ TO SEQ-TEXTO.
          PERFORM SOMA-DIGITO-SEQ
              VARYING IX-TXT FROM 1 BY 1
              UNTIL IX-TXT GREATER THAN 9.
          IF LK-TAMANHO GREATER THAN 300
              MOVE 300 TO LK-TAMANHO.
          PERFORM SOMA-CARACTER-TEXTO
              VARYING IX-TXT FROM 1 BY 1
              UNTIL IX-TXT GREATER THAN LK-TAMANHO.

       SOMA-DIGITO-SEQ.
          MOVE SEQ-TEXTO-X(IX-TXT:1) TO CARACTER.
          PERFORM SOMA-CARACTER.

       SOMA-CARACTER-TEXTO.
          MOVE LK-TEXTO(IX-TXT:1) TO CARACTER.
          PERFORM SOMA-CARACTER.

       SOMA-CARACTER.
          MOVE ZEROES TO POSICAO.
          INSPECT ALFABETO TALLYING POSICAO
              FOR CHARACTERS BEFORE INITIAL CARACTER.
          COMPUTE ACUMULADO = (CHECAGEM * 97) + POSICAO + 1.
          DIVIDE ACUMULADO BY 999999937
              GIVING QUOCIENTE REMAINDER CHECAGEM.
