       IDENTIFICATION DIVISION.
          PROGRAM-ID.      RELCAPAC.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. RELATORIO DE CAPACIDADE DAS TABELAS EM MEMORIA QUE
      *AINDA RESTAM NOS PROGRAMAS DE LOTE. LE O CADCAPAC.DAT (GRAVADO
      *PELA CAPTAB NO FIM DE CADA RODADA DOS PROGRAMAS QUE TEM
      *TABELA) E IMPRIME EM RELCAPAC, POR PROGRAMA E TABELA, A MAIOR
      *OCUPACAO DA ULTIMA RODADA, O LIMITE, O PERCENTUAL USADO E A
      *DATA DA RODADA. TABELA ACIMA DE 80% SAI COMO ATENCAO E TABELA
      *QUE NAO COUBE (A RODADA PAROU) SAI COMO LOTADA; HAVENDO
      *QUALQUER UMA DAS DUAS O PROGRAMA TERMINA COM CODIGO 4, PARA A
      *ROTINA AVISAR SEM INTERROMPER. SEM O CADCAPAC O RELATORIO SAI
      *VAZIO COM CODIGO 0.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CADCAPAC ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS CHAVE-CPC
          FILE STATUS IS FS-CPC.
          SELECT RELCAPAC ASSIGN TO DISK.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADCAPAC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADCAPAC.DAT".
          COPY REGCPC.

       FD  RELCAPAC
          LABEL RECORD IS OMITTED.
          01  REGCAPAC    PIC X(80).

       WORKING-STORAGE SECTION.
       77  FS-CPC             PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  TEM-CADCAPAC       PIC X(03) VALUE "NAO".
       77  PCT-USO            PIC 9(03) VALUE ZEROES.
       77  PCT-ATENCAO        PIC 9(03) VALUE 80.
       77  TOTAL-TABELAS      PIC 9(05) VALUE ZEROES.
       77  TOTAL-ATENCAO      PIC 9(05) VALUE ZEROES.
       77  TOTAL-LOTADAS      PIC 9(05) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).

       01 CAB-01.
          02 FILLER    PIC X(15) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "CAPACIDADE DAS TAB".
          02 FILLER    PIC X(18) VALUE "ELAS EM MEMORIA   ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "PROGRAMA".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(12)  VALUE "TABELA".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "  USADO".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE " LIMITE".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(04)  VALUE " USO".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "RODADA".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "SITUACAO".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "TABELAS REGISTRADAS......:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-TAB   PIC ZZZZ9.

       01 CAB-05.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "ACIMA DE 80% (ATENCAO)...:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-ATE   PIC ZZZZ9.

       01 CAB-06.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "LOTADAS (RODADA PAROU)...:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-LOT   PIC ZZZZ9.

       01 CAB-07.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(40)
                       VALUE "CADCAPAC AUSENTE - NENHUMA OCUPACAO REGI".
          02 FILLER    PIC X(07)  VALUE "STRADA.".

       01 DETALHE.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-PROG  PIC X(08).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-TAB   PIC X(12).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-USADO PIC ZZZZZZ9.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-LIM   PIC ZZZZZZ9.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-PCT   PIC ZZ9.
          02 FILLER    PIC X(01) VALUE "%".
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-DATA.
             03 DET-DIA PIC 9(02).
             03 FILLER  PIC X(01) VALUE "/".
             03 DET-MES PIC 9(02).
             03 FILLER  PIC X(01) VALUE "/".
             03 DET-ANO PIC 9(04).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-SIT   PIC X(08).

       PROCEDURE DIVISION.

       PGM-RELCAPAC.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          OPEN OUTPUT RELCAPAC.
          PERFORM CABECALHO.
          OPEN INPUT CADCAPAC.
          IF FS-CPC EQUAL "00"
              MOVE "SIM" TO TEM-CADCAPAC
              PERFORM LEITURA
          ELSE
              MOVE "SIM" TO FIM-ARQ
              WRITE REGCAPAC FROM CAB-07 AFTER ADVANCING 1 LINE.

       LEITURA.
          READ CADCAPAC NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          PERFORM IMPRIME-TABELA.
          PERFORM LEITURA.

      *----------------------------------------------------------------
      *    PERCENTUAL DE USO DA TABELA; USADO MAIOR QUE O LIMITE E A
      *    RODADA QUE PAROU COM A TABELA LOTADA.
      *----------------------------------------------------------------
       IMPRIME-TABELA.
          ADD 1 TO TOTAL-TABELAS.
          MOVE ZEROES TO PCT-USO.
          IF LIMITE-CPC GREATER THAN ZEROES
              COMPUTE PCT-USO ROUNDED = USADO-CPC * 100 / LIMITE-CPC
                  ON SIZE ERROR MOVE 999 TO PCT-USO.
          MOVE SPACES TO DET-SIT.
          IF USADO-CPC GREATER THAN LIMITE-CPC
              MOVE "LOTADA" TO DET-SIT
              ADD 1 TO TOTAL-LOTADAS
          ELSE
          IF PCT-USO NOT LESS PCT-ATENCAO
              MOVE "ATENCAO" TO DET-SIT
              ADD 1 TO TOTAL-ATENCAO.
          MOVE PROGRAMA-CPC TO DET-PROG.
          MOVE TABELA-CPC TO DET-TAB.
          MOVE USADO-CPC TO DET-USADO.
          MOVE LIMITE-CPC TO DET-LIM.
          MOVE PCT-USO TO DET-PCT.
          MOVE DATA-CPC(7:2) TO DET-DIA.
          MOVE DATA-CPC(5:2) TO DET-MES.
          MOVE DATA-CPC(1:4) TO DET-ANO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGCAPAC FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGCAPAC.
          WRITE REGCAPAC AFTER ADVANCING PAGE.
          WRITE REGCAPAC FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGCAPAC FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGCAPAC FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          MOVE TOTAL-TABELAS TO TOT-TAB.
          WRITE REGCAPAC FROM CAB-04 AFTER ADVANCING 2 LINES.
          MOVE TOTAL-ATENCAO TO TOT-ATE.
          WRITE REGCAPAC FROM CAB-05 AFTER ADVANCING 1 LINE.
          MOVE TOTAL-LOTADAS TO TOT-LOT.
          WRITE REGCAPAC FROM CAB-06 AFTER ADVANCING 1 LINE.
          DISPLAY "RELATORIO DE CAPACIDADE GRAVADO EM RELCAPAC.".
          DISPLAY "TABELAS REGISTRADAS: " TOTAL-TABELAS.
          DISPLAY "ACIMA DE 80%.......: " TOTAL-ATENCAO.
          DISPLAY "LOTADAS............: " TOTAL-LOTADAS.
          IF TEM-CADCAPAC EQUAL "SIM"
              CLOSE CADCAPAC.
          CLOSE RELCAPAC.
          IF TOTAL-ATENCAO GREATER THAN ZEROES
             OR TOTAL-LOTADAS GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE.
