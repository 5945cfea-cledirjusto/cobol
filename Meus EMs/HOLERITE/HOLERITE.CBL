      *RESCISAO; ESPACO VALE F NAS GERACOES ANTIGAS), PARA O
      *FUNCIONARIO COM FOLHA E FERIAS NO MESMO MES NAO RECEBER OS
      *DOIS CONJUNTOS DE VERBAS NO MESMO HOLERITE - E A CONFERENCIA
      *DAS VERBAS CONTRA O LIQUIDO FECHAR EM CADA PAGINA. O
      *FUNCIONARIO COM CONTATO NO CADCONT (TIPO F, MANTIDO PELO
      *MANCONT) RECEBE O AVISO DE HOLERITE DISPONIVEL POR E-MAIL OU
      *SMS PELA FILA ARQMSG.DAT - O HOLERITE IMPRESSO CONTINUA SAINDO
      *PARA TODOS, ENTAO O AVISO NAO ENTREGUE NAO PEDE OUTRO PAPEL.
      *A MENSALIDADE DE SOCIO DESCONTADA EM FOLHA (MENSAL-SAI, VERBA
      *205) SAI EM LINHA PROPRIA ABAIXO DO EMPRESTIMO. A PENSAO
      *ALIMENTICIA POR ORDEM JUDICIAL (PENSAO-SAI, VERBA 206 POR
      *BENEFICIARIO) SAI EM LINHA PROPRIA LOGO ABAIXO DO IRRF, NA
      *ORDEM EM QUE A FOLHA A DESCONTA. COM A VARIAVEL DE AMBIENTE
      *TIPO_FOLHA=A O PROGRAMA LE O ARQADT.DAT DO ADIANTA E EMITE O
      *RECIBO DE ADIANTAMENTO QUINZENAL (SALARIO BASE, ADIANTAMENTO
      *E VALOR A RECEBER); NO HOLERITE DO MES O ADIANTAMENTO JA PAGO
      *(ADIANT-SAI, VERBA 207) SAI EM LINHA PROPRIA ANTES DO TOTAL
      *DE DESCONTOS. O HOLERITE DO MES SO E EMITIDO COM A COMPETENCIA
      *LIBERADA NO LIBFOL SOBRE ESTE MESMO CADSAI (CONFERIDO PELO
      *CONFLIB); SENAO O PROGRAMA TERMINA COM CODIGO 8 SEM IMPRIMIR.
      *O RECIBO DE ADIANTAMENTO NAO PASSA PELO LIBFOL.
      *SEM LIMITE DE QUANTIDADE DE VERBAS: CADSAI E ARQVERB VAO POR
      *SORT PARA A ORDEM DE MATRICULA E ORIGEM (SAIHOL E VRBHOL.DAT,
      *ORIGEM DA VERBA JA ACERTADA PARA F, V OU R) E AS VERBAS SAO
      *CASADAS EM PARALELO COM A FOLHA, NA ORDEM EM QUE FORAM
      *GRAVADAS; OS HOLERITES SAEM EM ORDEM DE MATRICULA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADCONT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-CON
          FILE STATUS IS FS-CON.
          SELECT OPTIONAL ARQMSG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTSAI ASSIGN TO DISK.
          SELECT SAIORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTVRB ASSIGN TO DISK.
          SELECT VRBORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADSAI
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS NOME-CADSAI.
          01 REG-SAI-ARQ               PIC X(106).

       SD  SORTSAI.
          01 REG-SSA.
          02 MATRICULA-SSA             PIC X(05).
          02 FILLER                    PIC X(79).
          02 TIPO-SSA                  PIC X(01).
          02 FILLER                    PIC X(21).

       FD  SAIORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SAIHOL.DAT".
          01 REG-SAI-ORD               PIC X(106).

       FD  ARQYTD
          LABEL RECORD ARE STANDARD
          02 MATRICULA-YTD            PIC 9(05).
          02 TOTAL-YTD                PIC 9(09)V9(02).
          02 MESES-YTD                PIC 9(02).
          02 COMPET-YTD               PIC 9(06).
          02 LIQUIDO-MES-YTD          PIC 9(07)V9(02).

       FD  HOLERITES
          LABEL RECORD IS OMITTED.
          02 VALOR-VRB                 PIC 9(07)V9(02).
          02 ORIGEM-VRB                PIC X(01).

       SD  SORTVRB.
          01 REG-SVR.
          02 MATRICULA-SVR             PIC 9(05).
          02 FILLER                    PIC X(33).
          02 ORIGEM-SVR                PIC X(01).

       FD  VRBORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "VRBHOL.DAT".
          01 REG-VRO.
          02 MATRICULA-VRO             PIC 9(05).
          02 VERBA-VRO                 PIC 9(03).
          02 DESCRICAO-VRO             PIC X(20).
          02 TIPO-VRO                  PIC X(01).
          02 VALOR-VRO                 PIC 9(07)V9(02).
          02 ORIGEM-VRO                PIC X(01).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       FD  CADCONT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADCONT.DAT".
          COPY REGCON.

       FD  ARQMSG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQMSG.DAT".
          COPY REGMSG.

       WORKING-STORAGE SECTION.
       77  TIPO-FOLHA         PIC X(01) VALUE SPACES.
       77  NOME-CADSAI        PIC X(30) VALUE
           "EM01\EX06\CADSAI.DAT".
       77  FIM-VRB            PIC X(03) VALUE "NAO".
       77  ORIGEM-HOLERITE    PIC X(01) VALUE "F".
       77  TEM-VERBA          PIC X(03) VALUE "NAO".
       77  SOMA-VERBAS        PIC S9(09)V9(02) VALUE ZEROES.
       01 CHAVE-HOLERITE.
          02 CHH-MATRICULA             PIC 9(05).
          02 CHH-ORIGEM                PIC X(01).
       01 CHAVE-VERBA.
          02 CHV-MATRICULA             PIC 9(05).
          02 CHV-ORIGEM                PIC X(01).
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  NAO-TEM-YTD        PIC X(03) VALUE "NAO".
       77  TOTAL-HOLERITES    PIC 9(05) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA-LOG   PIC 9(08).
       77  FS-CON             PIC X(02) VALUE "00".
       77  TEM-CADCONT        PIC X(03) VALUE "NAO".
       77  CONTADOR-MSG       PIC 9(04) VALUE ZEROES.
       77  COMPET-LIBERACAO   PIC 9(06) VALUE ZEROES.
       77  FOLHA-LIBERADA     PIC X(03) VALUE "NAO".
       77  MOTIVO-LIBERACAO   PIC X(60) VALUE SPACES.

       COPY REGSAI.

       01 HOL-L01.
          02 FILLER    PIC X(25) VALUE SPACES.
          02 FILLER    PIC X(22) VALUE "DESCONTO IRRF.......: ".
          02 HL05A-VAL PIC ZZ.ZZZ,99.

       01 HOL-L05B.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(22) VALUE "PENSAO ALIMENTICIA..: ".
          02 HL05B-VAL PIC ZZ.ZZZ,99.

       01 HOL-L06.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(22) VALUE "DESCONTO BENEFICIO..: ".
          02 FILLER    PIC X(22) VALUE "DESCONTO EMPRESTIMO.: ".
          02 HL06B-VAL PIC ZZ.ZZZ,99.

       01 HOL-L06C.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(22) VALUE "MENSALIDADE SOCIO...: ".
          02 HL06C-VAL PIC ZZ.ZZZ,99.

       01 HOL-L06D.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(22) VALUE "ADIANTAMENTO QUINZ..: ".
          02 HL06D-VAL PIC ZZ.ZZZ,99.

       01 HOL-ADT-L01.
          02 FILLER    PIC X(25) VALUE SPACES.
          02 FILLER    PIC X(30) VALUE
             "RECIBO DE ADIANTAMENTO".
          02 FILLER    PIC X(15) VALUE SPACES.
          02 HA01-DIA  PIC 99.
          02 FILLER    PIC X(01) VALUE "/".
          02 HA01-MES  PIC 99.
          02 FILLER    PIC X(01) VALUE "/".
          02 HA01-ANO  PIC 9999.

       01 HOL-ADT-L02.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(22) VALUE "SALARIO BASE........: ".
          02 HA02-VAL  PIC ZZ.ZZZ,99.

       01 HOL-ADT-L03.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(22) VALUE "ADIANTAMENTO QUINZ..: ".
          02 HA03-VAL  PIC ZZ.ZZZ,99.

       01 HOL-ADT-L04.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(22) VALUE "VALOR A RECEBER.....: ".
          02 HA04-VAL  PIC ZZ.ZZZ,99.

       01 HOL-ADT-L05.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(50) VALUE
             "VALOR A SER DESCONTADO NA FOLHA DO MES.".

       01 HOL-L07.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(22) VALUE "TOTAL DE DESCONTOS..: ".
       PROCEDURE DIVISION.

       PGM-HOLERITE.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

      *----------------------------------------------------------------
      *    FOLHA E VERBAS NA ORDEM DE MATRICULA E ORIGEM. A VERBA SEM
      *    ORIGEM (GERACOES ANTIGAS) ENTRA COMO F; O TIPO ESPACO DO
      *    CADSAI CAI LOGO ANTES DO F NA ORDEM E VALE F NA CASADA.
      *----------------------------------------------------------------
       ORDENA-ARQUIVOS.
          SORT SORTSAI ON ASCENDING KEY MATRICULA-SSA TIPO-SSA
              USING CADSAI
              GIVING SAIORD.
          SORT SORTVRB ON ASCENDING KEY MATRICULA-SVR ORIGEM-SVR
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS SELECIONA-VERBAS
              GIVING VRBORD.

       SELECIONA-VERBAS.
          OPEN INPUT ARQVERB.
          PERFORM LE-VERBA.
          PERFORM LIBERA-VERBA UNTIL FIM-VRB EQUAL "SIM".
          CLOSE ARQVERB.

       LE-VERBA.
          READ ARQVERB AT END MOVE "SIM" TO FIM-VRB.

       LIBERA-VERBA.
          MOVE REG-VRB TO REG-SVR.
          IF ORIGEM-VRB NOT EQUAL "V" AND ORIGEM-VRB NOT EQUAL "R"
              MOVE "F" TO ORIGEM-SVR.
          RELEASE REG-SVR.
          PERFORM LE-VERBA.

       LE-VERBA-ORD.
          READ VRBORD AT END MOVE HIGH-VALUES TO CHAVE-VERBA.
          IF CHAVE-VERBA NOT EQUAL HIGH-VALUES
              MOVE MATRICULA-VRO TO CHV-MATRICULA
              MOVE ORIGEM-VRO TO CHV-ORIGEM.

       INICIO.
          ACCEPT TIPO-FOLHA FROM ENVIRONMENT "TIPO_FOLHA".
          IF TIPO-FOLHA EQUAL "A"
              MOVE "EM01\EX06\ARQADT.DAT" TO NOME-CADSAI
          ELSE
              CALL "CONFLIB" USING COMPET-LIBERACAO FOLHA-LIBERADA
                  MOTIVO-LIBERACAO
              IF FOLHA-LIBERADA NOT EQUAL "SIM"
                  DISPLAY MOTIVO-LIBERACAO
                  DISPLAY "COMPETENCIA " COMPET-LIBERACAO
                      " - LIBERE A FOLHA NO LIBFOL. HOLERITES NAO "
                      "EMITIDOS."
                  MOVE 8 TO RETURN-CODE
                  STOP RUN.
          PERFORM ORDENA-ARQUIVOS.
          OPEN INPUT  SAIORD
                      VRBORD
                      ARQYTD
               OUTPUT HOLERITES.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          MOVE DATA-SISTEMA(7:2) TO HL01-DIA.
          MOVE DATA-SISTEMA(5:2) TO HL01-MES.
          MOVE DATA-SISTEMA(1:4) TO HL01-ANO.
          MOVE DATA-SISTEMA(7:2) TO HA01-DIA.
          MOVE DATA-SISTEMA(5:2) TO HA01-MES.
          MOVE DATA-SISTEMA(1:4) TO HA01-ANO.
          MOVE "NAO" TO TEM-CADCONT.
          OPEN INPUT CADCONT.
          IF FS-CON EQUAL "00"
              MOVE "SIM" TO TEM-CADCONT.
          OPEN EXTEND ARQMSG.
          MOVE LOW-VALUES TO CHAVE-VERBA.
          PERFORM LEITURA.

       LEITURA.
          READ SAIORD INTO REG-SAI AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          IF REG-SAI(1:3) EQUAL "HDR" OR REG-SAI(1:3) EQUAL "TRL"
              CONTINUE
          ELSE
          IF TIPO-SAI EQUAL "A"
              PERFORM IMPRIME-ADIANTAMENTO
          ELSE
              PERFORM IMPRIME-HOLERITE.
          PERFORM LEITURA.
          WRITE REGHOL FROM HOL-L05 AFTER ADVANCING 1 LINE.
          MOVE IRRF-SAI TO HL05A-VAL.
          WRITE REGHOL FROM HOL-L05A AFTER ADVANCING 1 LINE.
          IF PENSAO-SAI NUMERIC
             AND PENSAO-SAI GREATER THAN ZEROES
              MOVE PENSAO-SAI TO HL05B-VAL
              WRITE REGHOL FROM HOL-L05B AFTER ADVANCING 1 LINE.
          MOVE BENEF-SAI TO HL06-VAL.
          WRITE REGHOL FROM HOL-L06 AFTER ADVANCING 1 LINE.
          IF EMPREST-SAI NUMERIC
             AND EMPREST-SAI GREATER THAN ZEROES
              MOVE EMPREST-SAI TO HL06B-VAL
              WRITE REGHOL FROM HOL-L06B AFTER ADVANCING 1 LINE.
          IF MENSAL-SAI NUMERIC
             AND MENSAL-SAI GREATER THAN ZEROES
              MOVE MENSAL-SAI TO HL06C-VAL
              WRITE REGHOL FROM HOL-L06C AFTER ADVANCING 1 LINE.
          IF ADIANT-SAI NUMERIC
             AND ADIANT-SAI GREATER THAN ZEROES
              MOVE ADIANT-SAI TO HL06D-VAL
              WRITE REGHOL FROM HOL-L06D AFTER ADVANCING 1 LINE.
          MOVE DESCONTO-SAI TO HL07-VAL.
          WRITE REGHOL FROM HOL-L07 AFTER ADVANCING 1 LINE.
          MOVE LIQUIDO-SAI TO HL08-VAL.
          WRITE REGHOL FROM HOL-L08 AFTER ADVANCING 1 LINE.
          PERFORM IMPRIME-VERBAS.
          PERFORM IMPRIME-ACUMULADO.
          IF TEM-CADCONT EQUAL "SIM"
              PERFORM AVISA-HOLERITE.

      *----------------------------------------------------------------
      *    RECIBO DO ADIANTAMENTO QUINZENAL (ARQADT). NAO TEM VERBAS
      *    NEM ACUMULADO - O VALOR ENTRA NO ANO PELA FOLHA DO MES.
      *----------------------------------------------------------------
       IMPRIME-ADIANTAMENTO.
          ADD 1 TO TOTAL-HOLERITES.
          MOVE SPACES TO REGHOL.
          WRITE REGHOL AFTER ADVANCING PAGE.
          WRITE REGHOL FROM HOL-ADT-L01 AFTER ADVANCING 1 LINE.
          WRITE REGHOL FROM HOL-L02 AFTER ADVANCING 1 LINE.
          MOVE MATRICULA-SAI TO HL03-MAT.
          MOVE NOME-SAI TO HL03-NOME.
          WRITE REGHOL FROM HOL-L03 AFTER ADVANCING 1 LINE.
          WRITE REGHOL FROM HOL-L02 AFTER ADVANCING 1 LINE.
          MOVE SALARIOB-SAI TO HA02-VAL.
          WRITE REGHOL FROM HOL-ADT-L02 AFTER ADVANCING 1 LINE.
          MOVE ADIANT-SAI TO HA03-VAL.
          WRITE REGHOL FROM HOL-ADT-L03 AFTER ADVANCING 1 LINE.
          MOVE LIQUIDO-SAI TO HA04-VAL.
          WRITE REGHOL FROM HOL-ADT-L04 AFTER ADVANCING 1 LINE.
          WRITE REGHOL FROM HOL-L02 AFTER ADVANCING 1 LINE.
          WRITE REGHOL FROM HOL-ADT-L05 AFTER ADVANCING 1 LINE.
          IF TEM-CADCONT EQUAL "SIM"
              PERFORM AVISA-HOLERITE.

       AVISA-HOLERITE.
          MOVE "F" TO TIPO-CON.
          MOVE MATRICULA-SAI TO NUMERO-CON.
          READ CADCONT KEY IS CHAVE-CON
              INVALID KEY MOVE SPACES TO FONE-CON EMAIL-CON.
          IF EMAIL-CON NOT EQUAL SPACES
             OR FONE-CON NOT EQUAL SPACES
              PERFORM POSTA-AVISO.

       POSTA-AVISO.
          ADD 1 TO CONTADOR-MSG.
          ACCEPT HORA-SISTEMA-LOG FROM TIME.
          MOVE SPACES TO REG-MSG.
          MOVE DATA-SISTEMA TO DATA-MSG.
          MOVE HORA-SISTEMA-LOG(1:6) TO HORA-MSG.
          MOVE "HOLERITE" TO ORIGEM-MSG.
          MOVE CONTADOR-MSG TO SEQ-MSG.
          IF EMAIL-CON NOT EQUAL SPACES
              MOVE "E" TO CANAL-MSG
              MOVE EMAIL-CON TO DESTINO-MSG
          ELSE
              MOVE "S" TO CANAL-MSG
              MOVE FONE-CON TO DESTINO-MSG.
          MOVE "F" TO TIPO-DEST-MSG.
          MOVE MATRICULA-SAI TO CHAVE-DEST-MSG.
          MOVE NOME-SAI TO NOME-DEST-MSG.
          MOVE "N" TO RESERVA-MSG.
          STRING "SEU DEMONSTRATIVO DE PAGAMENTO DE " DELIMITED BY SIZE
                 DATA-SISTEMA(5:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 DATA-SISTEMA(1:4) DELIMITED BY SIZE
                 " ESTA DISPONIVEL NO DEPARTAMENTO PESSOAL."
                     DELIMITED BY SIZE
                 INTO TEXTO-MSG.
          MOVE "P" TO SITUACAO-MSG.
          MOVE ZEROES TO DATA-ENV-MSG.
          WRITE REG-MSG.

       IMPRIME-VERBAS.
          MOVE "NAO" TO TEM-VERBA.
          MOVE ZEROES TO SOMA-VERBAS.
          MOVE MATRICULA-SAI TO CHH-MATRICULA.
          MOVE ORIGEM-HOLERITE TO CHH-ORIGEM.
          PERFORM LE-VERBA-ORD
              UNTIL CHAVE-VERBA NOT LESS CHAVE-HOLERITE.
          PERFORM IMPRIME-UMA-VERBA
              UNTIL CHAVE-VERBA NOT EQUAL CHAVE-HOLERITE.
          IF TEM-VERBA EQUAL "SIM"
             AND SOMA-VERBAS NOT EQUAL LIQUIDO-SAI
              WRITE REGHOL FROM HOL-VRB-DIV AFTER ADVANCING 1 LINE
                  "MATRICULA " MATRICULA-SAI ".".

       IMPRIME-UMA-VERBA.
          MOVE "SIM" TO TEM-VERBA.
          MOVE VERBA-VRO TO HVB-COD.
          MOVE DESCRICAO-VRO TO HVB-DESC.
          MOVE TIPO-VRO TO HVB-TIPO.
          MOVE VALOR-VRO TO HVB-VAL.
          WRITE REGHOL FROM HOL-VRB AFTER ADVANCING 1 LINE.
          IF TIPO-VRO EQUAL "P"
              ADD VALOR-VRO TO SOMA-VERBAS
          ELSE
              SUBTRACT VALOR-VRO FROM SOMA-VERBAS.
          PERFORM LE-VERBA-ORD.

       IMPRIME-ACUMULADO.
          MOVE "NAO" TO NAO-TEM-YTD.
       TERMINO.
          PERFORM GRAVA-LOG.
          DISPLAY "HOLERITES EMITIDOS: " TOTAL-HOLERITES.
          DISPLAY "AVISOS POSTADOS...: " CONTADOR-MSG.
          CLOSE SAIORD
                VRBORD
                ARQYTD
                HOLERITES
                ARQMSG.
          IF TEM-CADCONT EQUAL "SIM"
              CLOSE CADCONT.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
