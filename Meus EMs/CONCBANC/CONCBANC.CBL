       IDENTIFICATION DIVISION.
          PROGRAM-ID.      CONCBANC.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONCILIACAO BANCARIA DOS CINCO CANAIS DE ENTRADA DO
      *DINHEIRO. CASA OS DEPOSITOS ESPERADOS (DEPESP.DAT, GRAVADOS
      *PELO FECHCAIX, RETBANC, RETCART, RETDEB E AGENRET) COM OS
      *CREDITOS DO EXTRATO DA CONTA (ARQEXTR.DAT, CARREGADO PELO
      *IMPEXTR). PRIMEIRA PASSADA: MESMO CANAL, MESMO VALOR E DATA
      *DO EXTRATO ENTRE A DATA ESPERADA E N DIAS DEPOIS (PARMCONC.DAT,
      *TOLERANCIA = 2 DIAS). SEGUNDA PASSADA, SO PARA CARTAO (CANAL
      *3): MESMO CANAL E JANELA DE DATA COM VALOR DIFERENTE ATE X%
      *DO ESPERADO (PARMCONC, PADRAO 5%) - E A DIFERENCA DE TARIFA DA
      *ADQUIRENTE, QUE SAI NO RELATORIO NO DIA EM QUE APARECE. OS
      *DOIS ARQUIVOS SAO REGRAVADOS COM A MARCA C-CONCILIADO E A
      *REFERENCIA DO PAR. O RELATORIO RELCONC TRAZ OS PARES CASADOS
      *NESTA EXECUCAO, OS CREDITOS DO BANCO SEM DEPOSITO ESPERADO,
      *OS DEPOSITOS ESPERADOS QUE NAO CHEGARAM AO BANCO E O AGING DOS
      *ITENS EM ABERTO POR CANAL (0-2, 3-7, 8-30 E ACIMA DE 30 DIAS).
      *SAI COM CODIGO 4 QUANDO HA ITEM EM ABERTO ALEM DA TOLERANCIA E
      *COM CODIGO 8, SEM REGRAVAR NADA, SE AS TABELAS LOTAREM (5000
      *DEPOSITOS E 5000 CREDITOS); A OCUPACAO DAS DUAS TABELAS VAI
      *PARA O CADCAPAC (CAPTAB).

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL DEPESP ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQEXTR ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMCONC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELCONC ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  DEPESP
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DEPESP.DAT".
          COPY REGDEP.

       FD  ARQEXTR
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQEXTR.DAT".
          COPY REGEXT.

       FD  PARMCONC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMCONC.DAT".
          01 REG-PARMCONC.
          02 TOLERANCIA-PARM           PIC 9(02).
          02 PERCENTUAL-PARM           PIC 9(02).

       FD  RELCONC
          LABEL RECORD IS OMITTED.
          01  REGCONC     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FIM-DEP            PIC X(03) VALUE "NAO".
       77  FIM-EXT            PIC X(03) VALUE "NAO".
       77  FIM-PARM           PIC X(03) VALUE "NAO".
       77  TABELA-LOTADA      PIC X(03) VALUE "NAO".
       77  ACHOU-PAR          PIC X(03) VALUE "NAO".
       77  TOLERANCIA-DIAS    PIC 9(02) VALUE 02.
       77  PERCENTUAL-DIF     PIC 9(02) VALUE 05.
       77  QTD-DEPOSITOS      PIC 9(04) VALUE ZEROES.
       77  QTD-CREDITOS       PIC 9(04) VALUE ZEROES.
       77  EXCEDENTE-DEP      PIC 9(07) VALUE ZEROES.
       77  EXCEDENTE-EXT      PIC 9(07) VALUE ZEROES.
       77  IX-DEP             PIC 9(04) VALUE ZEROES.
       77  IX-EXT             PIC 9(04) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(04) VALUE ZEROES.
       77  IX-CAN             PIC 9(01) VALUE ZEROES.
       77  IX-FAI             PIC 9(01) VALUE ZEROES.
       77  DIAS-HOJE          PIC 9(07) VALUE ZEROES.
       77  DIAS-CALC          PIC 9(07) VALUE ZEROES.
       77  DIF-DIAS           PIC S9(07) VALUE ZEROES.
       77  IDADE-DIAS         PIC S9(07) VALUE ZEROES.
       77  DIF-VALOR          PIC S9(11)V9(02) VALUE ZEROES.
       77  DIF-ABSOLUTA       PIC 9(11)V9(02) VALUE ZEROES.
       77  DIF-MAXIMA         PIC 9(11)V9(02) VALUE ZEROES.
       77  CONTADOR-CASADOS   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-TARIFA    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-ABERTO-BC PIC 9(06) VALUE ZEROES.
       77  CONTADOR-ABERTO-SI PIC 9(06) VALUE ZEROES.
       77  CONTADOR-ATRASADOS PIC 9(06) VALUE ZEROES.
       77  SOMA-CASADA        PIC 9(13)V9(02) VALUE ZEROES.
       77  SOMA-DIF-TARIFA    PIC S9(11)V9(02) VALUE ZEROES.
       77  SOMA-ABERTO-BC     PIC 9(13)V9(02) VALUE ZEROES.
       77  SOMA-ABERTO-SI     PIC 9(13)V9(02) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 DATA-CALC-DEC.
          02 ANO-CALC                  PIC 9(04).
          02 MES-CALC                  PIC 9(02).
          02 DIA-CALC                  PIC 9(02).

       01 TAB-DEPOSITOS.
          02 DEP-OCORRENCIA OCCURS 5000 TIMES.
             03 DEP-DATA               PIC 9(08).
             03 DEP-CANAL              PIC 9(01).
             03 DEP-ORIGEM             PIC X(08).
             03 DEP-REFER              PIC 9(10).
             03 DEP-QTD                PIC 9(06).
             03 DEP-VALOR              PIC 9(11)V9(02).
             03 DEP-SITUACAO           PIC X(01).
             03 DEP-DATA-EXT           PIC 9(08).
             03 DEP-SEQ-EXT            PIC 9(06).
             03 DEP-DIFERENCA          PIC S9(09)V9(02).
             03 DEP-DIAS               PIC 9(07).
             03 DEP-AGORA              PIC X(01).
             03 DEP-PAR                PIC 9(04).

       01 TAB-CREDITOS.
          02 EXT-OCORRENCIA OCCURS 5000 TIMES.
             03 EXT-DATA               PIC 9(08).
             03 EXT-SEQ                PIC 9(06).
             03 EXT-HISTORICO          PIC 9(04).
             03 EXT-CANAL              PIC 9(01).
             03 EXT-DOCUMENTO          PIC X(10).
             03 EXT-VALOR              PIC 9(11)V9(02).
             03 EXT-SITUACAO           PIC X(01).
             03 EXT-DATA-DEP           PIC 9(08).
             03 EXT-DIFERENCA          PIC S9(09)V9(02).
             03 EXT-DIAS               PIC 9(07).

      *----------------------------------------------------------------
      *    AGING DOS ITENS EM ABERTO: LINHA = CANAL (0 A 5, INDICE 1 A
      *    6), COLUNA = FAIXA DE IDADE. UMA TABELA PARA OS CREDITOS DO
      *    BANCO SEM PAR E OUTRA PARA OS DEPOSITOS QUE NAO CHEGARAM.
      *----------------------------------------------------------------
       01 TAB-AGING-BANCO.
          02 AGB-CANAL OCCURS 6 TIMES.
             03 AGB-VALOR OCCURS 4 TIMES PIC 9(11)V9(02).

       01 TAB-AGING-SISTEMA.
          02 AGS-CANAL OCCURS 6 TIMES.
             03 AGS-VALOR OCCURS 4 TIMES PIC 9(11)V9(02).

       01 TAB-NOMES-CANAL.
          02 FILLER PIC X(13) VALUE "NAO RECONHEC.".
          02 FILLER PIC X(13) VALUE "DINHEIRO     ".
          02 FILLER PIC X(13) VALUE "TRANSFERENCIA".
          02 FILLER PIC X(13) VALUE "CARTAO       ".
          02 FILLER PIC X(13) VALUE "DEBITO AUTOM.".
          02 FILLER PIC X(13) VALUE "AGENCIA      ".
       01 TAB-NOMES-CANAL-R REDEFINES TAB-NOMES-CANAL.
          02 NOME-CANAL OCCURS 6 TIMES PIC X(13).

       01 TAB-FAIXAS.
          02 FILLER PIC X(05) VALUE "0-2  ".
          02 FILLER PIC X(05) VALUE "3-7  ".
          02 FILLER PIC X(05) VALUE "8-30 ".
          02 FILLER PIC X(05) VALUE ">30  ".
       01 TAB-FAIXAS-R REDEFINES TAB-FAIXAS.
          02 NOME-FAIXA OCCURS 4 TIMES PIC X(05).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "CONCILIACAO BANCAR".
          02 FILLER    PIC X(12) VALUE "IA          ".
          COPY CABPAG.

       01 CAB-SECAO.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 SEC-TITULO PIC X(60).

       01 CAB-COLUNAS              PIC X(80) VALUE SPACES.

       01 COL-CASADOS.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(08) VALUE "DT.ESPER".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(01) VALUE "C".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(08) VALUE "ORIGEM  ".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(13) VALUE "     ESPERADO".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(08) VALUE "DT.EXTR.".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(13) VALUE "    CREDITADO".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(14) VALUE "     DIFERENCA".

       01 COL-BANCO.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(08) VALUE "DT.EXTR.".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(06) VALUE "   SEQ".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(04) VALUE "HIST".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(01) VALUE "C".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(10) VALUE "DOCUMENTO ".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(13) VALUE "      CREDITO".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(05) VALUE "IDADE".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(05) VALUE "FAIXA".

       01 COL-SISTEMA.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(08) VALUE "DT.ESPER".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(01) VALUE "C".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(08) VALUE "ORIGEM  ".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(10) VALUE "REFERENCIA".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(06) VALUE "  QTDE".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(13) VALUE "     ESPERADO".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(05) VALUE "IDADE".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(05) VALUE "FAIXA".

       01 COL-AGING.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(15) VALUE "C CANAL        ".
          02 FILLER    PIC X(13) VALUE "          0-2".
          02 FILLER    PIC X(13) VALUE "          3-7".
          02 FILLER    PIC X(13) VALUE "         8-30".
          02 FILLER    PIC X(13) VALUE "     ACIMA 30".

       01 DET-CASADO.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DC-DATA-DEP PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DC-CANAL  PIC 9(01).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DC-ORIGEM PIC X(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DC-VALOR-DEP PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DC-DATA-EXT PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DC-VALOR-EXT PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DC-DIF    PIC -ZZ.ZZZ.ZZ9,99.

       01 DET-BANCO.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DB-DATA   PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DB-SEQ    PIC ZZZZZ9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DB-HIST   PIC 9(04).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DB-CANAL  PIC 9(01).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DB-DOC    PIC X(10).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DB-VALOR  PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DB-IDADE  PIC ZZZZ9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DB-FAIXA  PIC X(05).

       01 DET-SISTEMA.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DS-DATA   PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DS-CANAL  PIC 9(01).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DS-ORIGEM PIC X(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DS-REFER  PIC Z(09)9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DS-QTD    PIC ZZZZZ9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DS-VALOR  PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DS-IDADE  PIC ZZZZ9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DS-FAIXA  PIC X(05).

       01 DET-AGING.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DA-CANAL  PIC 9(01).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DA-NOME   PIC X(13).
          02 DA-FAIXA OCCURS 4 TIMES.
             03 FILLER PIC X(01).
             03 DA-VALOR PIC Z.ZZZ.ZZ9,99.

       01 LIN-TOTAL.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 TOT-ROTULO PIC X(30).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 TOT-QTD   PIC ZZZZZ9.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 TOT-VALOR PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-LOG.
          02 LOG-PROGRAMA              PIC X(08).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-DATA.
             03 LOG-ANO                PIC 9(04).
             03 FILLER                 PIC X(01) VALUE "-".
             03 LOG-MES                PIC 9(02).
             03 FILLER                 PIC X(01) VALUE "-".
             03 LOG-DIA                PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-HORA.
             03 LOG-HH                 PIC 9(02).
             03 FILLER                 PIC X(01) VALUE ":".
             03 LOG-MI                 PIC 9(02).
             03 FILLER                 PIC X(01) VALUE ":".
             03 LOG-SS                 PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 FILLER                    PIC X(05) VALUE "LIDOS".
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-LIDOS                 PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-ARQ1-NOME             PIC X(08).
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ1-QTD              PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-ARQ2-NOME             PIC X(08).
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ2-QTD              PIC 9(06).

       COPY REGCAP.

       PROCEDURE DIVISION.

       PGM-CONCBANC.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          MOVE DATA-SISTEMA TO DATA-CALC-DEC.
          PERFORM CALCULA-DIAS.
          MOVE DIAS-CALC TO DIAS-HOJE.
          MOVE ZEROES TO TAB-AGING-BANCO.
          MOVE ZEROES TO TAB-AGING-SISTEMA.
          PERFORM LE-PARAMETRO.
          PERFORM CARGA-DEPOSITOS.
          PERFORM CARGA-CREDITOS.
          IF TABELA-LOTADA EQUAL "SIM"
              DISPLAY "CONCILIACAO NAO EXECUTADA - NADA FOI REGRAVADO."
              PERFORM REGISTRA-CAPACIDADE
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          IF QTD-DEPOSITOS GREATER THAN ZEROES
             AND QTD-CREDITOS GREATER THAN ZEROES
              PERFORM CASA-EXATO
                  VARYING IX-DEP FROM 1 BY 1
                  UNTIL IX-DEP GREATER THAN QTD-DEPOSITOS
              PERFORM CASA-TARIFA
                  VARYING IX-DEP FROM 1 BY 1
                  UNTIL IX-DEP GREATER THAN QTD-DEPOSITOS.
          OPEN OUTPUT RELCONC.
          PERFORM IMPRIME-CASADOS.
          PERFORM IMPRIME-ABERTOS-BANCO.
          PERFORM IMPRIME-ABERTOS-SISTEMA.
          PERFORM IMPRIME-AGING.
          PERFORM REGRAVA-DEPOSITOS.
          PERFORM REGRAVA-CREDITOS.
          PERFORM TERMINO.
          STOP RUN.

       LE-PARAMETRO.
          OPEN INPUT PARMCONC.
          READ PARMCONC AT END MOVE "SIM" TO FIM-PARM.
          IF FIM-PARM NOT EQUAL "SIM"
              IF TOLERANCIA-PARM NUMERIC
                  MOVE TOLERANCIA-PARM TO TOLERANCIA-DIAS
              END-IF
              IF PERCENTUAL-PARM NUMERIC
                  MOVE PERCENTUAL-PARM TO PERCENTUAL-DIF.
          CLOSE PARMCONC.

      *----------------------------------------------------------------
      *    MESMA CONTA DE DIAS DO CONSEXC (ANO * 365 + MES * 30 + DIA),
      *    SUFICIENTE PARA JANELA DE TOLERANCIA E FAIXA DE IDADE.
      *----------------------------------------------------------------
       CALCULA-DIAS.
          COMPUTE DIAS-CALC = (ANO-CALC * 365)
              + (MES-CALC * 30) + DIA-CALC.

       CARGA-DEPOSITOS.
          OPEN INPUT DEPESP.
          PERFORM LE-DEPOSITO.
          PERFORM GUARDA-DEPOSITO UNTIL FIM-DEP EQUAL "SIM".
          CLOSE DEPESP.

       LE-DEPOSITO.
          READ DEPESP AT END MOVE "SIM" TO FIM-DEP.

       GUARDA-DEPOSITO.
          IF QTD-DEPOSITOS NOT LESS 5000
              IF EXCEDENTE-DEP EQUAL ZEROES
                  DISPLAY "TABELA DE DEPOSITOS ESPERADOS LOTADA "
                      "(5000) - DEPESP MAIOR QUE A TABELA"
              END-IF
              MOVE "SIM" TO TABELA-LOTADA
              ADD 1 TO EXCEDENTE-DEP
              PERFORM LE-DEPOSITO
          ELSE
              ADD 1 TO QTD-DEPOSITOS
              MOVE DATA-DEP TO DEP-DATA (QTD-DEPOSITOS)
              MOVE CANAL-DEP TO DEP-CANAL (QTD-DEPOSITOS)
              MOVE ORIGEM-DEP TO DEP-ORIGEM (QTD-DEPOSITOS)
              MOVE REFER-DEP TO DEP-REFER (QTD-DEPOSITOS)
              MOVE QTD-DEP TO DEP-QTD (QTD-DEPOSITOS)
              MOVE VALOR-DEP TO DEP-VALOR (QTD-DEPOSITOS)
              MOVE SITUACAO-DEP TO DEP-SITUACAO (QTD-DEPOSITOS)
              MOVE DATA-EXT-DEP TO DEP-DATA-EXT (QTD-DEPOSITOS)
              MOVE SEQ-EXT-DEP TO DEP-SEQ-EXT (QTD-DEPOSITOS)
              MOVE DIFERENCA-DEP TO DEP-DIFERENCA (QTD-DEPOSITOS)
              MOVE "N" TO DEP-AGORA (QTD-DEPOSITOS)
              MOVE ZEROES TO DEP-PAR (QTD-DEPOSITOS)
              MOVE DATA-DEP TO DATA-CALC-DEC
              PERFORM CALCULA-DIAS
              MOVE DIAS-CALC TO DEP-DIAS (QTD-DEPOSITOS)
              PERFORM LE-DEPOSITO.

       CARGA-CREDITOS.
          OPEN INPUT ARQEXTR.
          PERFORM LE-CREDITO.
          PERFORM GUARDA-CREDITO UNTIL FIM-EXT EQUAL "SIM".
          CLOSE ARQEXTR.

       LE-CREDITO.
          READ ARQEXTR AT END MOVE "SIM" TO FIM-EXT.

       GUARDA-CREDITO.
          IF QTD-CREDITOS NOT LESS 5000
              IF EXCEDENTE-EXT EQUAL ZEROES
                  DISPLAY "TABELA DE CREDITOS DO EXTRATO LOTADA "
                      "(5000) - ARQEXTR MAIOR QUE A TABELA"
              END-IF
              MOVE "SIM" TO TABELA-LOTADA
              ADD 1 TO EXCEDENTE-EXT
              PERFORM LE-CREDITO
          ELSE
              ADD 1 TO QTD-CREDITOS
              MOVE DATA-EXT TO EXT-DATA (QTD-CREDITOS)
              MOVE SEQ-EXT TO EXT-SEQ (QTD-CREDITOS)
              MOVE HISTORICO-EXT TO EXT-HISTORICO (QTD-CREDITOS)
              MOVE CANAL-EXT TO EXT-CANAL (QTD-CREDITOS)
              MOVE DOCUMENTO-EXT TO EXT-DOCUMENTO (QTD-CREDITOS)
              MOVE VALOR-EXT TO EXT-VALOR (QTD-CREDITOS)
              MOVE SITUACAO-EXT TO EXT-SITUACAO (QTD-CREDITOS)
              MOVE DATA-DEP-EXT TO EXT-DATA-DEP (QTD-CREDITOS)
              MOVE DIFERENCA-EXT TO EXT-DIFERENCA (QTD-CREDITOS)
              MOVE DATA-EXT TO DATA-CALC-DEC
              PERFORM CALCULA-DIAS
              MOVE DIAS-CALC TO EXT-DIAS (QTD-CREDITOS)
              PERFORM LE-CREDITO.

      *----------------------------------------------------------------
      *    PRIMEIRA PASSADA: CANAL E VALOR IGUAIS, CREDITO NO BANCO NA
      *    DATA ESPERADA OU ATE N DIAS DEPOIS. FICA O PRIMEIRO CREDITO
      *    PENDENTE QUE SATISFAZ (O ARQEXTR ESTA EM ORDEM DE DATA).
      *----------------------------------------------------------------
       CASA-EXATO.
          IF DEP-SITUACAO (IX-DEP) EQUAL "P"
              MOVE "NAO" TO ACHOU-PAR
              PERFORM TESTA-EXATO
                  VARYING IX-EXT FROM 1 BY 1
                  UNTIL IX-EXT GREATER THAN QTD-CREDITOS
                     OR ACHOU-PAR EQUAL "SIM"
              IF ACHOU-PAR EQUAL "SIM"
                  PERFORM MARCA-PAR.

       TESTA-EXATO.
          IF EXT-SITUACAO (IX-EXT) EQUAL "P"
             AND EXT-CANAL (IX-EXT) EQUAL DEP-CANAL (IX-DEP)
             AND EXT-VALOR (IX-EXT) EQUAL DEP-VALOR (IX-DEP)
              PERFORM CONFERE-JANELA.

       CONFERE-JANELA.
          COMPUTE DIF-DIAS = EXT-DIAS (IX-EXT) - DEP-DIAS (IX-DEP).
          IF DIF-DIAS NOT LESS ZEROES
             AND DIF-DIAS NOT GREATER TOLERANCIA-DIAS
              MOVE "SIM" TO ACHOU-PAR
              MOVE IX-EXT TO IX-ACHADO.

      *----------------------------------------------------------------
      *    SEGUNDA PASSADA, SO CARTAO: A ADQUIRENTE CREDITA O LIQUIDO
      *    COM A TARIFA QUE ELA COBROU, QUE PODE NAO SER A CONTRATADA.
      *    MESMA JANELA DE DATA E DIFERENCA ATE X% DO ESPERADO.
      *----------------------------------------------------------------
       CASA-TARIFA.
          IF DEP-SITUACAO (IX-DEP) EQUAL "P"
             AND DEP-CANAL (IX-DEP) EQUAL 3
              COMPUTE DIF-MAXIMA ROUNDED =
                  DEP-VALOR (IX-DEP) * PERCENTUAL-DIF / 100
              MOVE "NAO" TO ACHOU-PAR
              PERFORM TESTA-TARIFA
                  VARYING IX-EXT FROM 1 BY 1
                  UNTIL IX-EXT GREATER THAN QTD-CREDITOS
                     OR ACHOU-PAR EQUAL "SIM"
              IF ACHOU-PAR EQUAL "SIM"
                  PERFORM MARCA-PAR.

       TESTA-TARIFA.
          IF EXT-SITUACAO (IX-EXT) EQUAL "P"
             AND EXT-CANAL (IX-EXT) EQUAL 3
              COMPUTE DIF-VALOR =
                  EXT-VALOR (IX-EXT) - DEP-VALOR (IX-DEP)
              IF DIF-VALOR LESS THAN ZEROES
                  COMPUTE DIF-ABSOLUTA = ZEROES - DIF-VALOR
              ELSE
                  MOVE DIF-VALOR TO DIF-ABSOLUTA
              END-IF
              IF DIF-ABSOLUTA NOT GREATER DIF-MAXIMA
                  PERFORM CONFERE-JANELA.

       MARCA-PAR.
          COMPUTE DIF-VALOR =
              EXT-VALOR (IX-ACHADO) - DEP-VALOR (IX-DEP).
          MOVE "C" TO DEP-SITUACAO (IX-DEP).
          MOVE "S" TO DEP-AGORA (IX-DEP).
          MOVE IX-ACHADO TO DEP-PAR (IX-DEP).
          MOVE EXT-DATA (IX-ACHADO) TO DEP-DATA-EXT (IX-DEP).
          MOVE EXT-SEQ (IX-ACHADO) TO DEP-SEQ-EXT (IX-DEP).
          MOVE DIF-VALOR TO DEP-DIFERENCA (IX-DEP).
          MOVE "C" TO EXT-SITUACAO (IX-ACHADO).
          MOVE DEP-DATA (IX-DEP) TO EXT-DATA-DEP (IX-ACHADO).
          MOVE DIF-VALOR TO EXT-DIFERENCA (IX-ACHADO).
          ADD 1 TO CONTADOR-CASADOS.
          ADD DEP-VALOR (IX-DEP) TO SOMA-CASADA.
          IF DIF-VALOR NOT EQUAL ZEROES
              ADD 1 TO CONTADOR-TARIFA
              ADD DIF-VALOR TO SOMA-DIF-TARIFA.

       IMPRIME-CASADOS.
          MOVE "PARES CASADOS NESTA EXECUCAO" TO SEC-TITULO.
          MOVE COL-CASADOS TO CAB-COLUNAS.
          PERFORM CABECALHO.
          IF QTD-DEPOSITOS GREATER THAN ZEROES
              PERFORM IMPRIME-UM-CASADO
                  VARYING IX-DEP FROM 1 BY 1
                  UNTIL IX-DEP GREATER THAN QTD-DEPOSITOS.
          MOVE "CASADOS NESTA EXECUCAO.......:" TO TOT-ROTULO.
          MOVE CONTADOR-CASADOS TO TOT-QTD.
          MOVE SOMA-CASADA TO TOT-VALOR.
          WRITE REGCONC FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
          MOVE "DIFERENCA DE TARIFA (CARTAO).:" TO TOT-ROTULO.
          MOVE CONTADOR-TARIFA TO TOT-QTD.
          MOVE SOMA-DIF-TARIFA TO TOT-VALOR.
          WRITE REGCONC FROM LIN-TOTAL AFTER ADVANCING 1 LINE.

       IMPRIME-UM-CASADO.
          IF DEP-AGORA (IX-DEP) EQUAL "S"
              IF CT-LIN GREATER THAN LIMITE-LIN
                  PERFORM CABECALHO
              END-IF
              MOVE DEP-DATA (IX-DEP) TO DC-DATA-DEP
              MOVE DEP-CANAL (IX-DEP) TO DC-CANAL
              MOVE DEP-ORIGEM (IX-DEP) TO DC-ORIGEM
              MOVE DEP-VALOR (IX-DEP) TO DC-VALOR-DEP
              MOVE DEP-DATA-EXT (IX-DEP) TO DC-DATA-EXT
              MOVE DEP-PAR (IX-DEP) TO IX-ACHADO
              MOVE EXT-VALOR (IX-ACHADO) TO DC-VALOR-EXT
              MOVE DEP-DIFERENCA (IX-DEP) TO DC-DIF
              WRITE REGCONC FROM DET-CASADO AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN.

       IMPRIME-ABERTOS-BANCO.
          MOVE "CREDITOS NO BANCO SEM DEPOSITO ESPERADO" TO SEC-TITULO.
          MOVE COL-BANCO TO CAB-COLUNAS.
          PERFORM CABECALHO.
          IF QTD-CREDITOS GREATER THAN ZEROES
              PERFORM IMPRIME-UM-BANCO
                  VARYING IX-EXT FROM 1 BY 1
                  UNTIL IX-EXT GREATER THAN QTD-CREDITOS.
          MOVE "EM ABERTO NO BANCO...........:" TO TOT-ROTULO.
          MOVE CONTADOR-ABERTO-BC TO TOT-QTD.
          MOVE SOMA-ABERTO-BC TO TOT-VALOR.
          WRITE REGCONC FROM LIN-TOTAL AFTER ADVANCING 2 LINES.

       IMPRIME-UM-BANCO.
          IF EXT-SITUACAO (IX-EXT) EQUAL "P"
              COMPUTE IDADE-DIAS = DIAS-HOJE - EXT-DIAS (IX-EXT)
              PERFORM CLASSIFICA-IDADE
              COMPUTE IX-CAN = EXT-CANAL (IX-EXT) + 1
              ADD EXT-VALOR (IX-EXT) TO AGB-VALOR (IX-CAN, IX-FAI)
              ADD 1 TO CONTADOR-ABERTO-BC
              ADD EXT-VALOR (IX-EXT) TO SOMA-ABERTO-BC
              IF CT-LIN GREATER THAN LIMITE-LIN
                  PERFORM CABECALHO
              END-IF
              MOVE EXT-DATA (IX-EXT) TO DB-DATA
              MOVE EXT-SEQ (IX-EXT) TO DB-SEQ
              MOVE EXT-HISTORICO (IX-EXT) TO DB-HIST
              MOVE EXT-CANAL (IX-EXT) TO DB-CANAL
              MOVE EXT-DOCUMENTO (IX-EXT) TO DB-DOC
              MOVE EXT-VALOR (IX-EXT) TO DB-VALOR
              MOVE IDADE-DIAS TO DB-IDADE
              MOVE NOME-FAIXA (IX-FAI) TO DB-FAIXA
              WRITE REGCONC FROM DET-BANCO AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN.

       IMPRIME-ABERTOS-SISTEMA.
          MOVE "DEPOSITOS ESPERADOS QUE NAO CHEGARAM AO BANCO"
              TO SEC-TITULO.
          MOVE COL-SISTEMA TO CAB-COLUNAS.
          PERFORM CABECALHO.
          IF QTD-DEPOSITOS GREATER THAN ZEROES
              PERFORM IMPRIME-UM-SISTEMA
                  VARYING IX-DEP FROM 1 BY 1
                  UNTIL IX-DEP GREATER THAN QTD-DEPOSITOS.
          MOVE "EM ABERTO NO SISTEMA.........:" TO TOT-ROTULO.
          MOVE CONTADOR-ABERTO-SI TO TOT-QTD.
          MOVE SOMA-ABERTO-SI TO TOT-VALOR.
          WRITE REGCONC FROM LIN-TOTAL AFTER ADVANCING 2 LINES.

       IMPRIME-UM-SISTEMA.
          IF DEP-SITUACAO (IX-DEP) EQUAL "P"
              COMPUTE IDADE-DIAS = DIAS-HOJE - DEP-DIAS (IX-DEP)
              PERFORM CLASSIFICA-IDADE
              COMPUTE IX-CAN = DEP-CANAL (IX-DEP) + 1
              ADD DEP-VALOR (IX-DEP) TO AGS-VALOR (IX-CAN, IX-FAI)
              ADD 1 TO CONTADOR-ABERTO-SI
              ADD DEP-VALOR (IX-DEP) TO SOMA-ABERTO-SI
              IF CT-LIN GREATER THAN LIMITE-LIN
                  PERFORM CABECALHO
              END-IF
              MOVE DEP-DATA (IX-DEP) TO DS-DATA
              MOVE DEP-CANAL (IX-DEP) TO DS-CANAL
              MOVE DEP-ORIGEM (IX-DEP) TO DS-ORIGEM
              MOVE DEP-REFER (IX-DEP) TO DS-REFER
              MOVE DEP-QTD (IX-DEP) TO DS-QTD
              MOVE DEP-VALOR (IX-DEP) TO DS-VALOR
              MOVE IDADE-DIAS TO DS-IDADE
              MOVE NOME-FAIXA (IX-FAI) TO DS-FAIXA
              WRITE REGCONC FROM DET-SISTEMA AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN.

      *----------------------------------------------------------------
      *    ITEM EM ABERTO HA MAIS TEMPO QUE A TOLERANCIA JA DEVIA TER
      *    CASADO: CONTA COMO ATRASADO E LEVA O CODIGO DE RETORNO 4.
      *----------------------------------------------------------------
       CLASSIFICA-IDADE.
          IF IDADE-DIAS LESS THAN ZEROES
              MOVE ZEROES TO IDADE-DIAS.
          IF IDADE-DIAS GREATER TOLERANCIA-DIAS
              ADD 1 TO CONTADOR-ATRASADOS.
          IF IDADE-DIAS NOT GREATER 2
              MOVE 1 TO IX-FAI
          ELSE
          IF IDADE-DIAS NOT GREATER 7
              MOVE 2 TO IX-FAI
          ELSE
          IF IDADE-DIAS NOT GREATER 30
              MOVE 3 TO IX-FAI
          ELSE
              MOVE 4 TO IX-FAI.

       IMPRIME-AGING.
          MOVE "AGING DOS CREDITOS DO BANCO SEM PAR" TO SEC-TITULO.
          MOVE COL-AGING TO CAB-COLUNAS.
          PERFORM CABECALHO.
          PERFORM IMPRIME-AGING-BANCO
              VARYING IX-CAN FROM 1 BY 1
              UNTIL IX-CAN GREATER THAN 6.
          MOVE "AGING DOS DEPOSITOS ESPERADOS SEM PAR" TO SEC-TITULO.
          WRITE REGCONC FROM CAB-SECAO AFTER ADVANCING 3 LINES.
          WRITE REGCONC FROM CAB-COLUNAS AFTER ADVANCING 2 LINES.
          PERFORM IMPRIME-AGING-SISTEMA
              VARYING IX-CAN FROM 1 BY 1
              UNTIL IX-CAN GREATER THAN 6.

       IMPRIME-AGING-BANCO.
          COMPUTE DA-CANAL = IX-CAN - 1.
          MOVE NOME-CANAL (IX-CAN) TO DA-NOME.
          PERFORM MOVE-FAIXA-BANCO
              VARYING IX-FAI FROM 1 BY 1
              UNTIL IX-FAI GREATER THAN 4.
          WRITE REGCONC FROM DET-AGING AFTER ADVANCING 1 LINE.

       MOVE-FAIXA-BANCO.
          MOVE SPACES TO DA-FAIXA (IX-FAI).
          MOVE AGB-VALOR (IX-CAN, IX-FAI) TO DA-VALOR (IX-FAI).

       IMPRIME-AGING-SISTEMA.
          COMPUTE DA-CANAL = IX-CAN - 1.
          MOVE NOME-CANAL (IX-CAN) TO DA-NOME.
          PERFORM MOVE-FAIXA-SISTEMA
              VARYING IX-FAI FROM 1 BY 1
              UNTIL IX-FAI GREATER THAN 4.
          WRITE REGCONC FROM DET-AGING AFTER ADVANCING 1 LINE.

       MOVE-FAIXA-SISTEMA.
          MOVE SPACES TO DA-FAIXA (IX-FAI).
          MOVE AGS-VALOR (IX-CAN, IX-FAI) TO DA-VALOR (IX-FAI).

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGCONC.
          WRITE REGCONC AFTER ADVANCING PAGE.
          WRITE REGCONC FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGCONC FROM CAB-SECAO AFTER ADVANCING 2 LINES.
          WRITE REGCONC FROM CAB-COLUNAS AFTER ADVANCING 2 LINES.
          MOVE SPACES TO REGCONC.
          WRITE REGCONC AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO CT-LIN.

       REGRAVA-DEPOSITOS.
          OPEN OUTPUT DEPESP.
          IF QTD-DEPOSITOS GREATER THAN ZEROES
              PERFORM GRAVA-UM-DEPOSITO
                  VARYING IX-DEP FROM 1 BY 1
                  UNTIL IX-DEP GREATER THAN QTD-DEPOSITOS.
          CLOSE DEPESP.

       GRAVA-UM-DEPOSITO.
          MOVE SPACES TO REG-DEP.
          MOVE DEP-DATA (IX-DEP) TO DATA-DEP.
          MOVE DEP-CANAL (IX-DEP) TO CANAL-DEP.
          MOVE DEP-ORIGEM (IX-DEP) TO ORIGEM-DEP.
          MOVE DEP-REFER (IX-DEP) TO REFER-DEP.
          MOVE DEP-QTD (IX-DEP) TO QTD-DEP.
          MOVE DEP-VALOR (IX-DEP) TO VALOR-DEP.
          MOVE DEP-SITUACAO (IX-DEP) TO SITUACAO-DEP.
          MOVE DEP-DATA-EXT (IX-DEP) TO DATA-EXT-DEP.
          MOVE DEP-SEQ-EXT (IX-DEP) TO SEQ-EXT-DEP.
          MOVE DEP-DIFERENCA (IX-DEP) TO DIFERENCA-DEP.
          WRITE REG-DEP.

       REGRAVA-CREDITOS.
          OPEN OUTPUT ARQEXTR.
          IF QTD-CREDITOS GREATER THAN ZEROES
              PERFORM GRAVA-UM-CREDITO
                  VARYING IX-EXT FROM 1 BY 1
                  UNTIL IX-EXT GREATER THAN QTD-CREDITOS.
          CLOSE ARQEXTR.

       GRAVA-UM-CREDITO.
          MOVE SPACES TO REG-EXT.
          MOVE EXT-DATA (IX-EXT) TO DATA-EXT.
          MOVE EXT-SEQ (IX-EXT) TO SEQ-EXT.
          MOVE EXT-HISTORICO (IX-EXT) TO HISTORICO-EXT.
          MOVE EXT-CANAL (IX-EXT) TO CANAL-EXT.
          MOVE EXT-DOCUMENTO (IX-EXT) TO DOCUMENTO-EXT.
          MOVE EXT-VALOR (IX-EXT) TO VALOR-EXT.
          MOVE EXT-SITUACAO (IX-EXT) TO SITUACAO-EXT.
          MOVE EXT-DATA-DEP (IX-EXT) TO DATA-DEP-EXT.
          MOVE EXT-DIFERENCA (IX-EXT) TO DIFERENCA-EXT.
          WRITE REG-EXT.

       TERMINO.
          CLOSE RELCONC.
          PERFORM REGISTRA-CAPACIDADE.
          PERFORM GRAVA-LOG.
          DISPLAY "CONCILIACAO BANCARIA ENCERRADA.".
          DISPLAY "DEPOSITOS ESPERADOS..: " QTD-DEPOSITOS.
          DISPLAY "CREDITOS DO EXTRATO..: " QTD-CREDITOS.
          DISPLAY "CASADOS NESTA RODADA.: " CONTADOR-CASADOS.
          DISPLAY "COM DIF. DE TARIFA...: " CONTADOR-TARIFA.
          DISPLAY "ABERTOS NO BANCO.....: " CONTADOR-ABERTO-BC.
          DISPLAY "ABERTOS NO SISTEMA...: " CONTADOR-ABERTO-SI.
          IF CONTADOR-ATRASADOS GREATER THAN ZEROES
              DISPLAY "ITENS EM ABERTO ALEM DA TOLERANCIA: "
                  CONTADOR-ATRASADOS " - CONFERIR RELCONC."
              MOVE 4 TO RETURN-CODE.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "CONCBANC"             TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          ADD QTD-DEPOSITOS QTD-CREDITOS GIVING LOG-LIDOS.
          MOVE "CASADOS"              TO LOG-ARQ1-NOME.
          MOVE CONTADOR-CASADOS       TO LOG-ARQ1-QTD.
          MOVE "ABERTOS"              TO LOG-ARQ2-NOME.
          ADD CONTADOR-ABERTO-BC CONTADOR-ABERTO-SI
              GIVING LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.

      *----------------------------------------------------------------
      *    OCUPACAO DAS TABELAS DE DEPOSITOS E DE CREDITOS NA RODADA
      *    (COM O QUE NAO COUBE) PARA O RELATORIO DE CAPACIDADE
      *    (CADCAPAC, PELA CAPTAB).
      *----------------------------------------------------------------
       REGISTRA-CAPACIDADE.
          MOVE "CONCBANC" TO PROGRAMA-CAPAC.
          MOVE "TAB-DEPOSITO" TO TABELA-CAPAC.
          ADD QTD-DEPOSITOS EXCEDENTE-DEP GIVING USADO-CAPAC.
          MOVE 5000 TO LIMITE-CAPAC.
          CALL "CAPTAB" USING PROGRAMA-CAPAC TABELA-CAPAC
              USADO-CAPAC LIMITE-CAPAC.
          MOVE "TAB-CREDITO" TO TABELA-CAPAC.
          ADD QTD-CREDITOS EXCEDENTE-EXT GIVING USADO-CAPAC.
          CALL "CAPTAB" USING PROGRAMA-CAPAC TABELA-CAPAC
              USADO-CAPAC LIMITE-CAPAC.
