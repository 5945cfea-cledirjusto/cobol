      *ANO_CARNE (AUSENTE ASSUME O ANO CORRENTE). SOCIO SEM ENDERECO
      *SAI EM RELSEMEND PARA A SECRETARIA COMPLETAR O CADASTRO. O
      *DESCONTO DE PONTUALIDADE VIGENTE (PARMDESC) E IMPRESSO NA
      *FICHA QUANDO EXISTE. SOCIOS DE UM GRUPO FAMILIAR (CADFAM,
      *MANTIDO PELO MANFAM) SAEM EM UM CARNE SO, EM NOME E NO
      *ENDERECO DO PAGADOR, COM O NUMERO DO PAGADOR COMO REFERENCIA:
      *O CARNE LISTA OS SOCIOS DO GRUPO E A FICHA MENSAL TRAZ A SOMA
      *DAS MENSALIDADES. PAGADOR SEM ENDERECO MANDA OS MEMBROS PARA
      *O RELSEMEND. A TAXA DE RESERVA DE INSTALACAO (TITULO TIPO R
      *DO ARQTIT, LANCADO PELO RESERVA) AINDA EM ABERTO NO ANO DO
      *CARNE ENTRA NA FICHA DA COMPETENCIA DO TITULO, SOMADA A
      *MENSALIDADE E DESTACADA EM LINHA PROPRIA; NO GRUPO FAMILIAR
      *SOMAM-SE AS TAXAS DE TODOS OS MEMBROS. ENDERECO MARCADO COMO
      *DEVOLVIDO PELO CORREIO (MANEND, OPCAO D) E TRATADO COMO FALTA
      *DE ENDERECO: O CARNE NAO E IMPRESSO E O SOCIO SAI NO
      *RELSEMEND COM O MOTIVO DE ENDERECO DEVOLVIDO. PLANOS (50),
      *MEMBROS DO CADFAM (500) E PAGADORES (500) FICAM EM TABELA:
      *ARQUIVO MAIOR QUE A TABELA PARA O PROGRAMA ANTES DE IMPRIMIR
      *(CODIGO 8) E A OCUPACAO DAS TABELAS VAI PARA O CADCAPAC
      *(CAPTAB).

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMDESC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADFAM ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQTIT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-TIT
          FILE STATUS IS FS-TIT.
          SELECT CARNWK ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT CARNORD ASSIGN TO DISK
          02 RUA-END                   PIC X(30).
          02 CIDADE-END                PIC X(20).
          02 CEP-END                   PIC 9(08).
          02 SITUACAO-END              PIC X(01).
          02 DATA-DEVOL-END            PIC 9(08).

       FD  CADPLAN
          LABEL RECORD ARE STANDARD
          02 PCT-DESC-DSC              PIC 9(02)V9(02).
          02 DIA-LIMITE-DSC            PIC 9(02).

       FD  CADFAM
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADFAM.DAT".
          COPY REGFAM.

       FD  ARQTIT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQTIT.DAT".
          COPY REGTIT.

       FD  CARNWK
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CARNWK.DAT".
          01 REG-CWK.
          02 CWK-CEP                   PIC 9(08).
          02 CWK-PAGADOR               PIC 9(06).
          02 CWK-ORDEM                 PIC 9(01).
          02 CWK-NUMERO                PIC 9(06).
          02 CWK-GRUPO                 PIC X(01).
          02 CWK-NOME                  PIC X(30).
          02 CWK-VALOR                 PIC 9(09)V9(02).
          02 CWK-PLANO-DESC            PIC X(20).
          02 CWK-RUA                   PIC X(30).
          02 CWK-CIDADE                PIC X(20).
          02 CWK-TAXA                  PIC 9(07)V9(02) OCCURS 12 TIMES.

       FD  CARNORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CARNORD.DAT".
          01 REG-CWO.
          02 CWO-CEP                   PIC 9(08).
          02 CWO-PAGADOR               PIC 9(06).
          02 CWO-ORDEM                 PIC 9(01).
          02 CWO-NUMERO                PIC 9(06).
          02 CWO-GRUPO                 PIC X(01).
          02 CWO-NOME                  PIC X(30).
          02 CWO-VALOR                 PIC 9(09)V9(02).
          02 CWO-PLANO-DESC            PIC X(20).
          02 CWO-RUA                   PIC X(30).
          02 CWO-CIDADE                PIC X(20).
          02 CWO-TAXA                  PIC 9(07)V9(02) OCCURS 12 TIMES.

       SD  SORTWK.
          01 REG-SORT.
          02 CEP-SRT                   PIC 9(08).
          02 PAGADOR-SRT               PIC 9(06).
          02 ORDEM-SRT                 PIC 9(01).
          02 NUMERO-SRT                PIC 9(06).
          02 RESTO-SRT                 PIC X(220).

       FD  CARNE
          LABEL RECORD IS OMITTED.
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-TIT             PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-ORD            PIC X(03) VALUE "NAO".
       77  FIM-PLAN           PIC X(03) VALUE "NAO".
       77  FIM-DSC            PIC X(03) VALUE "NAO".
       77  FIM-FAM            PIC X(03) VALUE "NAO".
       77  QTD-FAMILIAS       PIC 9(03) VALUE ZEROES.
       77  QTD-PAGADORES      PIC 9(03) VALUE ZEROES.
       77  IX-FAM             PIC 9(03) VALUE ZEROES.
       77  IX-PAG             PIC 9(03) VALUE ZEROES.
       77  IX-PAG-ACHADO      PIC 9(03) VALUE ZEROES.
       77  EH-GRUPO           PIC X(03) VALUE "NAO".
       77  PAGADOR-GRUPO      PIC 9(06) VALUE ZEROES.
       77  PAGADOR-PROCURADO  PIC 9(06) VALUE ZEROES.
       77  PAGADOR-CARNE      PIC 9(06) VALUE ZEROES.
       77  VALOR-GRUPO        PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-FICHA        PIC 9(09)V9(02) VALUE ZEROES.
       77  CONTADOR-TAXAS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-AGRUPADOS PIC 9(06) VALUE ZEROES.
       77  NAO-TEM-END        PIC X(03) VALUE "NAO".
       77  ACHOU-PLANO        PIC X(03) VALUE "NAO".
       77  QTD-PLANOS         PIC 9(02) VALUE ZEROES.
       77  TABELA-CHEIA-PLA   PIC X(03) VALUE "NAO".
       77  TABELA-CHEIA-FAM   PIC X(03) VALUE "NAO".
       77  EXCEDENTE-PLA      PIC 9(07) VALUE ZEROES.
       77  EXCEDENTE-FAM      PIC 9(07) VALUE ZEROES.
       77  IX-PLA             PIC 9(02) VALUE ZEROES.
       77  IX-MES             PIC 9(02) VALUE ZEROES.
       77  VALOR-CARNE        PIC 9(09)V9(02) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CARNES    PIC 9(06) VALUE ZEROES.
       77  TOTAL-SEM-END      PIC 9(05) VALUE ZEROES.
       77  END-DEVOLVIDO      PIC X(03) VALUE "NAO".
       77  TOTAL-DEVOLVIDOS   PIC 9(05) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

             03 PLA-DESCRICAO          PIC X(20).
             03 PLA-VALOR              PIC 9(09)V9(02).

       01 TAB-FAMILIAS.
          02 FAM-OCORRENCIA OCCURS 500 TIMES.
             03 FAM-PAGADOR            PIC 9(06).
             03 FAM-SOCIO              PIC 9(06).

       01 TAB-PAGADORES.
          02 PAG-OCORRENCIA OCCURS 500 TIMES.
             03 PAG-NUMERO             PIC 9(06).
             03 PAG-NOME               PIC X(30).

       01 TAB-TAXAS-CARNE.
          02 TAXA-CARNE      PIC 9(09)V9(02) OCCURS 12 TIMES.

       01 CARNE-L01.
          02 FILLER    PIC X(80) VALUE SPACES.

          02 FILLER    PIC X(07) VALUE "PLANO: ".
          02 CL06-PLA  PIC X(20).

       01 CARNE-L06G.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(06) VALUE "SOCIO ".
          02 CL6G-NUM  PIC 9(06).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CL6G-NOME PIC X(30).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(07) VALUE "VALOR: ".
          02 CL6G-VAL  PIC ZZZ.ZZ9,99.

       01 CARNE-L07.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(12) VALUE "COMPETENCIA ".
          02 FILLER    PIC X(07) VALUE "VALOR: ".
          02 CL07-VAL  PIC ZZZ.ZZ9,99.

       01 CARNE-L07R.
          02 FILLER    PIC X(08) VALUE SPACES.
          02 FILLER    PIC X(40) VALUE
             "INCLUI TAXA DE RESERVA DE INSTALACAO: ".
          02 CL7R-VAL  PIC ZZZ.ZZ9,99.

       01 CARNE-L08.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(30) VALUE
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ2-QTD              PIC 9(06).

       COPY REGCAP.

       PROCEDURE DIVISION.

       PGM-CARNE.
          PERFORM OBTEM-PARAMETROS.
          PERFORM CARGA-PLANOS.
          PERFORM CARGA-FAMILIAS.
          IF TABELA-CHEIA-PLA EQUAL "SIM"
              DISPLAY "CADPLAN MAIOR QUE A TABELA (50) - "
                  EXCEDENTE-PLA " PLANOS ALEM DELA.".
          IF TABELA-CHEIA-FAM EQUAL "SIM"
              DISPLAY "CADFAM MAIOR QUE A TABELA (500) - "
                  EXCEDENTE-FAM " MEMBROS ALEM DELA.".
          IF TABELA-CHEIA-PLA EQUAL "SIM"
             OR TABELA-CHEIA-FAM EQUAL "SIM"
              DISPLAY "CARNES NAO EMITIDOS."
              PERFORM REGISTRA-CAPACIDADE
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM LEITURA-PARMDESC.
          PERFORM SELECIONA-SOCIOS.
          PERFORM ORDENA-CARNES.

       GUARDA-PLANO.
          IF QTD-PLANOS NOT LESS 50
              MOVE "SIM" TO TABELA-CHEIA-PLA
              ADD 1 TO EXCEDENTE-PLA
          ELSE
              ADD 1 TO QTD-PLANOS
              MOVE CODIGO-PLANO TO PLA-CODIGO (QTD-PLANOS)
              MOVE VALOR-MENSAL-PLANO TO PLA-VALOR (QTD-PLANOS).
          PERFORM LE-PLANO.

       CARGA-FAMILIAS.
          OPEN INPUT CADFAM.
          PERFORM LE-FAMILIA.
          PERFORM GUARDA-FAMILIA UNTIL FIM-FAM EQUAL "SIM".
          CLOSE CADFAM.

       LE-FAMILIA.
          READ CADFAM AT END MOVE "SIM" TO FIM-FAM.

       GUARDA-FAMILIA.
          IF QTD-FAMILIAS NOT LESS 500
              MOVE "SIM" TO TABELA-CHEIA-FAM
              ADD 1 TO EXCEDENTE-FAM
          ELSE
              ADD 1 TO QTD-FAMILIAS
              MOVE PAGADOR-FAM TO FAM-PAGADOR (QTD-FAMILIAS)
              MOVE SOCIO-FAM TO FAM-SOCIO (QTD-FAMILIAS)
              PERFORM GUARDA-PAGADOR.
          PERFORM LE-FAMILIA.

       GUARDA-PAGADOR.
          MOVE ZEROES TO IX-PAG-ACHADO.
          MOVE PAGADOR-FAM TO PAGADOR-PROCURADO.
          IF QTD-PAGADORES GREATER THAN ZEROES
              PERFORM TESTA-UM-PAGADOR
                  VARYING IX-PAG FROM 1 BY 1
                  UNTIL IX-PAG GREATER THAN QTD-PAGADORES
                     OR IX-PAG-ACHADO GREATER THAN ZEROES.
          IF IX-PAG-ACHADO EQUAL ZEROES
              ADD 1 TO QTD-PAGADORES
              MOVE PAGADOR-FAM TO PAG-NUMERO (QTD-PAGADORES)
              MOVE SPACES TO PAG-NOME (QTD-PAGADORES).

       TESTA-UM-PAGADOR.
          IF PAG-NUMERO (IX-PAG) EQUAL PAGADOR-PROCURADO
              MOVE IX-PAG TO IX-PAG-ACHADO.

      *----------------------------------------------------------------
      *    DEVOLVE EM PAGADOR-GRUPO O PAGADOR DO GRUPO DO SOCIO LIDO
      *    (ELE PROPRIO QUANDO E O PAGADOR OU NAO TEM GRUPO).
      *----------------------------------------------------------------
       LOCALIZA-GRUPO.
          MOVE "NAO" TO EH-GRUPO.
          MOVE NUMERO-SOCIO1 TO PAGADOR-GRUPO.
          MOVE ZEROES TO IX-PAG-ACHADO.
          IF QTD-FAMILIAS GREATER THAN ZEROES
              PERFORM TESTA-UM-MEMBRO
                  VARYING IX-FAM FROM 1 BY 1
                  UNTIL IX-FAM GREATER THAN QTD-FAMILIAS
                     OR EH-GRUPO EQUAL "SIM".
          IF EH-GRUPO EQUAL "NAO"
             AND QTD-PAGADORES GREATER THAN ZEROES
              MOVE NUMERO-SOCIO1 TO PAGADOR-PROCURADO
              PERFORM TESTA-UM-PAGADOR
                  VARYING IX-PAG FROM 1 BY 1
                  UNTIL IX-PAG GREATER THAN QTD-PAGADORES
                     OR IX-PAG-ACHADO GREATER THAN ZEROES
              IF IX-PAG-ACHADO GREATER THAN ZEROES
                  MOVE "SIM" TO EH-GRUPO.

       TESTA-UM-MEMBRO.
          IF FAM-SOCIO (IX-FAM) EQUAL NUMERO-SOCIO1
              MOVE "SIM" TO EH-GRUPO
              MOVE FAM-PAGADOR (IX-FAM) TO PAGADOR-GRUPO.

       LEITURA-PARMDESC.
          OPEN INPUT PARMDESC.
          PERFORM LE-PARMDESC.
       SELECIONA-SOCIOS.
          OPEN INPUT  CADSOC1
                      CADEND
                      ARQTIT
               OUTPUT CARNWK
                      RELSEMEND.
          PERFORM LEITURA.
          PERFORM SELECIONA-UM UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADSOC1
                CADEND
                ARQTIT
                CARNWK
                RELSEMEND.


       SELECIONA-UM.
          ADD 1 TO CONTADOR-LIDOS.
          PERFORM LOCALIZA-GRUPO.
          IF IX-PAG-ACHADO GREATER THAN ZEROES
              MOVE NOME-SOCIO1 TO PAG-NOME (IX-PAG-ACHADO).
          IF CODIGO-PAGAMENTO1 EQUAL 01
              PERFORM GRAVA-CARNE-WK.
          PERFORM LEITURA.

       GRAVA-CARNE-WK.
          PERFORM BUSCA-ENDERECO.
          IF NAO-TEM-END EQUAL "SIM" OR END-DEVOLVIDO EQUAL "SIM"
              PERFORM GRAVA-SEM-ENDERECO
          ELSE
              PERFORM DEFINE-VALOR
              MOVE CEP-END TO CWK-CEP
              MOVE PAGADOR-GRUPO TO CWK-PAGADOR
              IF PAGADOR-GRUPO EQUAL NUMERO-SOCIO1
                  MOVE 0 TO CWK-ORDEM
              ELSE
                  MOVE 1 TO CWK-ORDEM
              END-IF
              IF EH-GRUPO EQUAL "SIM"
                  MOVE "S" TO CWK-GRUPO
              ELSE
                  MOVE "N" TO CWK-GRUPO
              END-IF
              MOVE NUMERO-SOCIO1 TO CWK-NUMERO
              MOVE NOME-SOCIO1 TO CWK-NOME
              MOVE VALOR-CARNE TO CWK-VALOR
              MOVE RUA-END TO CWK-RUA
              MOVE CIDADE-END TO CWK-CIDADE
              PERFORM BUSCA-TAXA-RESERVA
                  VARYING IX-MES FROM 1 BY 1
                  UNTIL IX-MES GREATER THAN 12
              WRITE REG-CWK.

      *----------------------------------------------------------------
      *    TAXA DE RESERVA EM ABERTO DO SOCIO NA COMPETENCIA IX-MES DO
      *    ANO DO CARNE (SALDO DO TITULO R; ZERO QUANDO NAO HA).
      *----------------------------------------------------------------
       BUSCA-TAXA-RESERVA.
          MOVE ZEROES TO CWK-TAXA (IX-MES).
          MOVE NUMERO-SOCIO1 TO SOCIO-TIT.
          MOVE ANO-EMISSAO TO COMPET-TIT(1:4).
          MOVE IX-MES TO COMPET-TIT(5:2).
          MOVE "R" TO TIPO-TIT.
          READ ARQTIT KEY IS CHAVE-TIT
              INVALID KEY MOVE "Q" TO SITUACAO-TIT.
          IF SITUACAO-TIT EQUAL "A"
              MOVE SALDO-TIT TO CWK-TAXA (IX-MES)
              ADD 1 TO CONTADOR-TAXAS.

       BUSCA-ENDERECO.
          MOVE "NAO" TO NAO-TEM-END.
          MOVE "NAO" TO END-DEVOLVIDO.
          MOVE PAGADOR-GRUPO TO NUMERO-END.
          READ CADEND KEY IS NUMERO-END
              INVALID KEY MOVE "SIM" TO NAO-TEM-END.
          IF NAO-TEM-END EQUAL "NAO" AND SITUACAO-END EQUAL "D"
              MOVE "SIM" TO END-DEVOLVIDO.

       GRAVA-SEM-ENDERECO.
          ADD 1 TO TOTAL-SEM-END.
          MOVE SPACES TO REG-SEM.
          MOVE NUMERO-SOCIO1 TO NUMERO-SEM.
          MOVE NOME-SOCIO1 TO NOME-SEM.
          IF END-DEVOLVIDO EQUAL "SIM"
              ADD 1 TO TOTAL-DEVOLVIDOS
              IF PAGADOR-GRUPO EQUAL NUMERO-SOCIO1
                  MOVE "ENDERECO DEVOLVIDO" TO MOTIVO-SEM
              ELSE
                  MOVE "END. PAGADOR DEVOLV." TO MOTIVO-SEM
              END-IF
          ELSE
              IF PAGADOR-GRUPO EQUAL NUMERO-SOCIO1
                  MOVE "SEM ENDERECO" TO MOTIVO-SEM
              ELSE
                  MOVE "PAGADOR SEM ENDERECO" TO MOTIVO-SEM.
          WRITE REG-SEM.

       DEFINE-VALOR.
              MOVE PLA-DESCRICAO (IX-PLA) TO CWK-PLANO-DESC.

       ORDENA-CARNES.
          SORT SORTWK ON ASCENDING KEY CEP-SRT PAGADOR-SRT
                                       ORDEM-SRT NUMERO-SRT
              USING CARNWK
              GIVING CARNORD.


       IMPRIME-UM-CARNE.
          ADD 1 TO CONTADOR-CARNES.
          MOVE CWO-PAGADOR TO PAGADOR-CARNE.
          MOVE SPACES TO REGCARNE.
          WRITE REGCARNE AFTER ADVANCING PAGE.
          MOVE ANO-EMISSAO TO CL02-ANO.
          WRITE REGCARNE FROM CARNE-L02 AFTER ADVANCING 1 LINE.
          WRITE REGCARNE FROM CARNE-L01 AFTER ADVANCING 1 LINE.
          MOVE CWO-NOME TO CL03-NOME.
          IF CWO-GRUPO EQUAL "S"
              PERFORM BUSCA-NOME-PAGADOR.
          MOVE CWO-PAGADOR TO CL03-NUM.
          WRITE REGCARNE FROM CARNE-L03 AFTER ADVANCING 1 LINE.
          MOVE CWO-RUA TO CL04-RUA.
          WRITE REGCARNE FROM CARNE-L04 AFTER ADVANCING 1 LINE.
          MOVE CWO-CIDADE TO CL05-CID.
          MOVE CWO-CEP TO CL05-CEP.
          WRITE REGCARNE FROM CARNE-L05 AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO TAB-TAXAS-CARNE.
          IF CWO-GRUPO EQUAL "S"
              MOVE ZEROES TO VALOR-GRUPO
              PERFORM IMPRIME-MEMBRO
                  UNTIL FIM-ORD EQUAL "SIM"
                     OR CWO-PAGADOR NOT EQUAL PAGADOR-CARNE
          ELSE
              MOVE CWO-PLANO-DESC TO CL06-PLA
              WRITE REGCARNE FROM CARNE-L06 AFTER ADVANCING 1 LINE
              MOVE CWO-VALOR TO VALOR-GRUPO
              PERFORM SOMA-TAXA-MEMBRO
                  VARYING IX-MES FROM 1 BY 1
                  UNTIL IX-MES GREATER THAN 12
              PERFORM LE-CARNORD.
          WRITE REGCARNE FROM CARNE-L01 AFTER ADVANCING 1 LINE.
          PERFORM IMPRIME-FICHA
              VARYING IX-MES FROM 1 BY 1
              MOVE PCT-DESCONTO TO CL08-PCT
              WRITE REGCARNE FROM CARNE-L01 AFTER ADVANCING 1 LINE
              WRITE REGCARNE FROM CARNE-L08 AFTER ADVANCING 1 LINE.

       BUSCA-NOME-PAGADOR.
          MOVE ZEROES TO IX-PAG-ACHADO.
          MOVE CWO-PAGADOR TO PAGADOR-PROCURADO.
          PERFORM TESTA-UM-PAGADOR
              VARYING IX-PAG FROM 1 BY 1
              UNTIL IX-PAG GREATER THAN QTD-PAGADORES
                 OR IX-PAG-ACHADO GREATER THAN ZEROES.
          IF IX-PAG-ACHADO GREATER THAN ZEROES
             AND PAG-NOME (IX-PAG-ACHADO) NOT EQUAL SPACES
              MOVE PAG-NOME (IX-PAG-ACHADO) TO CL03-NOME.

       IMPRIME-MEMBRO.
          ADD 1 TO CONTADOR-AGRUPADOS.
          MOVE CWO-NUMERO TO CL6G-NUM.
          MOVE CWO-NOME TO CL6G-NOME.
          MOVE CWO-VALOR TO CL6G-VAL.
          WRITE REGCARNE FROM CARNE-L06G AFTER ADVANCING 1 LINE.
          ADD CWO-VALOR TO VALOR-GRUPO.
          PERFORM SOMA-TAXA-MEMBRO
              VARYING IX-MES FROM 1 BY 1
              UNTIL IX-MES GREATER THAN 12.
          PERFORM LE-CARNORD.

       SOMA-TAXA-MEMBRO.
          ADD CWO-TAXA (IX-MES) TO TAXA-CARNE (IX-MES).

       IMPRIME-FICHA.
          MOVE IX-MES TO CL07-MES.
          MOVE IX-MES TO CL07-MES2.
          MOVE ANO-EMISSAO TO CL07-ANO.
          MOVE ANO-EMISSAO TO CL07-ANO2.
          COMPUTE VALOR-FICHA = VALOR-GRUPO + TAXA-CARNE (IX-MES).
          MOVE VALOR-FICHA TO CL07-VAL.
          WRITE REGCARNE FROM CARNE-L07 AFTER ADVANCING 1 LINE.
          IF TAXA-CARNE (IX-MES) GREATER THAN ZEROES
              MOVE TAXA-CARNE (IX-MES) TO CL7R-VAL
              WRITE REGCARNE FROM CARNE-L07R AFTER ADVANCING 1 LINE.

       TERMINO.
          PERFORM REGISTRA-CAPACIDADE.
          PERFORM GRAVA-LOG.
          DISPLAY "EMISSAO DE CARNES ENCERRADA.".
          DISPLAY "SOCIOS LIDOS.........: " CONTADOR-LIDOS.
          DISPLAY "CARNES IMPRESSOS.....: " CONTADOR-CARNES.
          DISPLAY "SEM ENDERECO.........: " TOTAL-SEM-END.
          DISPLAY "  COM END. DEVOLVIDO.: " TOTAL-DEVOLVIDOS.
          DISPLAY "SOCIOS EM GRUPO......: " CONTADOR-AGRUPADOS.
          DISPLAY "TAXAS DE RESERVA.....: " CONTADOR-TAXAS.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.

      *----------------------------------------------------------------
      *    OCUPACAO DAS TABELAS NA RODADA (COM O QUE NAO COUBE) PARA O
      *    RELATORIO DE CAPACIDADE (CADCAPAC, PELA CAPTAB). PAGADORES
      *    NUNCA PASSAM DOS MEMBROS GUARDADOS.
      *----------------------------------------------------------------
       REGISTRA-CAPACIDADE.
          MOVE "CARNE" TO PROGRAMA-CAPAC.
          MOVE "TAB-PLANOS" TO TABELA-CAPAC.
          ADD QTD-PLANOS EXCEDENTE-PLA GIVING USADO-CAPAC.
          MOVE 50 TO LIMITE-CAPAC.
          CALL "CAPTAB" USING PROGRAMA-CAPAC TABELA-CAPAC
              USADO-CAPAC LIMITE-CAPAC.
          MOVE "TAB-FAMILIAS" TO TABELA-CAPAC.
          ADD QTD-FAMILIAS EXCEDENTE-FAM GIVING USADO-CAPAC.
          MOVE 500 TO LIMITE-CAPAC.
          CALL "CAPTAB" USING PROGRAMA-CAPAC TABELA-CAPAC
              USADO-CAPAC LIMITE-CAPAC.
          MOVE "TAB-PAGADOR" TO TABELA-CAPAC.
          MOVE QTD-PAGADORES TO USADO-CAPAC.
          CALL "CAPTAB" USING PROGRAMA-CAPAC TABELA-CAPAC
              USADO-CAPAC LIMITE-CAPAC.
