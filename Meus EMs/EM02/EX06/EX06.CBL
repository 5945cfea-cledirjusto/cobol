          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES.
          SELECT CARTAS ASSIGN TO DISK.
          SELECT OPTIONAL ARQTIT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-TIT
          FILE STATUS IS FS-TIT.
          SELECT OPTIONAL CADEND ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC

          SELECT OPTIONAL CATSPOOL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADFAM ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQDEV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          LABEL RECORD IS OMITTED.
          01  REGCARTA     PIC X(80).

       FD  ARQTIT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "..\..\ARQTIT.DAT".
          COPY REGTIT.

       FD  CADEND
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "..\..\CADEND.DAT".
          02 RUA-END                   PIC X(30).
          02 CIDADE-END                PIC X(20).
          02 CEP-END                   PIC 9(08).
          02 SITUACAO-END              PIC X(01).
          02 DATA-DEVOL-END            PIC 9(08).

       FD  CARTWK
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CARTWK.DAT".
          01 REG-CWK.
          02 CWK-CEP                   PIC 9(08).
          02 CWK-PAGADOR               PIC 9(06).
          02 CWK-ORDEM                 PIC 9(01).
          02 CWK-NIVEL                 PIC 9(01).
          02 CWK-NUMERO                PIC 9(06).
          02 CWK-NOME                  PIC X(30).
          02 CWK-VALORCJ               PIC 9(09)V9(02).
          02 CWK-RUA                   PIC X(30).
          02 CWK-CIDADE                PIC X(20).
          02 CWK-QTD-TIT               PIC 9(03).
          02 CWK-TITULO OCCURS 12 TIMES.
             03 CWK-COMPET-TIT         PIC 9(06).
             03 CWK-SALDO-TIT          PIC 9(09)V9(02).

       FD  CARTORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CARTORD.DAT".
          01 REG-CWO.
          02 CWO-CEP                   PIC 9(08).
          02 CWO-PAGADOR               PIC 9(06).
          02 CWO-ORDEM                 PIC 9(01).
          02 CWO-NIVEL                 PIC 9(01).
          02 CWO-NUMERO                PIC 9(06).
          02 CWO-NOME                  PIC X(30).
          02 CWO-VALORCJ               PIC 9(09)V9(02).
          02 CWO-RUA                   PIC X(30).
          02 CWO-CIDADE                PIC X(20).
          02 CWO-QTD-TIT               PIC 9(03).
          02 CWO-TITULO OCCURS 12 TIMES.
             03 CWO-COMPET-TIT         PIC 9(06).
             03 CWO-SALDO-TIT          PIC 9(09)V9(02).

       SD  SORTWK.
          01 REG-SORT.
          02 CEP-SRT                   PIC 9(08).
          02 PAGADOR-SRT               PIC 9(06).
          02 ORDEM-SRT                 PIC 9(01).
          02 NIVEL-SRT                 PIC 9(01).
          02 NUMERO-SRT                PIC 9(06).
          02 RESTO-SRT                 PIC X(309).

       FD  RELSEMEND
          LABEL RECORD ARE STANDARD
          02 JRC-DATA-MOV              PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JRC-SOCIO                 PIC 9(06).
          02 FILLER                    PIC X(35).
          02 JRC-TIPO                  PIC X(01).

       FD  RELCANC
          LABEL RECORD ARE STANDARD
          02 FILLER                    PIC X(01).
          02 LOCAL-SPO                 PIC X(30).

       FD  CADFAM
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "..\..\CADFAM.DAT".
          COPY REGFAM.

       FD  ARQDEV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "..\..\ARQDEV.DAT".
          COPY REGDEV.

       WORKING-STORAGE SECTION.
       77  DATA-SPOOL-HOJE    PIC 9(08).
       77  HORA-SPOOL-HOJE    PIC 9(08).
       77  FIM-CCA            PIC X(03) VALUE "NAO".
       77  FIM-JRC            PIC X(03) VALUE "NAO".
       77  QTD-CONTROLE       PIC 9(04) VALUE ZEROES.
       77  TABELA-CHEIA-CCA   PIC X(03) VALUE "NAO".
       77  EXCEDENTE-CCA      PIC 9(07) VALUE ZEROES.
       77  IX-CCA             PIC 9(04) VALUE ZEROES.
       77  IX-LIVRE           PIC 9(04) VALUE ZEROES.
       77  ACHOU-CONTROLE     PIC X(03) VALUE "NAO".
       77  FIM-ORD            PIC X(03) VALUE "NAO".
       77  NAO-TEM-END        PIC X(03) VALUE "NAO".
       77  TOTAL-SEM-END      PIC 9(05) VALUE ZEROES.
       77  FS-TIT             PIC X(02) VALUE "00".
       77  FIM-TIT            PIC X(03) VALUE "NAO".
       77  QTD-TIT-ABERTOS    PIC 9(03) VALUE ZEROES.
       77  SALDO-TIT-SOCIO    PIC 9(09)V9(02) VALUE ZEROES.
       77  IX-TIT             PIC 9(02) VALUE ZEROES.
       77  QTD-TIT-CARTA      PIC 9(02) VALUE ZEROES.
       77  QTD-TIT-RESTO      PIC 9(03) VALUE ZEROES.
       77  FIM-FAM            PIC X(03) VALUE "NAO".
       77  QTD-FAMILIAS       PIC 9(03) VALUE ZEROES.
       77  TABELA-CHEIA-FAM   PIC X(03) VALUE "NAO".
       77  EXCEDENTE-FAM      PIC 9(07) VALUE ZEROES.
       77  QTD-PAGADORES      PIC 9(03) VALUE ZEROES.
       77  IX-FAM             PIC 9(03) VALUE ZEROES.
       77  IX-PAG             PIC 9(03) VALUE ZEROES.
       77  IX-PAG-ACHADO      PIC 9(03) VALUE ZEROES.
       77  PAGADOR-PROCURADO  PIC 9(06) VALUE ZEROES.
       77  PAGADOR-GRUPO      PIC 9(06) VALUE ZEROES.
       77  NUMERO-CONTROLE    PIC 9(06) VALUE ZEROES.
       77  PRIMEIRO-DO-GRUPO  PIC X(03) VALUE "SIM".
       77  PAGADOR-CARTA      PIC 9(06) VALUE ZEROES.
       77  NIVEL-IMPRESSO     PIC 9(01) VALUE ZEROES.
       77  VALOR-CARTA        PIC 9(09)V9(02) VALUE ZEROES.
       77  VALORCJ-CARTA      PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-AGRUPADOS    PIC 9(05) VALUE ZEROES.
       77  FIM-DEV            PIC X(03) VALUE "NAO".
       77  END-DEVOLVIDO      PIC X(03) VALUE "NAO".
       77  TOTAL-DEVOLVIDOS   PIC 9(05) VALUE ZEROES.
       77  TOTAL-REPETIDAS    PIC 9(05) VALUE ZEROES.

       01 COMPET-CARTA.
          02 ANO-CMP-CARTA             PIC 9(04).
          02 MES-CMP-CARTA             PIC 9(02).

       01 CARTA-END1.
          02 FILLER    PIC X(05) VALUE SPACES.
             03 CCA-NIVEL              PIC 9(01).
             03 CCA-DATA               PIC 9(08).
             03 CCA-PAGO-APOS          PIC X(03).
             03 CCA-DEVOLVIDA          PIC X(03).

       01 TAB-FAMILIAS.
          02 FAM-OCORRENCIA OCCURS 500 TIMES.
             03 FAM-PAGADOR            PIC 9(06).
             03 FAM-SOCIO              PIC 9(06).

       01 TAB-PAGADORES.
          02 PAG-OCORRENCIA OCCURS 500 TIMES.
             03 PAG-NUMERO             PIC 9(06).
             03 PAG-NOME               PIC X(30).
             03 PAG-DECIDIDO           PIC X(03).
             03 PAG-NIVEL              PIC 9(01).

       01 CARTA-NIVEL2.
          02 FILLER    PIC X(05) VALUE SPACES.

       01 CARTA-L06.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(28) VALUE
             "CONSTAM EM NOSSOS REGISTROS ".
          02 CL06-QTD  PIC ZZ9.
          02 FILLER    PIC X(25) VALUE
             " MENSALIDADE(S) EM ATRASO".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(10) VALUE "- CODIGO:".
          02 CL06-COD  PIC 9(06).

       01 CARTA-L06A.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(23) VALUE "COMPETENCIAS EM ABERTO:".

       01 CARTA-L06B.
          02 FILLER    PIC X(08) VALUE SPACES.
          02 CL06B-MES PIC 99.
          02 FILLER    PIC X(01) VALUE "/".
          02 CL06B-ANO PIC 9999.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 CL06B-VAL PIC ZZZ.ZZZ.ZZ9,99.

       01 CARTA-L06C.
          02 FILLER    PIC X(08) VALUE SPACES.
          02 FILLER    PIC X(06) VALUE "E MAIS".
          02 CL06C-QTD PIC ZZ9.
          02 FILLER    PIC X(40) VALUE
             " COMPETENCIA(S) - CONSULTE A TESOURARIA.".

       01 CARTA-L07.
          02 FILLER    PIC X(80) VALUE SPACES.

          02 FILLER    PIC X(40) VALUE
             "ATENCIOSAMENTE, TESOURARIA DA ENTIDADE.".

       COPY REGCAP.

       PROCEDURE DIVISION.

       PGM-EX06.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM FECHA-SELECAO.
          IF TABELA-CHEIA-CCA EQUAL "SIM"
              DISPLAY "TABELA DE CONTROLE DE CARTAS LOTADA (2000) - "
                  EXCEDENTE-CCA " SOCIOS NOVOS SEM LUGAR."
              DISPLAY "CARTAS NAO EMITIDAS - CTRLCART NAO ALTERADO."
              CLOSE RELCANC
              PERFORM REGISTRA-CAPACIDADE
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM ORDENA-CARTAS.
          PERFORM IMPRIME-CARTAS.
          PERFORM TERMINO.

       INICIO.
          PERFORM LEITURA-PARMFIN.
          PERFORM CARGA-FAMILIAS.
          PERFORM CARGA-CONTROLE.
          IF TABELA-CHEIA-FAM EQUAL "SIM"
              DISPLAY "CADFAM MAIOR QUE A TABELA (500) - "
                  EXCEDENTE-FAM " MEMBROS ALEM DELA.".
          IF TABELA-CHEIA-CCA EQUAL "SIM"
              DISPLAY "CTRLCART MAIOR QUE A TABELA (2000) - "
                  EXCEDENTE-CCA " SOCIOS ALEM DELA.".
          IF TABELA-CHEIA-FAM EQUAL "SIM"
             OR TABELA-CHEIA-CCA EQUAL "SIM"
              DISPLAY "CARTAS NAO EMITIDAS."
              PERFORM REGISTRA-CAPACIDADE
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM MARCA-PAGAMENTOS.
          PERFORM MARCA-DEVOLUCOES.
          OPEN INPUT ARQTIT.
          IF FS-TIT NOT EQUAL "00"
              DISPLAY "ARQTIT AUSENTE - RODE O CONVTIT ANTES."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN INPUT  CADSOC1
                      CADEND
               OUTPUT CARTWK
              + (MES-SISTEMA * 30) + DIA-SISTEMA.
          PERFORM LEITURA.

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
              PERFORM LE-FAMILIA
          ELSE
              ADD 1 TO QTD-FAMILIAS
              MOVE PAGADOR-FAM TO FAM-PAGADOR (QTD-FAMILIAS)
              MOVE SOCIO-FAM TO FAM-SOCIO (QTD-FAMILIAS)
              MOVE PAGADOR-FAM TO PAGADOR-PROCURADO
              PERFORM PROCURA-PAGADOR
              IF IX-PAG-ACHADO EQUAL ZEROES
                  ADD 1 TO QTD-PAGADORES
                  MOVE PAGADOR-FAM TO PAG-NUMERO (QTD-PAGADORES)
                  MOVE SPACES TO PAG-NOME (QTD-PAGADORES)
                  MOVE "NAO" TO PAG-DECIDIDO (QTD-PAGADORES)
                  MOVE ZEROES TO PAG-NIVEL (QTD-PAGADORES)
              END-IF
              PERFORM LE-FAMILIA.

       PROCURA-PAGADOR.
          MOVE ZEROES TO IX-PAG-ACHADO.
          IF QTD-PAGADORES GREATER THAN ZEROES
              PERFORM TESTA-UM-PAGADOR
                  VARYING IX-PAG FROM 1 BY 1
                  UNTIL IX-PAG GREATER THAN QTD-PAGADORES
                     OR IX-PAG-ACHADO GREATER THAN ZEROES.

       TESTA-UM-PAGADOR.
          IF PAG-NUMERO (IX-PAG) EQUAL PAGADOR-PROCURADO
              MOVE IX-PAG TO IX-PAG-ACHADO.

      *----------------------------------------------------------------
      *    PAGADOR-GRUPO RECEBE O PAGADOR DO GRUPO DO SOCIO EM
      *    PAGADOR-PROCURADO (O PROPRIO SOCIO QUANDO ELE NAO E MEMBRO)
      *    E IX-PAG-ACHADO APONTA O PAGADOR NA TABELA (ZERO QUANDO O
      *    SOCIO NAO ESTA EM GRUPO FAMILIAR).
      *----------------------------------------------------------------
       LOCALIZA-GRUPO.
          IF QTD-FAMILIAS GREATER THAN ZEROES
              PERFORM TESTA-UM-MEMBRO
                  VARYING IX-FAM FROM 1 BY 1
                  UNTIL IX-FAM GREATER THAN QTD-FAMILIAS.
          MOVE PAGADOR-PROCURADO TO PAGADOR-GRUPO.
          PERFORM PROCURA-PAGADOR.

       TESTA-UM-MEMBRO.
          IF FAM-SOCIO (IX-FAM) EQUAL PAGADOR-PROCURADO
              MOVE FAM-PAGADOR (IX-FAM) TO PAGADOR-PROCURADO.

       CARGA-CONTROLE.
          OPEN INPUT CTRLCART.
          PERFORM LE-CONTROLE.

       GUARDA-CONTROLE.
          IF QTD-CONTROLE NOT LESS 2000
              MOVE "SIM" TO TABELA-CHEIA-CCA
              ADD 1 TO EXCEDENTE-CCA
          ELSE
              ADD 1 TO QTD-CONTROLE
              MOVE NUMERO-CCA TO CCA-NUMERO (QTD-CONTROLE)
              MOVE NIVEL-CCA TO CCA-NIVEL (QTD-CONTROLE)
              MOVE DATA-CCA TO CCA-DATA (QTD-CONTROLE)
              MOVE "NAO" TO CCA-PAGO-APOS (QTD-CONTROLE)
              MOVE "NAO" TO CCA-DEVOLVIDA (QTD-CONTROLE).
          PERFORM LE-CONTROLE.

       MARCA-PAGAMENTOS.
          READ JORNRCB AT END MOVE "SIM" TO FIM-JRC.

       MARCA-UM-PAGAMENTO.
          MOVE JRC-SOCIO TO PAGADOR-PROCURADO.
          PERFORM LOCALIZA-GRUPO.
          IF QTD-CONTROLE GREATER THAN ZEROES
              PERFORM MARCA-CONTRA-CONTROLE
                  VARYING IX-CCA FROM 1 BY 1
          PERFORM LE-JORNAL.

       MARCA-CONTRA-CONTROLE.
          IF (CCA-NUMERO (IX-CCA) EQUAL JRC-SOCIO
              OR CCA-NUMERO (IX-CCA) EQUAL PAGADOR-GRUPO)
             AND JRC-DATA-MOV GREATER THAN CCA-DATA (IX-CCA)
             AND JRC-TIPO NOT EQUAL "E"
              MOVE "SIM" TO CCA-PAGO-APOS (IX-CCA).

      *----------------------------------------------------------------
      *    CARTA DE COBRANCA DEVOLVIDA PELO CORREIO (ARQDEV, DOCUMENTO
      *    C) COM DATA NAO ANTERIOR A DA ULTIMA CARTA DO CONTROLE: A
      *    CARTA NAO CHEGOU E O NIVEL NAO SOBE.
      *----------------------------------------------------------------
       MARCA-DEVOLUCOES.
          OPEN INPUT ARQDEV.
          PERFORM LE-DEVOLUCAO.
          PERFORM MARCA-UMA-DEVOLUCAO UNTIL FIM-DEV EQUAL "SIM".
          CLOSE ARQDEV.

       LE-DEVOLUCAO.
          READ ARQDEV AT END MOVE "SIM" TO FIM-DEV.

       MARCA-UMA-DEVOLUCAO.
          IF DOC-DEV EQUAL "C" AND QTD-CONTROLE GREATER THAN ZEROES
              MOVE SOCIO-DEV TO PAGADOR-PROCURADO
              PERFORM LOCALIZA-GRUPO
              PERFORM MARCA-DEVOLUCAO-CONTROLE
                  VARYING IX-CCA FROM 1 BY 1
                  UNTIL IX-CCA GREATER THAN QTD-CONTROLE.
          PERFORM LE-DEVOLUCAO.

       MARCA-DEVOLUCAO-CONTROLE.
          IF (CCA-NUMERO (IX-CCA) EQUAL SOCIO-DEV
              OR CCA-NUMERO (IX-CCA) EQUAL PAGADOR-GRUPO)
             AND DATA-DOC-DEV NOT LESS CCA-DATA (IX-CCA)
              MOVE "SIM" TO CCA-DEVOLVIDA (IX-CCA).

       CALCULA-DATAS.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          MOVE DATA-SISTEMA(1:4) TO ANO-SISTEMA.
          READ CADSOC1 AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          MOVE NUMERO-SOCIO1 TO PAGADOR-PROCURADO.
          PERFORM PROCURA-PAGADOR.
          IF IX-PAG-ACHADO GREATER THAN ZEROES
              MOVE NOME-SOCIO1 TO PAG-NOME (IX-PAG-ACHADO).
          IF CODIGO-PAGAMENTO1 EQUAL TO 02
             AND SITUACAO-COBR1 NOT EQUAL "G"
              PERFORM TRATA-ATRASADO.
	  PERFORM LEITURA.

       TRATA-ATRASADO.
          PERFORM SOMA-TITULOS.
          IF QTD-TIT-ABERTOS GREATER THAN ZEROES
              PERFORM TRATA-DEVEDOR.

       SOMA-TITULOS.
          MOVE ZEROES TO QTD-TIT-ABERTOS.
          MOVE ZEROES TO SALDO-TIT-SOCIO.
          MOVE ZEROES TO CWK-QTD-TIT.
          PERFORM LIMPA-TITULO-WK
              VARYING IX-TIT FROM 1 BY 1
              UNTIL IX-TIT GREATER THAN 12.
          MOVE "NAO" TO FIM-TIT.
          MOVE NUMERO-SOCIO1 TO SOCIO-TIT.
          MOVE ZEROES TO COMPET-TIT.
          MOVE SPACES TO TIPO-TIT.
          START ARQTIT KEY NOT LESS CHAVE-TIT
              INVALID KEY MOVE "SIM" TO FIM-TIT.
          PERFORM LE-TITULO.
          PERFORM ACUMULA-TITULO UNTIL FIM-TIT EQUAL "SIM".
          MOVE QTD-TIT-ABERTOS TO CWK-QTD-TIT.

       LIMPA-TITULO-WK.
          MOVE ZEROES TO CWK-COMPET-TIT (IX-TIT).
          MOVE ZEROES TO CWK-SALDO-TIT (IX-TIT).

       LE-TITULO.
          IF FIM-TIT NOT EQUAL "SIM"
              READ ARQTIT NEXT RECORD
                  AT END MOVE "SIM" TO FIM-TIT.
          IF FIM-TIT NOT EQUAL "SIM"
             AND SOCIO-TIT NOT EQUAL NUMERO-SOCIO1
              MOVE "SIM" TO FIM-TIT.

       ACUMULA-TITULO.
          IF SITUACAO-TIT EQUAL "A"
              ADD 1 TO QTD-TIT-ABERTOS
              ADD SALDO-TIT TO SALDO-TIT-SOCIO
              IF QTD-TIT-ABERTOS NOT GREATER 12
                  MOVE COMPET-TIT TO CWK-COMPET-TIT (QTD-TIT-ABERTOS)
                  MOVE SALDO-TIT TO CWK-SALDO-TIT (QTD-TIT-ABERTOS).
          PERFORM LE-TITULO.

      *----------------------------------------------------------------
      *    NO GRUPO FAMILIAR O NIVEL DA CARTA E DECIDIDO UMA VEZ SO,
      *    PELO CONTROLE DO PAGADOR, E VALE PARA TODOS OS MEMBROS
      *    ATRASADOS DO GRUPO.
      *----------------------------------------------------------------
       TRATA-DEVEDOR.
          MOVE NUMERO-SOCIO1 TO PAGADOR-PROCURADO.
          PERFORM LOCALIZA-GRUPO.
          MOVE PAGADOR-GRUPO TO NUMERO-CONTROLE.
          MOVE "SIM" TO PRIMEIRO-DO-GRUPO.
          IF IX-PAG-ACHADO GREATER THAN ZEROES
              ADD 1 TO TOTAL-AGRUPADOS
              IF PAG-DECIDIDO (IX-PAG-ACHADO) EQUAL "SIM"
                  MOVE "NAO" TO PRIMEIRO-DO-GRUPO.
          IF PRIMEIRO-DO-GRUPO EQUAL "SIM"
              PERFORM LOCALIZA-CONTROLE
              PERFORM DEFINE-NIVEL
          ELSE
              MOVE PAG-NIVEL (IX-PAG-ACHADO) TO NIVEL-CARTA.
          IF IX-PAG-ACHADO GREATER THAN ZEROES
              MOVE "SIM" TO PAG-DECIDIDO (IX-PAG-ACHADO)
              MOVE NIVEL-CARTA TO PAG-NIVEL (IX-PAG-ACHADO).
          IF NIVEL-CARTA GREATER THAN ZEROES
             AND NIVEL-CARTA LESS THAN 4
              PERFORM GRAVA-CARTA-WK.

       GRAVA-CARTA-WK.
          PERFORM BUSCA-ENDERECO.
          IF NAO-TEM-END EQUAL "SIM" OR END-DEVOLVIDO EQUAL "SIM"
              PERFORM GRAVA-SEM-ENDERECO
          ELSE
              PERFORM CALCULA-JUROS
              MOVE CEP-END TO CWK-CEP
              MOVE PAGADOR-GRUPO TO CWK-PAGADOR
              IF PAGADOR-GRUPO EQUAL NUMERO-SOCIO1
                  MOVE 0 TO CWK-ORDEM
              ELSE
                  MOVE 1 TO CWK-ORDEM
              END-IF
              MOVE NIVEL-CARTA TO CWK-NIVEL
              MOVE NUMERO-SOCIO1 TO CWK-NUMERO
              MOVE NOME-SOCIO1 TO CWK-NOME
              MOVE SALDO-TIT-SOCIO TO CWK-VALOR
              MOVE VALOR-COM-JUROS TO CWK-VALORCJ
              MOVE RUA-END TO CWK-RUA
              MOVE CIDADE-END TO CWK-CIDADE
              WRITE REG-CWK
              IF PRIMEIRO-DO-GRUPO EQUAL "SIM"
                  PERFORM ATUALIZA-CONTROLE.

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

       FECHA-SELECAO.
          CLOSE CADSOC1
                ARQTIT
                CADEND
                CARTWK
                RELSEMEND.

       ORDENA-CARTAS.
          SORT SORTWK ON ASCENDING KEY CEP-SRT PAGADOR-SRT ORDEM-SRT
                                       NUMERO-SRT
              USING CARTWK
              GIVING CARTORD.


       IMPRIME-UMA-CARTA.
          PERFORM IMPRIME-CARTA.

       LOCALIZA-CONTROLE.
          MOVE "NAO" TO ACHOU-CONTROLE.
                     OR ACHOU-CONTROLE EQUAL "SIM".

       TESTA-UM-CONTROLE.
          IF CCA-NUMERO (IX-CCA) EQUAL NUMERO-CONTROLE
              MOVE "SIM" TO ACHOU-CONTROLE
              MOVE IX-CCA TO IX-LIVRE.

          ELSE
              PERFORM AVALIA-ESCALADA.

      *----------------------------------------------------------------
      *    A CARTA ANTERIOR QUE VOLTOU PELO CORREIO E REPETIDA NO
      *    MESMO NIVEL, SEM ESPERAR O PRAZO (ELA NAO CHEGOU AO SOCIO).
      *----------------------------------------------------------------
       AVALIA-ESCALADA.
          MOVE CCA-NIVEL (IX-LIVRE) TO NIVEL-ATUAL.
          IF CCA-PAGO-APOS (IX-LIVRE) EQUAL "SIM"
              MOVE 1 TO NIVEL-CARTA
          ELSE
          IF CCA-DEVOLVIDA (IX-LIVRE) EQUAL "SIM"
              ADD 1 TO TOTAL-REPETIDAS
              MOVE NIVEL-ATUAL TO NIVEL-CARTA
          ELSE
              PERFORM CALCULA-DIAS-DECORRIDOS
              IF DIAS-DECORRIDOS LESS THAN 30
              + (MES-ULT-NOT * 30) + DIA-ULT-NOT.
          COMPUTE DIAS-DECORRIDOS = DIAS-HOJE - DIAS-ULTIMA.

      *----------------------------------------------------------------
      *    SOCIO NOVO SEM LUGAR NA TABELA SO E CONTADO: A RODADA PARA
      *    DEPOIS DA SELECAO, ANTES DE IMPRIMIR E DE REGRAVAR O
      *    CTRLCART, PARA NAO REPETIR O NIVEL 1 NA RODADA SEGUINTE.
      *----------------------------------------------------------------
       ATUALIZA-CONTROLE.
          IF ACHOU-CONTROLE EQUAL "SIM"
              MOVE NIVEL-CARTA TO CCA-NIVEL (IX-LIVRE)
              MOVE DATA-SISTEMA TO CCA-DATA (IX-LIVRE)
              MOVE "NAO" TO CCA-PAGO-APOS (IX-LIVRE)
              MOVE "NAO" TO CCA-DEVOLVIDA (IX-LIVRE)
          ELSE
          IF QTD-CONTROLE NOT LESS 2000
              MOVE "SIM" TO TABELA-CHEIA-CCA
              ADD 1 TO EXCEDENTE-CCA
          ELSE
              ADD 1 TO QTD-CONTROLE
              MOVE NUMERO-CONTROLE TO CCA-NUMERO (QTD-CONTROLE)
              MOVE NIVEL-CARTA TO CCA-NIVEL (QTD-CONTROLE)
              MOVE DATA-SISTEMA TO CCA-DATA (QTD-CONTROLE)
              MOVE "NAO" TO CCA-PAGO-APOS (QTD-CONTROLE)
              MOVE "NAO" TO CCA-DEVOLVIDA (QTD-CONTROLE).

       RECOMENDA-CANCELAMENTO.
          ADD 1 TO TOTAL-RECOMEND.
          MOVE SPACES TO REG-RCA.
          MOVE NUMERO-SOCIO1 TO NUMERO-RCA.
          MOVE NOME-SOCIO1 TO NOME-RCA.
          MOVE QTD-TIT-ABERTOS TO MESES-RCA.
          MOVE "CICLO DE AVISOS ESGOTADO" TO MOTIVO-RCA.
          WRITE REG-RCA.

      *----------------------------------------------------------------
      *    UMA CARTA POR GRUPO FAMILIAR, EM NOME E NO ENDERECO DO
      *    PAGADOR, COM AS COMPETENCIAS DE CADA SOCIO ATRASADO DO GRUPO
      *    E O TOTAL DO GRUPO. SOCIO FORA DE GRUPO E UM GRUPO DE UM SO.
      *----------------------------------------------------------------
       IMPRIME-CARTA.
          ADD 1 TO TOTAL-CARTAS.
          MOVE CWO-PAGADOR TO PAGADOR-CARTA.
          MOVE CWO-NIVEL TO NIVEL-IMPRESSO.
          MOVE ZEROES TO VALOR-CARTA.
          MOVE ZEROES TO VALORCJ-CARTA.
          MOVE CWO-NOME TO CE1-NOME.
          IF CWO-PAGADOR NOT EQUAL CWO-NUMERO
              PERFORM BUSCA-NOME-PAGADOR.
          MOVE SPACES TO REGCARTA.
          WRITE REGCARTA AFTER ADVANCING PAGE.
          WRITE REGCARTA FROM CARTA-L01 AFTER ADVANCING 1 LINE.
          MOVE MES-SISTEMA TO CL02-MES.
          MOVE ANO-SISTEMA TO CL02-ANO.
          WRITE REGCARTA FROM CARTA-L02 AFTER ADVANCING 1 LINE.
          WRITE REGCARTA FROM CARTA-END1 AFTER ADVANCING 2 LINES.
          MOVE CWO-RUA TO CE2-RUA.
          WRITE REGCARTA FROM CARTA-END2 AFTER ADVANCING 1 LINE.
          MOVE CWO-CEP TO CE3-CEP.
          WRITE REGCARTA FROM CARTA-END3 AFTER ADVANCING 1 LINE.
          WRITE REGCARTA FROM CARTA-L03 AFTER ADVANCING 2 LINES.
          MOVE CE1-NOME TO CL04-NOME.
          WRITE REGCARTA FROM CARTA-L04 AFTER ADVANCING 1 LINE.
          WRITE REGCARTA FROM CARTA-L05 AFTER ADVANCING 2 LINES.
          PERFORM IMPRIME-SOCIO-CARTA
              UNTIL FIM-ORD EQUAL "SIM"
                 OR CWO-PAGADOR NOT EQUAL PAGADOR-CARTA.
          IF NIVEL-IMPRESSO EQUAL 2
              WRITE REGCARTA FROM CARTA-NIVEL2 AFTER ADVANCING 2 LINES.
          IF NIVEL-IMPRESSO EQUAL 3
              WRITE REGCARTA FROM CARTA-NIVEL3 AFTER ADVANCING 2 LINES.
          WRITE REGCARTA FROM CARTA-L07 AFTER ADVANCING 2 LINES.
          MOVE VALOR-CARTA TO CL08-VAL.
          MOVE VALORCJ-CARTA TO CL08-VALJ.
          WRITE REGCARTA FROM CARTA-L08 AFTER ADVANCING 1 LINE.
          WRITE REGCARTA FROM CARTA-L09 AFTER ADVANCING 2 LINES.
          MOVE DIA-VENC TO CL10-DIA.
          WRITE REGCARTA FROM CARTA-L11 AFTER ADVANCING 2 LINES.
          WRITE REGCARTA FROM CARTA-L12 AFTER ADVANCING 1 LINE.

       BUSCA-NOME-PAGADOR.
          MOVE CWO-PAGADOR TO PAGADOR-PROCURADO.
          PERFORM PROCURA-PAGADOR.
          IF IX-PAG-ACHADO GREATER THAN ZEROES
             AND PAG-NOME (IX-PAG-ACHADO) NOT EQUAL SPACES
              MOVE PAG-NOME (IX-PAG-ACHADO) TO CE1-NOME.

       IMPRIME-SOCIO-CARTA.
          MOVE CWO-NUMERO TO CL06-COD.
          MOVE CWO-QTD-TIT TO CL06-QTD.
          WRITE REGCARTA FROM CARTA-L06 AFTER ADVANCING 1 LINE.
          PERFORM IMPRIME-COMPETENCIAS.
          ADD CWO-VALOR TO VALOR-CARTA.
          ADD CWO-VALORCJ TO VALORCJ-CARTA.
          PERFORM LE-CARTORD.

       IMPRIME-COMPETENCIAS.
          WRITE REGCARTA FROM CARTA-L06A AFTER ADVANCING 2 LINES.
          IF CWO-QTD-TIT GREATER THAN 12
              MOVE 12 TO QTD-TIT-CARTA
              COMPUTE QTD-TIT-RESTO = CWO-QTD-TIT - 12
          ELSE
              MOVE CWO-QTD-TIT TO QTD-TIT-CARTA
              MOVE ZEROES TO QTD-TIT-RESTO.
          PERFORM IMPRIME-UMA-COMPETENCIA
              VARYING IX-TIT FROM 1 BY 1
              UNTIL IX-TIT GREATER THAN QTD-TIT-CARTA.
          IF QTD-TIT-RESTO GREATER THAN ZEROES
              MOVE QTD-TIT-RESTO TO CL06C-QTD
              WRITE REGCARTA FROM CARTA-L06C AFTER ADVANCING 1 LINE.

       IMPRIME-UMA-COMPETENCIA.
          MOVE CWO-COMPET-TIT (IX-TIT) TO COMPET-CARTA.
          MOVE MES-CMP-CARTA TO CL06B-MES.
          MOVE ANO-CMP-CARTA TO CL06B-ANO.
          MOVE CWO-SALDO-TIT (IX-TIT) TO CL06B-VAL.
          WRITE REGCARTA FROM CARTA-L06B AFTER ADVANCING 1 LINE.

       CALCULA-JUROS.
          COMPUTE VALOR-JUROS =
              SALDO-TIT-SOCIO * TAXA-JUROS.
          IF PRORATA-FLAG EQUAL "S"
              COMPUTE VALOR-JUROS = VALOR-JUROS
                  + (SALDO-TIT-SOCIO * TAXA-JUROS
                     * DIA-SISTEMA / 30).
          COMPUTE VALOR-COM-JUROS =
              SALDO-TIT-SOCIO + VALOR-JUROS + MULTA-ATRASO.

       TERMINO.
          PERFORM GRAVA-SPOOL.
          PERFORM REGRAVA-CONTROLE.
          PERFORM REGISTRA-CAPACIDADE.
          DISPLAY "CARTAS EMITIDAS......: " TOTAL-CARTAS.
          DISPLAY "SEM ENDERECO.........: " TOTAL-SEM-END.
          DISPLAY "  COM END. DEVOLVIDO.: " TOTAL-DEVOLVIDOS.
          DISPLAY "NIVEL REPETIDO (DEV).: " TOTAL-REPETIDAS.
          DISPLAY "RECOMENDADOS CANCEL..: " TOTAL-RECOMEND.
          DISPLAY "ATRASADOS EM GRUPO...: " TOTAL-AGRUPADOS.
          CLOSE   RELCANC.

       GRAVA-SPOOL.
          MOVE CCA-DATA (IX-CCA) TO DATA-CCA.
          WRITE REG-CCA.

      *----------------------------------------------------------------
      *    OCUPACAO DAS TABELAS NA RODADA (COM O QUE NAO COUBE) PARA O
      *    RELATORIO DE CAPACIDADE (CADCAPAC, PELA CAPTAB). PAGADORES
      *    NUNCA PASSAM DOS MEMBROS GUARDADOS.
      *----------------------------------------------------------------
       REGISTRA-CAPACIDADE.
          MOVE "EX06" TO PROGRAMA-CAPAC.
          MOVE "TAB-CONTROLE" TO TABELA-CAPAC.
          ADD QTD-CONTROLE EXCEDENTE-CCA GIVING USADO-CAPAC.
          MOVE 2000 TO LIMITE-CAPAC.
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

       LEITURA-PARMFIN.
          ACCEPT DATA-PARMFIN FROM DATE YYYYMMDD.
          OPEN INPUT PARMFIN.
