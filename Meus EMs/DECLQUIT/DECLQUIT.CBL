      *SAEM NA LISTAGEM DE CONTROLE RELEXCL COM O MOTIVO (ATRASADO,
      *CANCELADO, NEGOCIADO, SEM PAGAMENTO NO ANO). O ANO VEM DA
      *VARIAVEL DE AMBIENTE ANO_QUITACAO (AUSENTE ASSUME O ANO
      *ANTERIOR AO CORRENTE). QUANDO O SOCIO TEM SALDO DE CREDITO NO
      *ARQCRED.DAT (SOBRA DE RECIBO OU PAGAMENTO ADIANTADO) A
      *DECLARACAO INFORMA O CREDITO A FAVOR DO SOCIO APOS O TOTAL PAGO.
      *O RECIBO ESTORNADO PELO ESTORREC (LINHA TIPO E DO JORNRCB)
      *SAI NA LISTA MARCADO COMO ESTORNO E NAO CONTA NO TOTAL PAGO.
      *AO LADO DE CADA PAGAMENTO SAI O NUMERO DA NOTA FISCAL DE
      *SERVICO ELETRONICA DO RECIBO (NFSERCB, PELA CHAVE DO RECIBO)
      *OU A SITUACAO DO RPS QUANDO A NOTA AINDA NAO FOI EMITIDA.
      *SOCIO COM ENDERECO MARCADO COMO DEVOLVIDO PELO CORREIO
      *(MANEND, OPCAO D) NAO RECEBE A DECLARACAO: SAI NO RELSEMEND
      *PARA A SECRETARIA ACERTAR O ENDERECO E REEMITIR.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-END.
          SELECT OPTIONAL ARQCRED ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SOCIO-CRD
          FILE STATUS IS FS-CRD.
          SELECT OPTIONAL JORNRCB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL NFSERCB ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RPS-NFS
          ALTERNATE RECORD KEY IS RECIBO-NFS WITH DUPLICATES
          FILE STATUS IS FS-NFS.
          SELECT DECLARA ASSIGN TO DISK.
          SELECT RELEXCL ASSIGN TO DISK.
          SELECT RELSEMEND ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          02 RUA-END                   PIC X(30).
          02 CIDADE-END                PIC X(20).
          02 CEP-END                   PIC 9(08).
          02 SITUACAO-END              PIC X(01).
          02 DATA-DEVOL-END            PIC 9(08).

       FD  ARQCRED
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQCRED.DAT".
          COPY REGCRED.

       FD  JORNRCB
          LABEL RECORD ARE STANDARD
          02 JRC-CODIGO-NOVO           PIC 9(02).
          02 FILLER                    PIC X(01).
          02 JRC-SEQ                   PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-TIPO                  PIC X(01).

       FD  NFSERCB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "NFSERCB.DAT".
          COPY REGNFS.

       FD  DECLARA
          LABEL RECORD IS OMITTED.
          LABEL RECORD IS OMITTED.
          01  REGEXCL     PIC X(80).

       FD  RELSEMEND
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RELSEMEND.DAT".
          01 REG-SEM.
          02 NUMERO-SEM                PIC 9(06).
          02 FILLER                    PIC X(02).
          02 NOME-SEM                  PIC X(30).
          02 FILLER                    PIC X(02).
          02 MOTIVO-SEM                PIC X(20).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-JRC            PIC X(03) VALUE "NAO".
       77  NAO-TEM-END        PIC X(03) VALUE "NAO".
       77  CONTADOR-DEVOL     PIC 9(06) VALUE ZEROES.
       77  FS-CRD             PIC X(02) VALUE "00".
       77  TEM-ARQCRED        PIC X(03) VALUE "NAO".
       77  TEM-SALDO-CRED     PIC X(03) VALUE "NAO".
       77  FS-NFS             PIC X(02) VALUE "00".
       77  TEM-NFSERCB        PIC X(03) VALUE "NAO".
       77  FIM-NFS            PIC X(03) VALUE "NAO".
       77  CONTADOR-CRED      PIC 9(06) VALUE ZEROES.
       77  ANO-QUITACAO       PIC X(04) VALUE SPACES.
       77  ANO-DECLARADO      PIC 9(04) VALUE ZEROES.
       77  QTD-PAGTOS-ANO     PIC 9(03) VALUE ZEROES.
          02 DDT-ANO   PIC 9(04).
          02 FILLER    PIC X(05) VALUE SPACES.
          02 DDT-VALOR PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DDT-OBS   PIC X(09).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DDT-NFS   PIC X(32).

       01 RECIBO-PROCURADO.
          02 PRC-SOCIO                 PIC 9(06).
          02 PRC-MATR                  PIC 9(07).
          02 PRC-DATA-RCB              PIC 9(08).
          02 PRC-SEQ                   PIC 9(06).
          02 PRC-VALOR                 PIC 9(09)V9(02).

       01 DECL-L07.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DL07-TOT  PIC ZZZ.ZZZ.ZZ9,99.

       01 DECL-L09.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(25) VALUE "CREDITO A FAVOR DO SOCIO:".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DL09-CRED PIC ZZZ.ZZZ.ZZ9,99.

       01 DECL-L08.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(40) VALUE
          OPEN INPUT  CADSOC1
                      CADEND
               OUTPUT DECLARA
                      RELEXCL
                      RELSEMEND.
          OPEN INPUT ARQCRED.
          IF FS-CRD EQUAL "00"
              MOVE "SIM" TO TEM-ARQCRED.
          OPEN INPUT NFSERCB.
          IF FS-NFS EQUAL "00"
              MOVE "SIM" TO TEM-NFSERCB.
          PERFORM LEITURA.

       LEITURA.
              MOVE "SEM PAGAMENTO NO ANO" TO DET-MOT
              PERFORM IMPRIME-EXCLUIDO
          ELSE
              PERFORM BUSCA-ENDERECO
              IF NAO-TEM-END EQUAL "NAO" AND SITUACAO-END EQUAL "D"
                  PERFORM GRAVA-SEM-ENDERECO
              ELSE
                  PERFORM IMPRIME-DECLARACAO.

       GRAVA-SEM-ENDERECO.
          ADD 1 TO CONTADOR-DEVOL.
          MOVE SPACES TO REG-SEM.
          MOVE NUMERO-SOCIO1 TO NUMERO-SEM.
          MOVE NOME-SOCIO1 TO NOME-SEM.
          MOVE "ENDERECO DEVOLVIDO" TO MOTIVO-SEM.
          WRITE REG-SEM.

       SOMA-PAGAMENTOS-ANO.
          MOVE ZEROES TO QTD-PAGTOS-ANO SOMA-PAGTOS-ANO.
       CONTA-PAGAMENTO.
          IF JRC-SOCIO EQUAL NUMERO-SOCIO1
             AND JRC-DATA-MOV(1:4) EQUAL ANO-DECLARADO
              IF JRC-TIPO EQUAL "E"
                  PERFORM DESCONTA-ESTORNO
              ELSE
                  ADD 1 TO QTD-PAGTOS-ANO
                  ADD JRC-VALOR TO SOMA-PAGTOS-ANO.
          PERFORM LE-JORNAL.

       DESCONTA-ESTORNO.
          IF QTD-PAGTOS-ANO GREATER THAN ZEROES
              SUBTRACT 1 FROM QTD-PAGTOS-ANO.
          IF SOMA-PAGTOS-ANO GREATER THAN JRC-VALOR
              SUBTRACT JRC-VALOR FROM SOMA-PAGTOS-ANO
          ELSE
              MOVE ZEROES TO SOMA-PAGTOS-ANO.

       IMPRIME-DECLARACAO.
          ADD 1 TO CONTADOR-DECL.
          MOVE SPACES TO REGDECL.
          PERFORM LISTA-PAGAMENTOS.
          MOVE SOMA-PAGTOS-ANO TO DL07-TOT.
          WRITE REGDECL FROM DECL-L07 AFTER ADVANCING 2 LINES.
          PERFORM BUSCA-CREDITO.
          IF TEM-SALDO-CRED EQUAL "SIM"
             AND SALDO-CRD GREATER THAN ZEROES
              ADD 1 TO CONTADOR-CRED
              MOVE SALDO-CRD TO DL09-CRED
              WRITE REGDECL FROM DECL-L09 AFTER ADVANCING 1 LINE.
          WRITE REGDECL FROM DECL-L01 AFTER ADVANCING 2 LINES.
          WRITE REGDECL FROM DECL-L08 AFTER ADVANCING 1 LINE.

          READ CADEND KEY IS NUMERO-END
              INVALID KEY MOVE "SIM" TO NAO-TEM-END.

       BUSCA-CREDITO.
          MOVE "NAO" TO TEM-SALDO-CRED.
          IF TEM-ARQCRED EQUAL "SIM"
              MOVE "SIM" TO TEM-SALDO-CRED
              MOVE NUMERO-SOCIO1 TO SOCIO-CRD
              READ ARQCRED KEY IS SOCIO-CRD
                  INVALID KEY MOVE "NAO" TO TEM-SALDO-CRED.

       LISTA-PAGAMENTOS.
          MOVE "NAO" TO FIM-JRC.
          OPEN INPUT JORNRCB.
              MOVE JRC-DATA-RCB(5:2) TO DDT-MES
              MOVE JRC-DATA-RCB(1:4) TO DDT-ANO
              MOVE JRC-VALOR TO DDT-VALOR
              MOVE SPACES TO DDT-NFS
              IF JRC-TIPO EQUAL "E"
                  MOVE "ESTORNO" TO DDT-OBS
              ELSE
                  MOVE SPACES TO DDT-OBS
                  IF TEM-NFSERCB EQUAL "SIM"
                     AND JRC-TIPO NOT EQUAL "G"
                      PERFORM BUSCA-NOTA
                  END-IF
              END-IF
              WRITE REGDECL FROM DECL-DET AFTER ADVANCING 1 LINE.
          PERFORM LE-JORNAL.

      *----------------------------------------------------------------
      *    NOTA FISCAL DO RECIBO PELA CHAVE ALTERNATIVA DO NFSERCB: VALE
      *    O ULTIMO RPS QUE NAO FOI ENCERRADO.
      *----------------------------------------------------------------
       BUSCA-NOTA.
          MOVE "NAO" TO FIM-NFS.
          MOVE JRC-SOCIO TO SOCIO-NFS.
          MOVE ZEROES TO MATR-NFS.
          MOVE JRC-DATA-RCB TO DATA-RCB-NFS.
          MOVE JRC-SEQ TO SEQ-NFS.
          MOVE JRC-VALOR TO VALOR-NFS.
          MOVE RECIBO-NFS TO RECIBO-PROCURADO.
          START NFSERCB KEY EQUAL RECIBO-NFS
              INVALID KEY MOVE "SIM" TO FIM-NFS.
          PERFORM LE-NOTA.
          PERFORM TESTA-NOTA UNTIL FIM-NFS EQUAL "SIM".

       LE-NOTA.
          IF FIM-NFS NOT EQUAL "SIM"
              READ NFSERCB NEXT RECORD
                  AT END MOVE "SIM" TO FIM-NFS.
          IF FIM-NFS NOT EQUAL "SIM"
             AND RECIBO-NFS NOT EQUAL RECIBO-PROCURADO
              MOVE "SIM" TO FIM-NFS.

       TESTA-NOTA.
          IF SITUACAO-NFS EQUAL "E"
              MOVE SPACES TO DDT-NFS
              STRING "NFS-E " NOTA-NFS " VERIF. " VERIFICA-NFS
                  DELIMITED BY SIZE INTO DDT-NFS
          ELSE
          IF SITUACAO-NFS EQUAL "P"
              MOVE "NFS-E EM EMISSAO" TO DDT-NFS
          ELSE
          IF SITUACAO-NFS EQUAL "R"
              MOVE "NFS-E EM CORRECAO" TO DDT-NFS
          ELSE
          IF SITUACAO-NFS EQUAL "C"
              MOVE SPACES TO DDT-NFS
              STRING "NFS-E " NOTA-NFS " ESTORNADA"
                  DELIMITED BY SIZE INTO DDT-NFS.
          PERFORM LE-NOTA.

       EXCLUI-SOCIO.
          IF CODIGO-PAGAMENTO1 EQUAL 02
              MOVE "ATRASADO" TO DET-MOT
          DISPLAY "SOCIOS LIDOS.........: " CONTADOR-LIDOS.
          DISPLAY "DECLARACOES EMITIDAS.: " CONTADOR-DECL.
          DISPLAY "EXCLUIDOS............: " CONTADOR-EXCL.
          DISPLAY "DECLARACOES C/CREDITO: " CONTADOR-CRED.
          DISPLAY "RETIDAS (END.DEVOLV.): " CONTADOR-DEVOL.
          CLOSE CADSOC1
                CADEND
                DECLARA
                RELEXCL
                RELSEMEND.
          IF TEM-ARQCRED EQUAL "SIM"
              CLOSE ARQCRED.
          IF TEM-NFSERCB EQUAL "SIM"
              CLOSE NFSERCB.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
