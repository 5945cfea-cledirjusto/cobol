       IDENTIFICATION DIVISION.
          PROGRAM-ID.      RETNFS.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CARGA DO RETORNO DA PREFEITURA PARA OS LOTES DE RPS
      *GERADOS PELO GERANFS. LE O NFSRET.DAT (UMA LINHA POR RPS: O
      *NUMERO DO RPS, A SITUACAO A-ACEITO OU R-RECUSADO, O NUMERO DA
      *NFS-E, O CODIGO DE VERIFICACAO, A DATA DE EMISSAO E O MOTIVO DA
      *RECUSA; HEADER E TRAILER, QUANDO VEM, SAO PULADOS) E ATUALIZA O
      *NFSERCB.DAT PELO NUMERO DO RPS. ACEITO GUARDA A NOTA E A
      *VERIFICACAO CONTRA O RECIBO (SITUACAO E); SE O RECIBO JA FOI
      *ESTORNADO A NOTA SAI NO RELRNFS PARA CANCELAR NO PORTAL.
      *RECUSADO FICA COM SITUACAO R E O MOTIVO, E VAI PARA O
      *NFSERCB.REJ, QUE O CONSEXC LEVA AO CADASTRO DE PENDENCIAS
      *ARQPEND; BAIXADA A PENDENCIA NO MANPEND, O GERANFS REENVIA O
      *RECIBO. RPS DESCONHECIDO OU JA PROCESSADO SO SAI NO RELATORIO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT NFSRET ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT NFSERCB ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RPS-NFS
          ALTERNATE RECORD KEY IS RECIBO-NFS WITH DUPLICATES
          FILE STATUS IS FS-NFS.
          SELECT EXCNFS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELRNFS ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  NFSRET
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "NFSRET.DAT".
          01 REG-RET.
          02 RPS-RET                   PIC 9(08).
          02 SITUACAO-RET              PIC X(01).
          02 NOTA-RET                  PIC 9(08).
          02 VERIFICA-RET              PIC X(09).
          02 DATA-EMI-RET              PIC 9(08).
          02 MOTIVO-RET                PIC X(40).
          01 REG-RET-HDR.
          02 TIPO-HDR                  PIC X(03).
          02 FILLER                    PIC X(71).

       FD  NFSERCB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "NFSERCB.DAT".
          COPY REGNFS.

       FD  EXCNFS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "NFSERCB.REJ".
          01 REG-EXCNFS                PIC X(80).

       FD  RELRNFS
          LABEL RECORD IS OMITTED.
          01  REGRNFS     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-NFS             PIC X(02).
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  ACHOU-RPS          PIC X(03) VALUE "NAO".
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-EMITIDAS  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-RECUSADAS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CANCELAR  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-DESCONH   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-REPETIDOS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-INVALIDAS PIC 9(06) VALUE ZEROES.
       77  SOMA-EMITIDAS      PIC 9(13)V9(02) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

      *----------------------------------------------------------------
      *    LINHA DO NFSERCB.REJ: A CHAVE (RPS) NAS DEZ PRIMEIRAS
      *    POSICOES E O MOTIVO NA POSICAO 41, COMO O CONSEXC ESPERA.
      *----------------------------------------------------------------
       01 LINHA-REJ.
          02 REJ-RPS                   PIC 9(08).
          02 FILLER                    PIC X(02) VALUE SPACES.
          02 REJ-SOCIO                 PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 REJ-MATR                  PIC 9(07).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 REJ-VALOR                 PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 REJ-MOTIVO                PIC X(40).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "RETORNO DA PREFEIT".
          02 FILLER    PIC X(12) VALUE "URA - NFS-E ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "RPS     ".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(06)  VALUE "SOCIO ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "MATRIC.".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "NFS-E   ".
          02 FILLER    PIC X(10)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "VALOR".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "OCORRENCIA".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 TOT-ROTULO PIC X(26).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-QTD   PIC ZZZZZ9.
          02 FILLER    PIC X(03)  VALUE SPACES.
          02 TOT-VALOR PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 DETALHE.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-RPS   PIC 9(08).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-SOCIO PIC 9(06).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-MATR  PIC 9(07).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-NOTA  PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-VALOR PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-OCO   PIC X(28).

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

       PROCEDURE DIVISION.

       PGM-RETNFS.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          OPEN I-O NFSERCB.
          IF FS-NFS NOT EQUAL "00"
              DISPLAY "NFSERCB INDISPONIVEL - FS " FS-NFS
                  " - RETORNO NAO CARREGADO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN INPUT  NFSRET
               OUTPUT EXCNFS
                      RELRNFS.
          PERFORM CABECALHO.
          PERFORM LEITURA.

       LEITURA.
          READ NFSRET AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          IF TIPO-HDR NOT EQUAL "HDR"
             AND TIPO-HDR NOT EQUAL "TRL"
              ADD 1 TO CONTADOR-LIDOS
              PERFORM TRATA-RETORNO.
          PERFORM LEITURA.

       TRATA-RETORNO.
          MOVE ZEROES TO DET-SOCIO DET-MATR DET-NOTA DET-VALOR.
          IF RPS-RET NOT NUMERIC
             OR (SITUACAO-RET NOT EQUAL "A"
                 AND SITUACAO-RET NOT EQUAL "R")
              ADD 1 TO CONTADOR-INVALIDAS
              MOVE ZEROES TO DET-RPS
              MOVE "LINHA INVALIDA" TO DET-OCO
              PERFORM IMPRIME-DETALHE
          ELSE
              PERFORM PROCURA-RPS.

       PROCURA-RPS.
          MOVE RPS-RET TO RPS-NFS.
          MOVE "SIM" TO ACHOU-RPS.
          READ NFSERCB KEY IS RPS-NFS
              INVALID KEY MOVE "NAO" TO ACHOU-RPS.
          MOVE RPS-RET TO DET-RPS.
          IF ACHOU-RPS EQUAL "NAO"
              ADD 1 TO CONTADOR-DESCONH
              MOVE "RPS NAO ENCONTRADO" TO DET-OCO
              PERFORM IMPRIME-DETALHE
          ELSE
              MOVE SOCIO-NFS TO DET-SOCIO
              MOVE MATR-NFS TO DET-MATR
              MOVE VALOR-NFS TO DET-VALOR
              IF SITUACAO-NFS NOT EQUAL "P"
                 AND SITUACAO-NFS NOT EQUAL "C"
                  ADD 1 TO CONTADOR-REPETIDOS
                  MOVE NOTA-NFS TO DET-NOTA
                  MOVE "RETORNO JA PROCESSADO" TO DET-OCO
                  PERFORM IMPRIME-DETALHE
              ELSE
              IF SITUACAO-RET EQUAL "A"
                  PERFORM NOTA-EMITIDA
              ELSE
                  PERFORM NOTA-RECUSADA.

       NOTA-EMITIDA.
          MOVE NOTA-RET TO NOTA-NFS.
          MOVE VERIFICA-RET TO VERIFICA-NFS.
          MOVE DATA-EMI-RET TO DATA-EMI-NFS.
          MOVE SPACES TO MOTIVO-NFS.
          MOVE NOTA-RET TO DET-NOTA.
          ADD 1 TO CONTADOR-EMITIDAS.
          ADD VALOR-NFS TO SOMA-EMITIDAS.
          IF SITUACAO-NFS EQUAL "C"
              ADD 1 TO CONTADOR-CANCELAR
              MOVE "RECIBO ESTORNADO - CANCELAR" TO DET-OCO
              PERFORM IMPRIME-DETALHE
          ELSE
              MOVE "E" TO SITUACAO-NFS.
          REWRITE REG-NFS.

      *----------------------------------------------------------------
      *    RECUSA DE RECIBO JA ESTORNADO NAO TEM O QUE CORRIGIR: O RPS
      *    E ENCERRADO (S) SEM PENDENCIA.
      *----------------------------------------------------------------
       NOTA-RECUSADA.
          MOVE MOTIVO-RET TO MOTIVO-NFS.
          MOVE MOTIVO-RET TO DET-OCO.
          IF SITUACAO-NFS EQUAL "C"
              MOVE "S" TO SITUACAO-NFS
          ELSE
              MOVE "R" TO SITUACAO-NFS
              ADD 1 TO CONTADOR-RECUSADAS
              MOVE RPS-NFS TO REJ-RPS
              MOVE SOCIO-NFS TO REJ-SOCIO
              MOVE MATR-NFS TO REJ-MATR
              MOVE VALOR-NFS TO REJ-VALOR
              MOVE MOTIVO-RET TO REJ-MOTIVO
              WRITE REG-EXCNFS FROM LINHA-REJ.
          REWRITE REG-NFS.
          PERFORM IMPRIME-DETALHE.

       IMPRIME-DETALHE.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGRNFS FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGRNFS.
          WRITE REGRNFS AFTER ADVANCING PAGE.
          WRITE REGRNFS FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGRNFS FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGRNFS FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          MOVE "RETORNOS LIDOS...........:" TO TOT-ROTULO.
          MOVE CONTADOR-LIDOS TO TOT-QTD.
          MOVE ZEROES TO TOT-VALOR.
          WRITE REGRNFS FROM CAB-04 AFTER ADVANCING 2 LINES.
          MOVE "NOTAS EMITIDAS...........:" TO TOT-ROTULO.
          MOVE CONTADOR-EMITIDAS TO TOT-QTD.
          MOVE SOMA-EMITIDAS TO TOT-VALOR.
          WRITE REGRNFS FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO TOT-VALOR.
          MOVE "RECUSADAS (PARA O ARQPEND)" TO TOT-ROTULO.
          MOVE CONTADOR-RECUSADAS TO TOT-QTD.
          WRITE REGRNFS FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "NOTAS A CANCELAR NO PORTAL" TO TOT-ROTULO.
          MOVE CONTADOR-CANCELAR TO TOT-QTD.
          WRITE REGRNFS FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "RPS NAO ENCONTRADOS......:" TO TOT-ROTULO.
          MOVE CONTADOR-DESCONH TO TOT-QTD.
          WRITE REGRNFS FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "JA PROCESSADOS...........:" TO TOT-ROTULO.
          MOVE CONTADOR-REPETIDOS TO TOT-QTD.
          WRITE REGRNFS FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "LINHAS INVALIDAS.........:" TO TOT-ROTULO.
          MOVE CONTADOR-INVALIDAS TO TOT-QTD.
          WRITE REGRNFS FROM CAB-04 AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-LOG.
          CLOSE NFSRET
                NFSERCB
                EXCNFS
                RELRNFS.
          DISPLAY "CARGA DO RETORNO DA PREFEITURA ENCERRADA.".
          DISPLAY "RETORNOS LIDOS.......: " CONTADOR-LIDOS.
          DISPLAY "NOTAS EMITIDAS.......: " CONTADOR-EMITIDAS.
          DISPLAY "RECUSADAS............: " CONTADOR-RECUSADAS.
          DISPLAY "NOTAS A CANCELAR.....: " CONTADOR-CANCELAR.
          DISPLAY "RPS NAO ENCONTRADOS..: " CONTADOR-DESCONH.
          IF CONTADOR-LIDOS EQUAL ZEROES
              DISPLAY "RETORNO VAZIO - NADA A CARREGAR."
              MOVE 4 TO RETURN-CODE
          ELSE
          IF CONTADOR-RECUSADAS GREATER THAN ZEROES
             OR CONTADOR-CANCELAR GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "RETNFS"               TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "NFSERCB"              TO LOG-ARQ1-NOME.
          MOVE CONTADOR-EMITIDAS      TO LOG-ARQ1-QTD.
          MOVE "RELRNFS"              TO LOG-ARQ2-NOME.
          ADD CONTADOR-RECUSADAS CONTADOR-CANCELAR
              GIVING LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
