       IDENTIFICATION DIVISION.
          PROGRAM-ID.      RETCENSO.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CARGA DO RETORNO DO CENSO ESCOLAR. LE O CENSORET.TXT
      *DEVOLVIDO PELO MINISTERIO PARA O CENSO.TXT DO CENSO: O HEADER
      *(00) TRAZ O CODIGO OFICIAL DA ESCOLA E O ANO; CADA LINHA 60
      *TRAZ A MATRICULA E O CODIGO OFICIAL DO ALUNO (ZERADO QUANDO O
      *ALUNO FOI RECUSADO, COM O MOTIVO). GRAVA OU ATUALIZA O CADINEP
      *(CODIGOS OFICIAIS CONTRA A MATRICULA; A MATRICULA ZERADA GUARDA
      *O CODIGO DA ESCOLA). ALUNO RECUSADO, MATRICULA QUE NAO EXISTE
      *NO ARQALU E CODIGO OFICIAL DIFERENTE DO JA GUARDADO SAEM NO
      *RELRCEN; NESTE ULTIMO CASO VALE O CODIGO DO RETORNO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CENSORET ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT CADINEP ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-INP
          FILE STATUS IS FS-INP.
          SELECT ARQALU ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-ENT
          ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES.
          SELECT RELRCEN ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CENSORET
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CENSORET.TXT".
          01 REG-RET.
          02 TIPO-RET                  PIC X(02).
          02 MATRICULA-RET             PIC 9(07).
          02 ID-ALUNO-RET              PIC 9(12).
          02 MOTIVO-RET                PIC X(40).
          01 REG-RET-HDR.
          02 TIPO-HDR                  PIC X(02).
          02 ESCOLA-HDR                PIC 9(08).
          02 ANO-HDR                   PIC 9(04).
          02 FILLER                    PIC X(47).

       FD  CADINEP
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADINEP.DAT".
          COPY REGINP.

       FD  ARQALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX05\ARQALU.DAT".
          COPY REGALU.

       FD  RELRCEN
          LABEL RECORD IS OMITTED.
          01  REGRCEN     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-INP             PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  ACHOU-INP          PIC X(03) VALUE "NAO".
       77  ACHOU-ALU          PIC X(03) VALUE "NAO".
       77  ESCOLA-RETORNO     PIC 9(08) VALUE ZEROES.
       77  ANO-RETORNO        PIC 9(04) VALUE ZEROES.
       77  MATRICULA-GRAVA    PIC 9(07) VALUE ZEROES.
       77  ID-ALUNO-GRAVA     PIC 9(12) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-GRAVADOS  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-RECUSADOS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-DESCONH   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-TROCADOS  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-INVALIDAS PIC 9(06) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "RETORNO DO CENSO E".
          02 FILLER    PIC X(12) VALUE "SCOLAR      ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "MATRIC.".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(12)  VALUE "COD. OFICIAL".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "OCORRENCIA".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 TOT-ROTULO PIC X(26).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-QTD   PIC ZZZZZ9.

       01 DETALHE.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 DET-MATR  PIC 9(07).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-ID    PIC 9(12).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-OCO   PIC X(40).

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

       PGM-RETCENSO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          OPEN I-O CADINEP.
          IF FS-INP EQUAL "35"
              OPEN OUTPUT CADINEP
              CLOSE CADINEP
              OPEN I-O CADINEP.
          IF FS-INP NOT EQUAL "00"
              DISPLAY "CADINEP INDISPONIVEL - FS " FS-INP
                  " - RETORNO NAO CARREGADO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN INPUT  CENSORET
                      ARQALU
               OUTPUT RELRCEN.
          PERFORM CABECALHO.
          PERFORM LEITURA.

       LEITURA.
          READ CENSORET AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          IF TIPO-HDR EQUAL "00"
              PERFORM TRATA-ESCOLA
          ELSE
          IF TIPO-RET EQUAL "60"
              ADD 1 TO CONTADOR-LIDOS
              PERFORM TRATA-ALUNO.
          PERFORM LEITURA.

      *----------------------------------------------------------------
      *    O CODIGO DA ESCOLA FICA NO REGISTRO DE MATRICULA ZERADA E
      *    VALE PARA OS ALUNOS QUE VEM A SEGUIR NO RETORNO.
      *----------------------------------------------------------------
       TRATA-ESCOLA.
          IF ESCOLA-HDR NUMERIC AND ANO-HDR NUMERIC
              MOVE ESCOLA-HDR TO ESCOLA-RETORNO
              MOVE ANO-HDR TO ANO-RETORNO
              MOVE ZEROES TO MATRICULA-GRAVA ID-ALUNO-GRAVA
              PERFORM GRAVA-CODIGO
          ELSE
              ADD 1 TO CONTADOR-INVALIDAS
              MOVE ZEROES TO DET-MATR DET-ID
              MOVE "HEADER INVALIDO" TO DET-OCO
              PERFORM IMPRIME-DETALHE.

       TRATA-ALUNO.
          IF MATRICULA-RET NOT NUMERIC
             OR ID-ALUNO-RET NOT NUMERIC
              ADD 1 TO CONTADOR-INVALIDAS
              MOVE ZEROES TO DET-MATR DET-ID
              MOVE "LINHA INVALIDA" TO DET-OCO
              PERFORM IMPRIME-DETALHE
          ELSE
              PERFORM CONFERE-ALUNO.

       CONFERE-ALUNO.
          MOVE MATRICULA-RET TO DET-MATR.
          MOVE ID-ALUNO-RET TO DET-ID.
          MOVE MATRICULA-RET TO MATRICULA-ENT-NUM.
          MOVE "SIM" TO ACHOU-ALU.
          READ ARQALU KEY IS MATRICULA-ENT
              INVALID KEY MOVE "NAO" TO ACHOU-ALU.
          IF ACHOU-ALU EQUAL "NAO"
              ADD 1 TO CONTADOR-DESCONH
              MOVE "MATRICULA NAO ENCONTRADA NO ARQALU" TO DET-OCO
              PERFORM IMPRIME-DETALHE
          ELSE
          IF ID-ALUNO-RET EQUAL ZEROES
              ADD 1 TO CONTADOR-RECUSADOS
              MOVE MOTIVO-RET TO DET-OCO
              PERFORM IMPRIME-DETALHE
          ELSE
              MOVE MATRICULA-RET TO MATRICULA-GRAVA
              MOVE ID-ALUNO-RET TO ID-ALUNO-GRAVA
              PERFORM GRAVA-CODIGO.

       GRAVA-CODIGO.
          MOVE MATRICULA-GRAVA TO MATRICULA-INP.
          MOVE "SIM" TO ACHOU-INP.
          READ CADINEP KEY IS MATRICULA-INP
              INVALID KEY MOVE "NAO" TO ACHOU-INP.
          IF ACHOU-INP EQUAL "SIM"
             AND MATRICULA-GRAVA NOT EQUAL ZEROES
             AND ID-ALUNO-INP NOT EQUAL ID-ALUNO-GRAVA
              ADD 1 TO CONTADOR-TROCADOS
              MOVE "CODIGO OFICIAL SUBSTITUIDO" TO DET-OCO
              PERFORM IMPRIME-DETALHE.
          MOVE MATRICULA-GRAVA TO MATRICULA-INP.
          MOVE ID-ALUNO-GRAVA TO ID-ALUNO-INP.
          MOVE ESCOLA-RETORNO TO ESCOLA-INP.
          MOVE ANO-RETORNO TO ANO-CENSO-INP.
          MOVE DATA-SISTEMA TO DATA-RET-INP.
          IF ACHOU-INP EQUAL "SIM"
              REWRITE REG-INP
          ELSE
              WRITE REG-INP.
          IF MATRICULA-GRAVA NOT EQUAL ZEROES
              ADD 1 TO CONTADOR-GRAVADOS.

       IMPRIME-DETALHE.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGRCEN FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGRCEN.
          WRITE REGRCEN AFTER ADVANCING PAGE.
          WRITE REGRCEN FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGRCEN FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGRCEN FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          MOVE "ALUNOS NO RETORNO........:" TO TOT-ROTULO.
          MOVE CONTADOR-LIDOS TO TOT-QTD.
          WRITE REGRCEN FROM CAB-04 AFTER ADVANCING 2 LINES.
          MOVE "CODIGOS GRAVADOS.........:" TO TOT-ROTULO.
          MOVE CONTADOR-GRAVADOS TO TOT-QTD.
          WRITE REGRCEN FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "CODIGOS SUBSTITUIDOS.....:" TO TOT-ROTULO.
          MOVE CONTADOR-TROCADOS TO TOT-QTD.
          WRITE REGRCEN FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "ALUNOS RECUSADOS.........:" TO TOT-ROTULO.
          MOVE CONTADOR-RECUSADOS TO TOT-QTD.
          WRITE REGRCEN FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "MATRICULAS DESCONHECIDAS.:" TO TOT-ROTULO.
          MOVE CONTADOR-DESCONH TO TOT-QTD.
          WRITE REGRCEN FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "LINHAS INVALIDAS.........:" TO TOT-ROTULO.
          MOVE CONTADOR-INVALIDAS TO TOT-QTD.
          WRITE REGRCEN FROM CAB-04 AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-LOG.
          CLOSE CENSORET
                CADINEP
                ARQALU
                RELRCEN.
          DISPLAY "CARGA DO RETORNO DO CENSO ENCERRADA.".
          DISPLAY "ESCOLA...............: " ESCOLA-RETORNO.
          DISPLAY "ALUNOS NO RETORNO....: " CONTADOR-LIDOS.
          DISPLAY "CODIGOS GRAVADOS.....: " CONTADOR-GRAVADOS.
          DISPLAY "ALUNOS RECUSADOS.....: " CONTADOR-RECUSADOS.
          DISPLAY "MATRIC. DESCONHECIDAS: " CONTADOR-DESCONH.
          IF CONTADOR-LIDOS EQUAL ZEROES
              DISPLAY "RETORNO VAZIO - NADA A CARREGAR."
              MOVE 4 TO RETURN-CODE
          ELSE
          IF CONTADOR-RECUSADOS GREATER THAN ZEROES
             OR CONTADOR-DESCONH GREATER THAN ZEROES
             OR CONTADOR-INVALIDAS GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "RETCENSO"             TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "CADINEP"              TO LOG-ARQ1-NOME.
          MOVE CONTADOR-GRAVADOS      TO LOG-ARQ1-QTD.
          MOVE "RELRCEN"              TO LOG-ARQ2-NOME.
          ADD CONTADOR-RECUSADOS CONTADOR-DESCONH
              GIVING LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
