       IDENTIFICATION DIVISION.
          PROGRAM-ID.      IMPPORT.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. IMPORTACAO DAS ALTERACOES DE ENDERECO E CONTATO FEITAS
      *PELO SOCIO NO PORTAL WEB. LE O CONTWEB.TXT DELIMITADO POR
      *PONTO-E-VIRGULA (SOCIO;RUA;CIDADE;CEP;TELEFONE;E-MAIL;DATA DO
      *PEDIDO AAAAMMDD), COM HEADER E TRAILER NO PADRAO DO VERIFARQ
      *(CONFERIDOS NA CHEGADA PELO CHEGARQ E IGNORADOS NA CARGA). O
      *PEDIDO NAO E APLICADO NO CADASTRO: CADA LINHA VALIDA ENTRA NA
      *FILA ARQPORT.DAT COMO PENDENTE, PARA O OPERADOR DO BALCAO
      *APROVAR OU RECUSAR NO MANEND. CAMPO EM BRANCO = SEM ALTERACAO.
      *SOCIO INEXISTENTE OU CANCELADO, CEP NAO NUMERICO, E-MAIL SEM
      *ARROBA, LINHA SEM OS SETE CAMPOS OU SEM NADA A ALTERAR VAO
      *PARA CONTWEB.REJ COM O MOTIVO; LIDAS = NA FILA + REJEITADAS.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CONTWEB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES.
          SELECT OPTIONAL ARQPORT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQREJ ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CONTWEB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CONTWEB.TXT".
          01 REG-WEB                   PIC X(140).

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       FD  ARQPORT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQPORT.DAT".
          COPY REGPOR.

       FD  ARQREJ
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CONTWEB.REJ".
          01 REG-REJ.
          02 REJ-LINHA                 PIC X(60).
          02 FILLER                    PIC X(02).
          02 REJ-MOTIVO                PIC X(22).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  CAMPO-INVALIDO     PIC X(03) VALUE "NAO".
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-FILA      PIC 9(06) VALUE ZEROES.
       77  CONTADOR-REJ       PIC 9(06) VALUE ZEROES.
       77  QTD-CAMPOS         PIC 9(02) VALUE ZEROES.
       77  QTD-ARROBAS        PIC 9(02) VALUE ZEROES.
       77  MOTIVO-GUARDADO    PIC X(22) VALUE SPACES.
       77  CAMPO-SOCIO        PIC X(06) VALUE SPACES.
       77  CAMPO-RUA          PIC X(30) VALUE SPACES.
       77  CAMPO-CIDADE       PIC X(20) VALUE SPACES.
       77  CAMPO-CEP          PIC X(08) VALUE SPACES.
       77  CAMPO-FONE         PIC X(15) VALUE SPACES.
       77  CAMPO-EMAIL        PIC X(40) VALUE SPACES.
       77  CAMPO-DATA         PIC X(08) VALUE SPACES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

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

       PGM-IMPPORT.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN INPUT  CONTWEB
                      CADSOC1
               EXTEND ARQPORT
               OUTPUT ARQREJ.
          PERFORM LEITURA.

       LEITURA.
          PERFORM LE-REGISTRO.
          PERFORM LE-REGISTRO
              UNTIL FIM-ARQ EQUAL "SIM"
                 OR (REG-WEB(1:3) NOT EQUAL "HDR"
                 AND REG-WEB(1:3) NOT EQUAL "TRL").

       LE-REGISTRO.
          READ CONTWEB AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
          PERFORM SEPARA-CAMPOS.
          IF CAMPO-INVALIDO EQUAL "NAO"
              PERFORM CONFERE-SOCIO.
          IF CAMPO-INVALIDO EQUAL "NAO"
              PERFORM GRAVA-PEDIDO.
          PERFORM LEITURA.

       SEPARA-CAMPOS.
          MOVE "NAO" TO CAMPO-INVALIDO.
          MOVE SPACES TO CAMPO-SOCIO CAMPO-RUA CAMPO-CIDADE CAMPO-CEP
                         CAMPO-FONE CAMPO-EMAIL CAMPO-DATA.
          MOVE ZEROES TO QTD-CAMPOS.
          UNSTRING REG-WEB DELIMITED BY ";"
              INTO CAMPO-SOCIO CAMPO-RUA CAMPO-CIDADE CAMPO-CEP
                   CAMPO-FONE CAMPO-EMAIL CAMPO-DATA
              TALLYING IN QTD-CAMPOS.
          MOVE ZEROES TO QTD-ARROBAS.
          INSPECT CAMPO-EMAIL TALLYING QTD-ARROBAS FOR ALL "@".
          IF QTD-CAMPOS NOT EQUAL 7
              MOVE "CAMPOS INSUFICIENTES" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO.
          IF CAMPO-INVALIDO EQUAL "NAO"
             AND CAMPO-SOCIO NOT NUMERIC
              MOVE "SOCIO INVALIDO" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO.
          IF CAMPO-INVALIDO EQUAL "NAO"
             AND CAMPO-CEP NOT EQUAL SPACES
             AND CAMPO-CEP NOT NUMERIC
              MOVE "CEP INVALIDO" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO.
          IF CAMPO-INVALIDO EQUAL "NAO"
             AND CAMPO-EMAIL NOT EQUAL SPACES
             AND QTD-ARROBAS NOT EQUAL 1
              MOVE "E-MAIL INVALIDO" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO.
          IF CAMPO-INVALIDO EQUAL "NAO"
             AND CAMPO-RUA EQUAL SPACES
             AND CAMPO-CIDADE EQUAL SPACES
             AND CAMPO-CEP EQUAL SPACES
             AND CAMPO-FONE EQUAL SPACES
             AND CAMPO-EMAIL EQUAL SPACES
              MOVE "NADA A ALTERAR" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO.

       CONFERE-SOCIO.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE CAMPO-SOCIO TO NUMERO-SOCIO1.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE "SOCIO INEXISTENTE" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO
          ELSE
          IF CODIGO-PAGAMENTO1 EQUAL 03
              MOVE "SOCIO CANCELADO" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO.

       GRAVA-PEDIDO.
          MOVE SPACES TO REG-POR.
          MOVE CAMPO-SOCIO TO SOCIO-POR.
          MOVE DATA-SISTEMA TO DATA-REC-POR.
          IF CAMPO-DATA NUMERIC
              MOVE CAMPO-DATA TO DATA-SOL-POR
          ELSE
              MOVE DATA-SISTEMA TO DATA-SOL-POR.
          MOVE CAMPO-RUA TO RUA-POR.
          MOVE CAMPO-CIDADE TO CIDADE-POR.
          MOVE CAMPO-CEP TO CEP-POR.
          MOVE CAMPO-FONE TO FONE-POR.
          MOVE CAMPO-EMAIL TO EMAIL-POR.
          MOVE "P" TO SITUACAO-POR.
          WRITE REG-POR.
          ADD 1 TO CONTADOR-FILA.

       GRAVA-REJEICAO.
          IF CAMPO-INVALIDO EQUAL "NAO"
              MOVE "SIM" TO CAMPO-INVALIDO
              ADD 1 TO CONTADOR-REJ
              MOVE REJ-MOTIVO TO MOTIVO-GUARDADO
              MOVE SPACES TO REG-REJ
              MOVE REG-WEB(1:60) TO REJ-LINHA
              MOVE MOTIVO-GUARDADO TO REJ-MOTIVO
              WRITE REG-REJ.

       TERMINO.
          PERFORM GRAVA-LOG.
          DISPLAY "IMPORTACAO DE PEDIDOS DO PORTAL ENCERRADA.".
          DISPLAY "LINHAS LIDAS.........: " CONTADOR-LIDOS.
          DISPLAY "NA FILA DO BALCAO....: " CONTADOR-FILA.
          DISPLAY "REJEITADAS...........: " CONTADOR-REJ.
          IF CONTADOR-LIDOS NOT EQUAL CONTADOR-FILA + CONTADOR-REJ
              DISPLAY "ATENCAO: CONTADORES NAO CONCILIAM."
              MOVE 4 TO RETURN-CODE.
          CLOSE CONTWEB
                CADSOC1
                ARQPORT
                ARQREJ.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "IMPPORT"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "ARQPORT"              TO LOG-ARQ1-NOME.
          MOVE CONTADOR-FILA          TO LOG-ARQ1-QTD.
          MOVE "CONTWREJ"             TO LOG-ARQ2-NOME.
          MOVE CONTADOR-REJ           TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
