       IDENTIFICATION DIVISION.
          PROGRAM-ID.      CONVRESP.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONVERSAO DE GERACAO DO CADASTRO DE RESPONSAVEIS. O
      *CADRESP.DAT GANHOU O E-MAIL DO RESPONSAVEL (EMAIL-RSP, NO FIM
      *DO REGISTRO) PARA OS AVISOS DO GATEWAY DE MENSAGENS. ABRIR O
      *ARQUIVO ANTIGO COM A DEFINICAO NOVA DA STATUS 39, ENTAO ESTE
      *PROGRAMA RODA UMA UNICA VEZ ANTES DO PRIMEIRO MANRESP,
      *NOTIFRES, GERANFS OU LGPDPUR DA NOVA GERACAO: LE O ARQUIVO
      *NO LEIAUTE ANTIGO, GRAVA CADRESP.NOV COM O E-MAIL EM BRANCO
      *(O MANRESP PREENCHE) E TROCA AS GERACOES DEIXANDO O ORIGINAL
      *COMO .BAK DATADO, COMO NO CONVHIST. RODAR DUAS VEZES E
      *INOFENSIVO: NA SEGUNDA O ARQUIVO JA CONVERTIDO ABRE COM
      *STATUS 39 NO LEIAUTE ANTIGO E NADA E TROCADO. O CADRESP
      *GANHOU DEPOIS O CPF DO RESPONSAVEL (CPF-RSP, NO FIM DO
      *REGISTRO, ZEROS = NAO INFORMADO): O PROGRAMA AGORA ACEITA AS
      *DUAS GERACOES ANTERIORES - SEM E-MAIL OU COM E-MAIL E SEM CPF
      *- E GRAVA A NOVA COM O CPF ZERADO, A PREENCHER PELO MANRESP
      *OU PELA CARGA UNICA DO CARGCPF. ARQUIVO QUE NAO ABRE EM
      *NENHUMA DAS DUAS JA ESTA CONVERTIDO E NADA E TROCADO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CADRSANT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS MATRICULA-ANT
          FILE STATUS IS FS-ANT.
          SELECT CADRSEML ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS MATRICULA-EML
          FILE STATUS IS FS-EML.
          SELECT CADRSNOV ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS MATRICULA-RSP
          FILE STATUS IS FS-NOVO.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADRSANT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADRESP.DAT".
          01 REG-ANT.
          02 MATRICULA-ANT             PIC 9(07).
          02 RESPONSAVEL-ANT           PIC X(30).
          02 TELEFONE-ANT              PIC X(12).
          02 ENDERECO-ANT              PIC X(40).

       FD  CADRSEML
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADRESP.DAT".
          01 REG-EML.
          02 MATRICULA-EML             PIC 9(07).
          02 RESPONSAVEL-EML           PIC X(30).
          02 TELEFONE-EML              PIC X(12).
          02 ENDERECO-EML              PIC X(40).
          02 EMAIL-EML                 PIC X(40).

       FD  CADRSNOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADRESP.NOV".
          01 REG-RSP.
          02 MATRICULA-RSP             PIC 9(07).
          02 RESPONSAVEL-RSP           PIC X(30).
          02 TELEFONE-RSP              PIC X(12).
          02 ENDERECO-RSP              PIC X(40).
          02 EMAIL-RSP                 PIC X(40).
          02 CPF-RSP                   PIC 9(11).

       WORKING-STORAGE SECTION.
       77  FS-ANT             PIC X(02) VALUE "00".
       77  FS-EML             PIC X(02) VALUE "00".
       77  GERACAO-ANT        PIC X(03) VALUE "SEM".
       77  FS-NOVO            PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CONV      PIC 9(06) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).

       01 NOME-BAK-RESP.
          02 FILLER          PIC X(08) VALUE "CADRESP.".
          02 BAK-DATA        PIC 9(08).
          02 FILLER          PIC X(04) VALUE ".BAK".

       PROCEDURE DIVISION.

       PGM-CONVRESP.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN INPUT CADRSANT.
          IF FS-ANT NOT EQUAL "00"
              OPEN INPUT CADRSEML
              IF FS-EML EQUAL "00"
                  MOVE "EML" TO GERACAO-ANT
              ELSE
                  DISPLAY "CADRESP NAO ABRIU NOS LEIAUTES ANTIGOS - "
                      "STATUS " FS-ANT " / " FS-EML "."
                  DISPLAY "ARQUIVO AUSENTE OU JA CONVERTIDO - NADA "
                      "FOI ALTERADO."
                  MOVE 8 TO RETURN-CODE
                  STOP RUN.
          OPEN OUTPUT CADRSNOV.
          IF GERACAO-ANT EQUAL "EML"
              PERFORM LEITURA-EML
              PERFORM CONVERTE-REGISTRO-EML UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CADRSEML
          ELSE
              PERFORM LEITURA
              PERFORM CONVERTE-REGISTRO UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CADRSANT.
          CLOSE CADRSNOV.
          PERFORM TROCA-GERACOES.
          PERFORM TERMINO.
          STOP RUN.

       LEITURA.
          READ CADRSANT NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CONTADOR-LIDOS.

       CONVERTE-REGISTRO.
          MOVE MATRICULA-ANT TO MATRICULA-RSP.
          MOVE RESPONSAVEL-ANT TO RESPONSAVEL-RSP.
          MOVE TELEFONE-ANT TO TELEFONE-RSP.
          MOVE ENDERECO-ANT TO ENDERECO-RSP.
          MOVE SPACES TO EMAIL-RSP.
          MOVE ZEROES TO CPF-RSP.
          WRITE REG-RSP
              INVALID KEY DISPLAY "MATRICULA DUPLICADA: "
                  MATRICULA-RSP.
          IF FS-NOVO EQUAL "00"
              ADD 1 TO CONTADOR-CONV.
          PERFORM LEITURA.

       LEITURA-EML.
          READ CADRSEML NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CONTADOR-LIDOS.

       CONVERTE-REGISTRO-EML.
          MOVE MATRICULA-EML TO MATRICULA-RSP.
          MOVE RESPONSAVEL-EML TO RESPONSAVEL-RSP.
          MOVE TELEFONE-EML TO TELEFONE-RSP.
          MOVE ENDERECO-EML TO ENDERECO-RSP.
          MOVE EMAIL-EML TO EMAIL-RSP.
          MOVE ZEROES TO CPF-RSP.
          WRITE REG-RSP
              INVALID KEY DISPLAY "MATRICULA DUPLICADA: "
                  MATRICULA-RSP.
          IF FS-NOVO EQUAL "00"
              ADD 1 TO CONTADOR-CONV.
          PERFORM LEITURA-EML.

       TROCA-GERACOES.
          MOVE DATA-SISTEMA TO BAK-DATA.
          CALL "CBL_RENAME_FILE" USING "CADRESP.DAT" NOME-BAK-RESP.
          MOVE ZEROES TO RETURN-CODE.
          CALL "CBL_RENAME_FILE" USING "CADRESP.NOV" "CADRESP.DAT".
          MOVE ZEROES TO RETURN-CODE.
          DISPLAY "GERACOES TROCADAS - ORIGINAL PRESERVADO COMO "
              NOME-BAK-RESP.

       TERMINO.
          DISPLAY "CONVERSAO DO CADRESP CONCLUIDA.".
          DISPLAY "REGISTROS LIDOS.......: " CONTADOR-LIDOS.
          DISPLAY "CONVERTIDOS...........: " CONTADOR-CONV.
