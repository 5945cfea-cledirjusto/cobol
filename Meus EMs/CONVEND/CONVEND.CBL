       IDENTIFICATION DIVISION.
          PROGRAM-ID.      CONVEND.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONVERSAO DE GERACAO DO CADASTRO DE ENDERECOS. O
      *CADEND.DAT GANHOU A MARCA DE ENDERECO DEVOLVIDO PELO CORREIO
      *(SITUACAO-END E DATA-DEVOL-END, NO FIM DO REGISTRO), GRAVADA
      *PELO MANEND NA OPCAO D. ABRIR O ARQUIVO ANTIGO COM A DEFINICAO
      *NOVA DA STATUS 39, ENTAO ESTE PROGRAMA RODA UMA UNICA VEZ
      *ANTES DO PRIMEIRO MANEND, EX06, CARNE, DECLQUIT, CARTEIRA,
      *RETMSG, GERANFS, GERATRN OU LGPDPUR DA NOVA GERACAO: LE O
      *ARQUIVO NO LEIAUTE ANTIGO, GRAVA CADEND.NOV COM TODOS OS
      *ENDERECOS VALIDOS (SEM MARCA) E TROCA AS GERACOES DEIXANDO O
      *ORIGINAL COMO .BAK DATADO, COMO NO CONVRESP. RODAR DUAS VEZES
      *E INOFENSIVO: NA SEGUNDA O ARQUIVO JA CONVERTIDO ABRE COM
      *STATUS 39 NO LEIAUTE ANTIGO E NADA E TROCADO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CADENANT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS NUMERO-ANT
          FILE STATUS IS FS-ANT.
          SELECT CADENNOV ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS NUMERO-END
          FILE STATUS IS FS-NOVO.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADENANT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADEND.DAT".
          01 REG-ANT.
          02 NUMERO-ANT                PIC 9(06).
          02 RUA-ANT                   PIC X(30).
          02 CIDADE-ANT                PIC X(20).
          02 CEP-ANT                   PIC 9(08).

       FD  CADENNOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADEND.NOV".
          01 REG-END.
          02 NUMERO-END                PIC 9(06).
          02 RUA-END                   PIC X(30).
          02 CIDADE-END                PIC X(20).
          02 CEP-END                   PIC 9(08).
          02 SITUACAO-END              PIC X(01).
          02 DATA-DEVOL-END            PIC 9(08).

       WORKING-STORAGE SECTION.
       77  FS-ANT             PIC X(02) VALUE "00".
       77  FS-NOVO            PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CONV      PIC 9(06) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).

       01 NOME-BAK-END.
          02 FILLER          PIC X(07) VALUE "CADEND.".
          02 BAK-DATA        PIC 9(08).
          02 FILLER          PIC X(04) VALUE ".BAK".

       PROCEDURE DIVISION.

       PGM-CONVEND.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN INPUT CADENANT.
          IF FS-ANT NOT EQUAL "00"
              DISPLAY "CADEND NAO ABRIU NO LEIAUTE ANTIGO - "
                  "STATUS " FS-ANT "."
              DISPLAY "ARQUIVO AUSENTE OU JA CONVERTIDO - NADA "
                  "FOI ALTERADO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN OUTPUT CADENNOV.
          PERFORM LEITURA.
          PERFORM CONVERTE-REGISTRO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADENANT
                CADENNOV.
          PERFORM TROCA-GERACOES.
          PERFORM TERMINO.
          STOP RUN.

       LEITURA.
          READ CADENANT NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CONTADOR-LIDOS.

       CONVERTE-REGISTRO.
          MOVE NUMERO-ANT TO NUMERO-END.
          MOVE RUA-ANT TO RUA-END.
          MOVE CIDADE-ANT TO CIDADE-END.
          MOVE CEP-ANT TO CEP-END.
          MOVE SPACES TO SITUACAO-END.
          MOVE ZEROES TO DATA-DEVOL-END.
          WRITE REG-END
              INVALID KEY DISPLAY "SOCIO DUPLICADO: " NUMERO-END.
          IF FS-NOVO EQUAL "00"
              ADD 1 TO CONTADOR-CONV.
          PERFORM LEITURA.

       TROCA-GERACOES.
          MOVE DATA-SISTEMA TO BAK-DATA.
          CALL "CBL_RENAME_FILE" USING "CADEND.DAT" NOME-BAK-END.
          MOVE ZEROES TO RETURN-CODE.
          CALL "CBL_RENAME_FILE" USING "CADEND.NOV" "CADEND.DAT".
          MOVE ZEROES TO RETURN-CODE.
          DISPLAY "GERACOES TROCADAS - ORIGINAL PRESERVADO COMO "
              NOME-BAK-END.

       TERMINO.
          DISPLAY "CONVERSAO DO CADEND CONCLUIDA.".
          DISPLAY "REGISTROS LIDOS.......: " CONTADOR-LIDOS.
          DISPLAY "CONVERTIDOS...........: " CONTADOR-CONV.
