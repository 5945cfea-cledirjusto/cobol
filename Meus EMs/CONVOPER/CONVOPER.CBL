       IDENTIFICATION DIVISION.
          PROGRAM-ID.      CONVOPER.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONVERSAO DO CADASTRO DE OPERADORES PARA A POLITICA
      *DE SENHAS. O CADOPER.DAT ERA SEQUENCIAL COM A SENHA EM CLARO
      *(ID, SENHA, NIVEL, NOME); PASSOU A INDEXADO PELO ID NO LEIAUTE
      *REGOPE, SO COM A CHAVE DA SENHA CALCULADA PELA CIFRASEN (COM
      *O SAL DE CADA OPERADOR, SORTEADO NA CONVERSAO). RODA
      *UMA UNICA VEZ ANTES DO PRIMEIRO SIGNON DA NOVA GERACAO: LE O
      *ARQUIVO ANTIGO, GRAVA CADOPER.NOV COM A CHAVE DA SENHA ATUAL,
      *DATA DA SENHA ZERADA (O SIGNON OBRIGA CADA OPERADOR A TROCAR A
      *SENHA NO PRIMEIRO ACESSO), SEM FALHAS, SITUACAO A E INCLUSAO E
      *ULTIMO ACESSO NA DATA DA CONVERSAO. DIFERENTE DO CONVMEN, O
      *ORIGINAL NAO FICA COMO .BAK: ELE TEM AS SENHAS EM CLARO, ENTAO
      *E APAGADO DEPOIS DA TROCA DAS GERACOES. LINHA COM ID OU NIVEL
      *NAO NUMERICO E DESPREZADA E LISTADA. SE A PRIMEIRA LINHA JA
      *NAO TEM O LEIAUTE ANTIGO (ARQUIVO JA CONVERTIDO) NADA E FEITO.
      *COM ALGUMA LINHA DESPREZADA OU NENHUMA CONVERTIDA AS GERACOES
      *NAO SAO TROCADAS: O CADOPER.DAT FICA COMO ESTA, O CADOPER.NOV
      *FICA PARA CONFERENCIA E O CODIGO DE RETORNO E 8. O ORIGINAL SO
      *E APAGADO DEPOIS DAS DUAS TROCAS DE NOME CERTAS; SE A SEGUNDA
      *FALHAR, O ORIGINAL VOLTA A SER O CADOPER.DAT.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CADOPANT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FS-ANT.
          SELECT CADOPNOV ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS ID-OPE
          FILE STATUS IS FS-NOVO.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADOPANT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADOPER.DAT".
          01 REG-ANT.
          02 ID-ANT                    PIC 9(04).
          02 SENHA-ANT                 PIC X(08).
          02 NIVEL-ANT                 PIC 9(01).
          02 NOME-ANT                  PIC X(30).

       FD  CADOPNOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADOPER.NOV".
          COPY REGOPE.

       WORKING-STORAGE SECTION.
       77  FS-ANT             PIC X(02) VALUE "00".
       77  FS-NOVO            PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CONV      PIC 9(06) VALUE ZEROES.
       77  CONTADOR-DESPR     PIC 9(06) VALUE ZEROES.
       77  CHAVE-CALCULADA    PIC X(36) VALUE SPACES.
       77  DATA-SISTEMA       PIC 9(08).

       PROCEDURE DIVISION.

       PGM-CONVOPER.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN INPUT CADOPANT.
          IF FS-ANT NOT EQUAL "00"
              DISPLAY "CADOPER NAO ABRIU NO LEIAUTE ANTIGO - "
                  "STATUS " FS-ANT "."
              DISPLAY "ARQUIVO AUSENTE - NADA FOI ALTERADO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM LEITURA.
          IF FIM-ARQ EQUAL "SIM"
             OR ID-ANT NOT NUMERIC
             OR NIVEL-ANT NOT NUMERIC
              CLOSE CADOPANT
              DISPLAY "CADOPER VAZIO OU JA CONVERTIDO - NADA FOI "
                  "ALTERADO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN OUTPUT CADOPNOV.
          IF FS-NOVO NOT EQUAL "00"
              CLOSE CADOPANT
              DISPLAY "CADOPER.NOV NAO ABRIU - STATUS " FS-NOVO "."
              DISPLAY "NADA FOI ALTERADO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM CONVERTE-REGISTRO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADOPANT
                CADOPNOV.
          IF CONTADOR-CONV EQUAL ZEROES
             OR CONTADOR-DESPR GREATER THAN ZEROES
              PERFORM MOSTRA-CONTADORES
              DISPLAY "CADOPER.NOV MANTIDO PARA CONFERENCIA - "
                  "CADOPER.DAT NAO FOI ALTERADO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM TROCA-GERACOES.
          PERFORM TERMINO.
          STOP RUN.

       LEITURA.
          READ CADOPANT AT END MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CONTADOR-LIDOS.

       CONVERTE-REGISTRO.
          IF ID-ANT NOT NUMERIC
             OR NIVEL-ANT NOT NUMERIC
              ADD 1 TO CONTADOR-DESPR
              DISPLAY "LINHA " CONTADOR-LIDOS " DESPREZADA - ID OU "
                  "NIVEL INVALIDO."
          ELSE
              PERFORM GRAVA-OPERADOR.
          PERFORM LEITURA.

       GRAVA-OPERADOR.
          MOVE ZEROES TO REG-OPE.
          MOVE ID-ANT TO ID-OPE.
          MOVE NIVEL-ANT TO NIVEL-OPE.
          MOVE NOME-ANT TO NOME-OPE.
          CALL "CIFRASEN" USING ID-ANT SAL-OPE SENHA-ANT
              CHAVE-CALCULADA.
          MOVE CHAVE-CALCULADA TO CHAVE-SENHA-OPE.
          MOVE "A" TO SITUACAO-OPE.
          MOVE DATA-SISTEMA TO DATA-ULT-ACESSO-OPE.
          MOVE DATA-SISTEMA TO DATA-INC-OPE.
          WRITE REG-OPE
              INVALID KEY DISPLAY "OPERADOR DUPLICADO: " ID-OPE.
          IF FS-NOVO EQUAL "00"
              ADD 1 TO CONTADOR-CONV
          ELSE
              ADD 1 TO CONTADOR-DESPR.

      *----------------------------------------------------------------
      *    O ORIGINAL PASSA A CADOPER.ANT SO ATE A NOVA GERACAO ESTAR
      *    NO LUGAR E ENTAO E APAGADO (TEM AS SENHAS EM CLARO). CADA
      *    TROCA DE NOME E CONFERIDA: SEM A NOVA GERACAO NO LUGAR O
      *    ORIGINAL VOLTA A SER O CADOPER.DAT E NADA E APAGADO.
      *----------------------------------------------------------------
       TROCA-GERACOES.
          CALL "CBL_RENAME_FILE" USING "CADOPER.DAT" "CADOPER.ANT".
          IF RETURN-CODE NOT EQUAL ZEROES
              PERFORM MOSTRA-CONTADORES
              DISPLAY "CADOPER.DAT NAO FOI RENOMEADO - NADA TROCADO, "
                  "CADOPER.NOV MANTIDO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          CALL "CBL_RENAME_FILE" USING "CADOPER.NOV" "CADOPER.DAT".
          IF RETURN-CODE NOT EQUAL ZEROES
              PERFORM DESFAZ-TROCA
              PERFORM MOSTRA-CONTADORES
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          CALL "CBL_DELETE_FILE" USING "CADOPER.ANT".
          IF RETURN-CODE NOT EQUAL ZEROES
              DISPLAY "CADOPER.ANT NAO FOI APAGADO - APAGUE-O, ELE TEM "
                  "AS SENHAS EM CLARO."
              MOVE 4 TO RETURN-CODE
          ELSE
              DISPLAY "GERACOES TROCADAS - CADASTRO ANTIGO APAGADO.".

       DESFAZ-TROCA.
          DISPLAY "CADOPER.NOV NAO PASSOU A CADOPER.DAT - TROCA "
              "DESFEITA.".
          CALL "CBL_RENAME_FILE" USING "CADOPER.ANT" "CADOPER.DAT".
          IF RETURN-CODE NOT EQUAL ZEROES
              DISPLAY "CADOPER.ANT NAO VOLTOU A CADOPER.DAT - RENOMEIE "
                  "A MAO ANTES DE QUALQUER SIGNON."
          ELSE
              DISPLAY "CADOPER.DAT ORIGINAL RESTAURADO, CADOPER.NOV "
                  "MANTIDO.".

       TERMINO.
          DISPLAY "CONVERSAO DO CADOPER CONCLUIDA.".
          PERFORM MOSTRA-CONTADORES.
          DISPLAY "TODOS OS OPERADORES TROCAM A SENHA NO PRIMEIRO "
              "ACESSO.".

       MOSTRA-CONTADORES.
          DISPLAY "REGISTROS LIDOS.......: " CONTADOR-LIDOS.
          DISPLAY "CONVERTIDOS...........: " CONTADOR-CONV.
          DISPLAY "DESPREZADOS...........: " CONTADOR-DESPR.
