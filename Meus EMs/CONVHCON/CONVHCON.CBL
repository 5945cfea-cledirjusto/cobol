       IDENTIFICATION DIVISION.
          PROGRAM-ID.      CONVHCON.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONVERSAO DE GERACAO DO HISTORICO ESCOLAR PARA O
      *CONCEITO. O REGISTRO DO ARQHIST.DAT GANHA NO FIM O CAMPO
      *CONCEITO-HIS, GRAVADO PELO FECHASEM NAS DISCIPLINAS AVALIADAS
      *POR CONCEITO (ESCALA C NO CADDISC) E MOSTRADO PELO EX07 NO
      *LUGAR DA MEDIA. ABRIR O ARQUIVO ANTIGO COM A DEFINICAO NOVA
      *DA STATUS 39, ENTAO ESTE PROGRAMA RODA UMA UNICA VEZ ANTES DO
      *PRIMEIRO FECHASEM/EX07 DA NOVA GERACAO: LE O ARQUIVO NO
      *LEIAUTE ANTIGO, COPIA CADA REGISTRO PARA O LEIAUTE NOVO COM O
      *CONCEITO EM BRANCO (PERIODOS JA FECHADOS CONTINUAM MOSTRANDO A
      *MEDIA), GRAVA ARQHIST.NOV E TROCA AS GERACOES DEIXANDO O
      *ORIGINAL COMO .BAK DATADO, COMO NO CONVHIST. RODAR DUAS VEZES
      *E INOFENSIVO: NA SEGUNDA O ARQUIVO JA CONVERTIDO ABRE COM
      *STATUS 39 NO LEIAUTE ANTIGO E NADA E TROCADO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT ARQHIANT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS CHAVE-ANT
          FILE STATUS IS FS-ANT.
          SELECT ARQHISNV ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS CHAVE-HIS
          FILE STATUS IS FS-NOVO.

       DATA    DIVISION.
       FILE SECTION.

       FD  ARQHIANT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQHIST.DAT".
          01 REG-ANT.
          02 CHAVE-ANT.
             03 MATRICULA-ANT          PIC 9(07).
             03 PERIODO-ANT            PIC X(06).
             03 DISCIPLINA-ANT         PIC X(05).
          02 TURMA-ANT                 PIC X(03).
          02 NOTA1-ANT                 PIC 9(02)V9(02).
          02 NOTA2-ANT                 PIC 9(02)V9(02).
          02 NOTA3-ANT                 PIC 9(02)V9(02).
          02 NOTA4-ANT                 PIC 9(02)V9(02).
          02 FALTAS-ANT                PIC 9(02).
          02 MEDIA-ANT                 PIC 9(02)V9(02).
          02 SITUACAO-ANT              PIC X(03).

       FD  ARQHISNV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQHIST.NOV".
          01 REG-HIS.
          02 CHAVE-HIS.
             03 MATRICULA-HIS          PIC 9(07).
             03 PERIODO-HIS            PIC X(06).
             03 DISCIPLINA-HIS         PIC X(05).
          02 TURMA-HIS                 PIC X(03).
          02 NOTA1-HIS                 PIC 9(02)V9(02).
          02 NOTA2-HIS                 PIC 9(02)V9(02).
          02 NOTA3-HIS                 PIC 9(02)V9(02).
          02 NOTA4-HIS                 PIC 9(02)V9(02).
          02 FALTAS-HIS                PIC 9(02).
          02 MEDIA-HIS                 PIC 9(02)V9(02).
          02 SITUACAO-HIS              PIC X(03).
          02 CONCEITO-HIS              PIC X(01).

       WORKING-STORAGE SECTION.
       77  FS-ANT             PIC X(02) VALUE "00".
       77  FS-NOVO            PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CONV      PIC 9(06) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).

       01 NOME-BAK-HIST.
          02 FILLER          PIC X(08) VALUE "ARQHIST.".
          02 BAK-DATA        PIC 9(08).
          02 FILLER          PIC X(04) VALUE ".BAK".

       PROCEDURE DIVISION.

       PGM-CONVHCON.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN INPUT ARQHIANT.
          IF FS-ANT NOT EQUAL "00"
              DISPLAY "ARQHIST NAO ABRIU NO LEIAUTE ANTIGO - "
                  "STATUS " FS-ANT "."
              DISPLAY "ARQUIVO AUSENTE OU JA CONVERTIDO - NADA "
                  "FOI ALTERADO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN OUTPUT ARQHISNV.
          PERFORM LEITURA.
          PERFORM CONVERTE-REGISTRO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE ARQHIANT
                ARQHISNV.
          PERFORM TROCA-GERACOES.
          PERFORM TERMINO.
          STOP RUN.

       LEITURA.
          READ ARQHIANT NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.
          IF FIM-ARQ NOT EQUAL "SIM"
              ADD 1 TO CONTADOR-LIDOS.

       CONVERTE-REGISTRO.
          MOVE CHAVE-ANT TO CHAVE-HIS.
          MOVE TURMA-ANT TO TURMA-HIS.
          MOVE NOTA1-ANT TO NOTA1-HIS.
          MOVE NOTA2-ANT TO NOTA2-HIS.
          MOVE NOTA3-ANT TO NOTA3-HIS.
          MOVE NOTA4-ANT TO NOTA4-HIS.
          MOVE FALTAS-ANT TO FALTAS-HIS.
          MOVE MEDIA-ANT TO MEDIA-HIS.
          MOVE SITUACAO-ANT TO SITUACAO-HIS.
          MOVE SPACES TO CONCEITO-HIS.
          WRITE REG-HIS
              INVALID KEY DISPLAY "CHAVE DUPLICADA " CHAVE-HIS.
          IF FS-NOVO EQUAL "00" OR FS-NOVO EQUAL "02"
              ADD 1 TO CONTADOR-CONV.
          PERFORM LEITURA.

       TROCA-GERACOES.
          MOVE DATA-SISTEMA TO BAK-DATA.
          CALL "CBL_RENAME_FILE" USING "ARQHIST.DAT" NOME-BAK-HIST.
          MOVE ZEROES TO RETURN-CODE.
          CALL "CBL_RENAME_FILE" USING "ARQHIST.NOV" "ARQHIST.DAT".
          MOVE ZEROES TO RETURN-CODE.
          DISPLAY "GERACOES TROCADAS - ORIGINAL PRESERVADO COMO "
              NOME-BAK-HIST.

       TERMINO.
          DISPLAY "CONVERSAO DO ARQHIST PARA O CONCEITO CONCLUIDA.".
          DISPLAY "REGISTROS LIDOS.......: " CONTADOR-LIDOS.
          DISPLAY "CONVERTIDOS...........: " CONTADOR-CONV.
