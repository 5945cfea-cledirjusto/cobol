       IDENTIFICATION DIVISION.
       PROGRAM-ID.	CAPTAB.
       AUTHOR.          CLEDIR JUSTO.
       INSTALLATION.   	FATEC-SP.
       DATE-WRITTEN.   	15/10/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. REGISTRO DA OCUPACAO DAS TABELAS EM MEMORIA QUE AINDA
      *RESTAM NOS PROGRAMAS DE LOTE. RECEBE O PROGRAMA (LK-PROGRAMA),
      *A TABELA (LK-TABELA), A MAIOR OCUPACAO DA RODADA (LK-USADO) E O
      *LIMITE DA TABELA (LK-LIMITE) E GRAVA, OU REGRAVA SE JA EXISTE,
      *A LINHA DO PROGRAMA E TABELA NO CADCAPAC.DAT INDEXADO, COM A
      *DATA E A HORA DA RODADA. O CADCAPAC E CRIADO NA PRIMEIRA
      *CHAMADA. FALHA NO CADCAPAC SO AVISA NO CONSOLE: O REGISTRO DE
      *CAPACIDADE NAO PARA O PROGRAMA QUE CHAMOU. O RELCAPAC LISTA O
      *ARQUIVO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CADCAPAC ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-CPC
          FILE STATUS IS FS-CPC.

       DATA DIVISION.
       FILE SECTION.

       FD  CADCAPAC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADCAPAC.DAT".
          COPY REGCPC.

       WORKING-STORAGE SECTION.
       77  FS-CPC             PIC X(02) VALUE "00".
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  HORA-SISTEMA       PIC 9(08) VALUE ZEROES.

       LINKAGE SECTION.
       01  LK-PROGRAMA     PIC X(08).
       01  LK-TABELA       PIC X(12).
       01  LK-USADO        PIC 9(07).
       01  LK-LIMITE       PIC 9(07).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-TABELA LK-USADO
               LK-LIMITE.

       PGM-CAPTAB.
          OPEN I-O CADCAPAC.
          IF FS-CPC EQUAL "35"
              OPEN OUTPUT CADCAPAC
              CLOSE CADCAPAC
              OPEN I-O CADCAPAC.
          IF FS-CPC NOT EQUAL "00"
              DISPLAY "CADCAPAC INDISPONIVEL (STATUS " FS-CPC
                  ") - OCUPACAO DE " LK-TABELA " NAO REGISTRADA."
              GOBACK.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE LK-PROGRAMA TO PROGRAMA-CPC.
          MOVE LK-TABELA TO TABELA-CPC.
          MOVE LK-USADO TO USADO-CPC.
          MOVE LK-LIMITE TO LIMITE-CPC.
          MOVE DATA-SISTEMA TO DATA-CPC.
          MOVE HORA-SISTEMA(1:6) TO HORA-CPC.
          WRITE REG-CPC
              INVALID KEY REWRITE REG-CPC.
          CLOSE CADCAPAC.
          GOBACK.
