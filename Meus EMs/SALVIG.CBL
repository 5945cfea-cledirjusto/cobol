       IDENTIFICATION DIVISION.
       PROGRAM-ID.	SALVIG.
       AUTHOR.          CLEDIR JUSTO.
       INSTALLATION.   	FATEC-SP.
       DATE-WRITTEN.   	15/10/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. SALARIO E CARGO VIGENTES NUMA DATA. O HISTORICO DE
      *SALARIO E CARGO DA FOLHA (EM01\EX06\HISTSAL.DAT, REGHSA) E
      *CARREGADO NA PRIMEIRA CHAMADA; A CADA CHAMADA DEVOLVE, PARA A
      *MATRICULA E A DATA (AAAAMMDD) INFORMADAS, O REGISTRO DE MAIOR
      *VIGENCIA ATE A DATA - NA MESMA VIGENCIA VALE O GRAVADO POR
      *ULTIMO. DEVOLVE O SALARIO, O CARGO, A VIGENCIA DO REGISTRO E O
      *SALARIO ANTERIOR A ELE, COM "SIM" EM LK-ACHOU; SEM REGISTRO
      *ATE A DATA (OU SEM O ARQUIVO) DEVOLVE "NAO" E O CHAMADOR FICA
      *COM O SALARIO DO CADENT. HISTORICO MAIOR QUE A TABELA E
      *AVISADO E TODA CONSULTA DEVOLVE "NAO", PARA NINGUEM CALCULAR
      *COM METADE DA HISTORIA. USADA PELA RESCISAO, PELO RETROAT E
      *PELO SIMULFOL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL HISTSAL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  HISTSAL
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\HISTSAL.DAT".
          COPY REGHSA.

       WORKING-STORAGE SECTION.
       77  JA-CARREGOU        PIC X(03) VALUE "NAO".
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  FIM-HSA            PIC X(03) VALUE "NAO".
       77  QTD-HISTORICO      PIC 9(04) VALUE ZEROES.
       77  IX-HSA             PIC 9(04) VALUE ZEROES.
       77  IX-HSA-ACHADO      PIC 9(04) VALUE ZEROES.

       01 TAB-HISTORICO.
          02 HSA-OCORRENCIA OCCURS 5000 TIMES.
             03 HSA-MATRICULA          PIC 9(05).
             03 HSA-VIGENCIA           PIC 9(08).
             03 HSA-SALARIO            PIC 9(05)V9(02).
             03 HSA-CARGO              PIC 9(03).
             03 HSA-SALARIO-ANT        PIC 9(05)V9(02).

       LINKAGE SECTION.
       01  LK-MATRICULA    PIC 9(05).
       01  LK-DATA         PIC 9(08).
       01  LK-SALARIO      PIC 9(05)V9(02).
       01  LK-CARGO        PIC 9(03).
       01  LK-VIGENCIA     PIC 9(08).
       01  LK-SALARIO-ANT  PIC 9(05)V9(02).
       01  LK-ACHOU        PIC X(03).

       PROCEDURE DIVISION USING LK-MATRICULA LK-DATA LK-SALARIO
           LK-CARGO LK-VIGENCIA LK-SALARIO-ANT LK-ACHOU.

       PGM-SALVIG.
          IF JA-CARREGOU EQUAL "NAO"
              PERFORM CARGA-HISTORICO.
          MOVE "NAO" TO LK-ACHOU.
          MOVE ZEROES TO IX-HSA-ACHADO.
          IF TABELA-CHEIA EQUAL "NAO"
             AND QTD-HISTORICO GREATER THAN ZEROES
              PERFORM TESTA-HISTORICO
                  VARYING IX-HSA FROM 1 BY 1
                  UNTIL IX-HSA GREATER THAN QTD-HISTORICO.
          IF IX-HSA-ACHADO GREATER THAN ZEROES
              MOVE HSA-SALARIO (IX-HSA-ACHADO) TO LK-SALARIO
              MOVE HSA-CARGO (IX-HSA-ACHADO) TO LK-CARGO
              MOVE HSA-VIGENCIA (IX-HSA-ACHADO) TO LK-VIGENCIA
              MOVE HSA-SALARIO-ANT (IX-HSA-ACHADO) TO LK-SALARIO-ANT
              MOVE "SIM" TO LK-ACHOU.
          GOBACK.

      *----------------------------------------------------------------
      *    O ARQUIVO ESTA EM ORDEM DE GRAVACAO; O MAIOR OU IGUAL GANHA,
      *    ENTAO NA MESMA VIGENCIA FICA O ULTIMO GRAVADO.
      *----------------------------------------------------------------
       TESTA-HISTORICO.
          IF HSA-MATRICULA (IX-HSA) EQUAL LK-MATRICULA
             AND HSA-VIGENCIA (IX-HSA) NOT GREATER LK-DATA
              IF IX-HSA-ACHADO EQUAL ZEROES
                  MOVE IX-HSA TO IX-HSA-ACHADO
              ELSE
              IF HSA-VIGENCIA (IX-HSA) NOT LESS
                 HSA-VIGENCIA (IX-HSA-ACHADO)
                  MOVE IX-HSA TO IX-HSA-ACHADO.

       CARGA-HISTORICO.
          MOVE "SIM" TO JA-CARREGOU.
          OPEN INPUT HISTSAL.
          PERFORM LE-HISTORICO.
          PERFORM GUARDA-HISTORICO UNTIL FIM-HSA EQUAL "SIM".
          CLOSE HISTSAL.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "HISTSAL MAIOR QUE A TABELA - SALARIO VIGENTE "
                  "SERA O DO CADENT.".

       LE-HISTORICO.
          READ HISTSAL AT END MOVE "SIM" TO FIM-HSA.

       GUARDA-HISTORICO.
          IF QTD-HISTORICO NOT LESS 5000
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-HISTORICO
              MOVE MATRICULA-HSA TO HSA-MATRICULA (QTD-HISTORICO)
              MOVE VIGENCIA-HSA TO HSA-VIGENCIA (QTD-HISTORICO)
              MOVE SALARIO-HSA TO HSA-SALARIO (QTD-HISTORICO)
              MOVE CARGO-HSA TO HSA-CARGO (QTD-HISTORICO)
              MOVE SALARIO-ANT-HSA TO HSA-SALARIO-ANT (QTD-HISTORICO).
          PERFORM LE-HISTORICO.
