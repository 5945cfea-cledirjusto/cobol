       IDENTIFICATION DIVISION.
       PROGRAM-ID.	CARGABO.
       AUTHOR.          CLEDIR JUSTO.
       INSTALLATION.   	FATEC-SP.
       DATE-WRITTEN.   	15/10/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONSULTA AS FALTAS ABONADAS DE UMA MATRICULA EM UMA
      *DISCIPLINA NO PERIODO LETIVO ABERTO. NA PRIMEIRA CHAMADA LE O
      *PERIODO NO CTRLPER.DAT, CARREGA OS ABONOS ATIVOS DESSE PERIODO
      *DO ARQABO.DAT (GRAVADO PELO MANABO, DESCONTANDO OS CANCELADOS)
      *E SOMA EM TABELA OS LANCAMENTOS DO ARQFALH.DAT (GRAVADO PELO
      *LANCAFAL) CUJA DATA CAI NO INTERVALO DE ALGUM ABONO DO ALUNO
      *PARA A DISCIPLINA (OU PARA TODAS). CADA LANCAMENTO CONTA UMA
      *VEZ SO, MESMO COM ABONOS SOBREPOSTOS. OS CAMINHOS PODEM VIR DAS
      *VARIAVEIS DE AMBIENTE ARQABO_DAT, ARQFALH_DAT E CTRLPER_DAT,
      *COMO NO CARGAUL. DEVOLVE O TOTAL EM LK-ABONADAS (SATURA EM 99);
      *QUEM CHAMA LIMITA AO TOTAL DE FALTAS DA DISCIPLINA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL ARQABO ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQFALH ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLPER ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQABO
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS NOME-ARQABO.
          COPY REGABO.

       FD  ARQFALH
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS NOME-ARQFALH.
          COPY REGFAH.

       FD  CTRLPER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS NOME-CTRLPER.
          01 REG-CTRLPER.
          02 PERIODO-PER               PIC X(06).
          02 SITUACAO-PER              PIC X(01).
          02 DATA-FECHA-PER            PIC 9(08).

       WORKING-STORAGE SECTION.
       77  JA-CARREGOU        PIC X(03) VALUE "NAO".
       77  FIM-ABO            PIC X(03) VALUE "NAO".
       77  FIM-FAH            PIC X(03) VALUE "NAO".
       77  FIM-CTRLPER        PIC X(03) VALUE "NAO".
       77  PERIODO-ATUAL      PIC X(06) VALUE SPACES.
       77  QTD-ABONOS         PIC 9(03) VALUE ZEROES.
       77  IX-ABO             PIC 9(03) VALUE ZEROES.
       77  QTD-SOMAS          PIC 9(03) VALUE ZEROES.
       77  IX-SOM             PIC 9(03) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(03) VALUE ZEROES.
       77  ACHOU-SOMA         PIC X(03) VALUE "NAO".
       77  COBERTA            PIC X(03) VALUE "NAO".
       77  BUSCA-MATRICULA    PIC 9(07) VALUE ZEROES.
       77  BUSCA-DISC         PIC X(05) VALUE SPACES.
       77  NOME-ARQABO        PIC X(30) VALUE "ARQABO.DAT".
       77  NOME-ARQFALH       PIC X(30) VALUE "ARQFALH.DAT".
       77  NOME-CTRLPER       PIC X(30) VALUE "CTRLPER.DAT".

       01 TAB-ABONOS.
          02 ABN-OCORRENCIA OCCURS 500 TIMES.
             03 ABN-NUMERO             PIC 9(05).
             03 ABN-MATRICULA          PIC 9(07).
             03 ABN-DISCIPLINA         PIC X(05).
             03 ABN-DATA-INI           PIC 9(08).
             03 ABN-DATA-FIM           PIC 9(08).
             03 ABN-ATIVO              PIC X(03).

       01 TAB-SOMAS.
          02 SOM-OCORRENCIA OCCURS 999 TIMES.
             03 SOM-MATRICULA          PIC 9(07).
             03 SOM-DISCIPLINA         PIC X(05).
             03 SOM-AULAS              PIC 9(03).

       LINKAGE SECTION.
       01  LK-MATRICULA    PIC 9(07).
       01  LK-DISCIPLINA   PIC X(05).
       01  LK-ABONADAS     PIC 9(02).

       PROCEDURE DIVISION USING LK-MATRICULA LK-DISCIPLINA
           LK-ABONADAS.

       PGM-CARGABO.
          IF JA-CARREGOU EQUAL "NAO"
              PERFORM CARGA-ABONOS.
          MOVE ZEROES TO LK-ABONADAS.
          MOVE LK-MATRICULA TO BUSCA-MATRICULA.
          MOVE LK-DISCIPLINA TO BUSCA-DISC.
          PERFORM LOCALIZA-SOMA.
          IF ACHOU-SOMA EQUAL "SIM"
              IF SOM-AULAS (IX-ACHADO) GREATER THAN 99
                  MOVE 99 TO LK-ABONADAS
              ELSE
                  MOVE SOM-AULAS (IX-ACHADO) TO LK-ABONADAS.
          GOBACK.

       CARGA-ABONOS.
          MOVE "SIM" TO JA-CARREGOU.
          ACCEPT NOME-ARQABO FROM ENVIRONMENT "ARQABO_DAT".
          IF NOME-ARQABO EQUAL SPACES
             OR NOME-ARQABO EQUAL LOW-VALUES
              MOVE "ARQABO.DAT" TO NOME-ARQABO.
          ACCEPT NOME-ARQFALH FROM ENVIRONMENT "ARQFALH_DAT".
          IF NOME-ARQFALH EQUAL SPACES
             OR NOME-ARQFALH EQUAL LOW-VALUES
              MOVE "ARQFALH.DAT" TO NOME-ARQFALH.
          ACCEPT NOME-CTRLPER FROM ENVIRONMENT "CTRLPER_DAT".
          IF NOME-CTRLPER EQUAL SPACES
             OR NOME-CTRLPER EQUAL LOW-VALUES
              MOVE "CTRLPER.DAT" TO NOME-CTRLPER.
          OPEN INPUT CTRLPER.
          READ CTRLPER AT END MOVE "SIM" TO FIM-CTRLPER.
          IF FIM-CTRLPER NOT EQUAL "SIM"
              MOVE PERIODO-PER TO PERIODO-ATUAL.
          CLOSE CTRLPER.
          OPEN INPUT ARQABO.
          PERFORM LE-ABONO.
          PERFORM GUARDA-ABONO UNTIL FIM-ABO EQUAL "SIM".
          CLOSE ARQABO.
          IF QTD-ABONOS GREATER THAN ZEROES
              OPEN INPUT ARQFALH
              PERFORM LE-LANCAMENTO
              PERFORM CONFERE-LANCAMENTO UNTIL FIM-FAH EQUAL "SIM"
              CLOSE ARQFALH.

       LE-ABONO.
          READ ARQABO AT END MOVE "SIM" TO FIM-ABO.

       GUARDA-ABONO.
          IF PERIODO-ABO EQUAL PERIODO-ATUAL
              IF TIPO-ABO EQUAL "C"
                  PERFORM CANCELA-ABONO
                      VARYING IX-ABO FROM 1 BY 1
                      UNTIL IX-ABO GREATER THAN QTD-ABONOS
              ELSE
              IF QTD-ABONOS NOT LESS 500
                  DISPLAY "TABELA DE ABONOS LOTADA"
              ELSE
                  ADD 1 TO QTD-ABONOS
                  MOVE NUMERO-ABO TO ABN-NUMERO (QTD-ABONOS)
                  MOVE MATRICULA-ABO TO ABN-MATRICULA (QTD-ABONOS)
                  MOVE DISCIPLINA-ABO TO ABN-DISCIPLINA (QTD-ABONOS)
                  MOVE DATA-INI-ABO TO ABN-DATA-INI (QTD-ABONOS)
                  MOVE DATA-FIM-ABO TO ABN-DATA-FIM (QTD-ABONOS)
                  MOVE "SIM" TO ABN-ATIVO (QTD-ABONOS).
          PERFORM LE-ABONO.

       CANCELA-ABONO.
          IF ABN-NUMERO (IX-ABO) EQUAL NUMERO-ABO
              MOVE "NAO" TO ABN-ATIVO (IX-ABO).

       LE-LANCAMENTO.
          READ ARQFALH AT END MOVE "SIM" TO FIM-FAH.

      *----------------------------------------------------------------
      *    O LANCAMENTO COBERTO POR ALGUM ABONO ATIVO SOMA NA TABELA
      *    DA MATRICULA/DISCIPLINA DO PROPRIO LANCAMENTO.
      *----------------------------------------------------------------
       CONFERE-LANCAMENTO.
          IF PERIODO-FAH EQUAL PERIODO-ATUAL
              MOVE "NAO" TO COBERTA
              PERFORM TESTA-COBERTURA
                  VARYING IX-ABO FROM 1 BY 1
                  UNTIL IX-ABO GREATER THAN QTD-ABONOS
                     OR COBERTA EQUAL "SIM"
              IF COBERTA EQUAL "SIM"
                  PERFORM SOMA-ABONADA.
          PERFORM LE-LANCAMENTO.

       TESTA-COBERTURA.
          IF ABN-ATIVO (IX-ABO) EQUAL "SIM"
             AND ABN-MATRICULA (IX-ABO) EQUAL MATRICULA-FAH
             AND (ABN-DISCIPLINA (IX-ABO) EQUAL SPACES
                  OR ABN-DISCIPLINA (IX-ABO) EQUAL DISCIPLINA-FAH)
             AND DATA-FAH NOT LESS ABN-DATA-INI (IX-ABO)
             AND DATA-FAH NOT GREATER ABN-DATA-FIM (IX-ABO)
              MOVE "SIM" TO COBERTA.

       SOMA-ABONADA.
          MOVE MATRICULA-FAH TO BUSCA-MATRICULA.
          MOVE DISCIPLINA-FAH TO BUSCA-DISC.
          PERFORM LOCALIZA-SOMA.
          IF ACHOU-SOMA EQUAL "NAO"
              IF QTD-SOMAS NOT LESS 999
                  DISPLAY "TABELA DE FALTAS ABONADAS LOTADA"
              ELSE
                  ADD 1 TO QTD-SOMAS
                  MOVE MATRICULA-FAH TO SOM-MATRICULA (QTD-SOMAS)
                  MOVE DISCIPLINA-FAH TO SOM-DISCIPLINA (QTD-SOMAS)
                  MOVE ZEROES TO SOM-AULAS (QTD-SOMAS)
                  MOVE "SIM" TO ACHOU-SOMA
                  MOVE QTD-SOMAS TO IX-ACHADO.
          IF ACHOU-SOMA EQUAL "SIM"
              ADD AULAS-FAH TO SOM-AULAS (IX-ACHADO)
                  ON SIZE ERROR MOVE 999 TO SOM-AULAS (IX-ACHADO).

       LOCALIZA-SOMA.
          MOVE "NAO" TO ACHOU-SOMA.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-SOMAS GREATER THAN ZEROES
              PERFORM TESTA-SOMA
                  VARYING IX-SOM FROM 1 BY 1
                  UNTIL IX-SOM GREATER THAN QTD-SOMAS
                     OR ACHOU-SOMA EQUAL "SIM".

       TESTA-SOMA.
          IF SOM-MATRICULA (IX-SOM) EQUAL BUSCA-MATRICULA
             AND SOM-DISCIPLINA (IX-SOM) EQUAL BUSCA-DISC
              MOVE "SIM" TO ACHOU-SOMA
              MOVE IX-SOM TO IX-ACHADO.
