       IDENTIFICATION DIVISION.
          PROGRAM-ID.      RELOPER.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. RELATORIO MENSAL DOS OPERADORES INATIVOS, PARA A
      *EXCLUSAO PELO MANOPER. LE O CADOPER.DAT (REGOPE) E IMPRIME EM
      *RELOPER OS OPERADORES SEM ACESSO HA MAIS DE N DIAS (DIAS DE
      *INATIVIDADE DO PARMSEN.DAT, POSICOES 6 A 8; AUSENTE = 90),
      *CONTADOS DO ULTIMO ACESSO GRAVADO PELO SIGNON OU, PARA QUEM
      *NUNCA ENTROU, DA DATA DE INCLUSAO (SAI COMO NUNCA). MOSTRA O
      *NIVEL, A SITUACAO (B = BLOQUEADO) E OS DIAS PARADOS. HAVENDO
      *OPERADOR LISTADO O PROGRAMA TERMINA COM CODIGO 4, PARA A
      *ROTINA MENSAL AVISAR SEM INTERROMPER; SEM O CADOPER, CODIGO 8.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CADOPER ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS ID-OPE
          FILE STATUS IS FS-OPE.
          SELECT OPTIONAL PARMSEN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELOPER ASSIGN TO DISK.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADOPER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADOPER.DAT".
          COPY REGOPE.

       FD  PARMSEN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMSEN.DAT".
          01 REG-PARMSEN.
          02 DIAS-VALID-PARM           PIC 9(03).
          02 HISTORICO-PARM            PIC 9(01).
          02 MAX-FALHAS-PARM           PIC 9(01).
          02 DIAS-INATIV-PARM          PIC 9(03).

       FD  RELOPER
          LABEL RECORD IS OMITTED.
          01  REGOPER     PIC X(80).

       WORKING-STORAGE SECTION.
       77  FS-OPE             PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-PARM           PIC X(03) VALUE "NAO".
       77  TEM-CADOPER        PIC X(03) VALUE "NAO".
       77  DIAS-INATIVO       PIC 9(03) VALUE 090.
       77  DIAS-HOJE          PIC 9(07) VALUE ZEROES.
       77  DIAS-CALC          PIC 9(07) VALUE ZEROES.
       77  DIAS-PARADO        PIC S9(07) VALUE ZEROES.
       77  TOTAL-OPERADORES   PIC 9(05) VALUE ZEROES.
       77  TOTAL-INATIVOS     PIC 9(05) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).

       01 DATA-CALC-DEC.
          02 ANO-CALC                  PIC 9(04).
          02 MES-CALC                  PIC 9(02).
          02 DIA-CALC                  PIC 9(02).

       01 CAB-01.
          02 FILLER    PIC X(15) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "OPERADORES INATIVO".
          02 FILLER    PIC X(18) VALUE "S PARA EXCLUSAO   ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(04)  VALUE "  ID".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "NIVEL".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(30)  VALUE "NOME".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(03)  VALUE "SIT".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "ULT.ACESSO".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE " DIAS".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "OPERADORES CADASTRADOS...:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-OPE   PIC ZZZZ9.

       01 CAB-05.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(17)  VALUE "SEM ACESSO HA MAI".
          02 FILLER    PIC X(05)  VALUE "S DE ".
          02 TOT-DIAS  PIC ZZ9.
          02 FILLER    PIC X(08)  VALUE " DIAS..:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-INA   PIC ZZZZ9.

       01 CAB-06.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(40)
                       VALUE "CADOPER AUSENTE - CADASTRO DE OPERADORES".
          02 FILLER    PIC X(15)  VALUE " NAO CONFERIDO.".

       01 DETALHE.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-ID    PIC 9(04).
          02 FILLER    PIC X(04) VALUE SPACES.
          02 DET-NIVEL PIC 9(01).
          02 FILLER    PIC X(04) VALUE SPACES.
          02 DET-NOME  PIC X(30).
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DET-SIT   PIC X(01).
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DET-DATA.
             03 DET-DIA PIC 9(02).
             03 FILLER  PIC X(01) VALUE "/".
             03 DET-MES PIC 9(02).
             03 FILLER  PIC X(01) VALUE "/".
             03 DET-ANO PIC 9(04).
          02 DET-NUNCA REDEFINES DET-DATA PIC X(10).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-DIAS  PIC ZZZZ9.

       PROCEDURE DIVISION.

       PGM-RELOPER.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          MOVE DATA-SISTEMA TO DATA-CALC-DEC.
          PERFORM CALCULA-DIAS.
          MOVE DIAS-CALC TO DIAS-HOJE.
          PERFORM CARGA-PARAMETRO.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       CARGA-PARAMETRO.
          OPEN INPUT PARMSEN.
          READ PARMSEN AT END MOVE "SIM" TO FIM-PARM.
          IF FIM-PARM NOT EQUAL "SIM"
             AND DIAS-INATIV-PARM NUMERIC
             AND DIAS-INATIV-PARM GREATER THAN ZEROES
              MOVE DIAS-INATIV-PARM TO DIAS-INATIVO.
          CLOSE PARMSEN.

       INICIO.
          OPEN OUTPUT RELOPER.
          PERFORM CABECALHO.
          OPEN INPUT CADOPER.
          IF FS-OPE EQUAL "00"
              MOVE "SIM" TO TEM-CADOPER
              PERFORM LEITURA
          ELSE
              MOVE "SIM" TO FIM-ARQ
              WRITE REGOPER FROM CAB-06 AFTER ADVANCING 1 LINE
              MOVE 8 TO RETURN-CODE.

       LEITURA.
          READ CADOPER NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          ADD 1 TO TOTAL-OPERADORES.
          PERFORM CONFERE-OPERADOR.
          PERFORM LEITURA.

      *----------------------------------------------------------------
      *    DIAS SEM ACESSO: DO ULTIMO ACESSO OU, SE NUNCA ENTROU, DA
      *    INCLUSAO NO CADASTRO.
      *----------------------------------------------------------------
       CONFERE-OPERADOR.
          IF DATA-ULT-ACESSO-OPE NUMERIC
             AND DATA-ULT-ACESSO-OPE GREATER THAN ZEROES
              MOVE DATA-ULT-ACESSO-OPE TO DATA-CALC-DEC
          ELSE
              MOVE DATA-INC-OPE TO DATA-CALC-DEC.
          PERFORM CALCULA-DIAS.
          COMPUTE DIAS-PARADO = DIAS-HOJE - DIAS-CALC.
          IF DIAS-PARADO GREATER THAN DIAS-INATIVO
              PERFORM IMPRIME-OPERADOR.

       IMPRIME-OPERADOR.
          ADD 1 TO TOTAL-INATIVOS.
          MOVE ID-OPE TO DET-ID.
          MOVE NIVEL-OPE TO DET-NIVEL.
          MOVE NOME-OPE TO DET-NOME.
          MOVE SITUACAO-OPE TO DET-SIT.
          IF DATA-ULT-ACESSO-OPE NUMERIC
             AND DATA-ULT-ACESSO-OPE GREATER THAN ZEROES
              MOVE DATA-ULT-ACESSO-OPE(7:2) TO DET-DIA
              MOVE DATA-ULT-ACESSO-OPE(5:2) TO DET-MES
              MOVE DATA-ULT-ACESSO-OPE(1:4) TO DET-ANO
          ELSE
              MOVE "NUNCA" TO DET-NUNCA.
          MOVE DIAS-PARADO TO DET-DIAS.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGOPER FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

      *----------------------------------------------------------------
      *    MESMA CONTA DE DIAS DO CONSEXC (ANO * 365 + MES * 30 + DIA).
      *----------------------------------------------------------------
       CALCULA-DIAS.
          COMPUTE DIAS-CALC = (ANO-CALC * 365)
              + (MES-CALC * 30) + DIA-CALC.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGOPER.
          WRITE REGOPER AFTER ADVANCING PAGE.
          WRITE REGOPER FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGOPER FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGOPER FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          MOVE TOTAL-OPERADORES TO TOT-OPE.
          WRITE REGOPER FROM CAB-04 AFTER ADVANCING 2 LINES.
          MOVE DIAS-INATIVO TO TOT-DIAS.
          MOVE TOTAL-INATIVOS TO TOT-INA.
          WRITE REGOPER FROM CAB-05 AFTER ADVANCING 1 LINE.
          DISPLAY "RELATORIO DE OPERADORES INATIVOS EM RELOPER.".
          DISPLAY "OPERADORES CADASTRADOS: " TOTAL-OPERADORES.
          DISPLAY "INATIVOS..............: " TOTAL-INATIVOS.
          IF TEM-CADOPER EQUAL "SIM"
              CLOSE CADOPER.
          CLOSE RELOPER.
          IF TOTAL-INATIVOS GREATER THAN ZEROES
             AND RETURN-CODE EQUAL ZEROES
              MOVE 4 TO RETURN-CODE.
