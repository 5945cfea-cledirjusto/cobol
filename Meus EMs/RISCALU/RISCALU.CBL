       IDENTIFICATION DIVISION.
          PROGRAM-ID.      RISCALU.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. ESCORE MENSAL DE RISCO DE EVASAO. PARA CADA ALUNO
      *ATIVO DO ARQALU JUNTA CINCO SINAIS: MEDIA PARCIAL ABAIXO DO
      *CORTE DE 7,00 (MESMA CONTA DO BOLPARC, SO AVALIACOES LANCADAS,
      *PESOS DA CARGDISC); MEDIA EM QUEDA SOBRE A APURACAO DO MES
      *ANTERIOR NO RISCHIST; FALTAS SEM ABONO (CARGABO) A PARTIR DE
      *15% EM ALGUMA DISCIPLINA - O MESMO AVISO DO EX05 - SOBRE AS
      *HORAS JA DADAS NO DIARIO (CARGAUL) OU, SEM DIARIO, SOBRE A
      *CARGA DO CATALOGO; MENSALIDADE EM ABERTO NO ARQMENS; E SOCIO
      *RESPONSAVEL (SOCALU) EM ATRASO NO CADSOC1. CADA SINAL ACESO
      *SOMA O SEU PESO DO PARMRISC.DAT (AUSENTE ASSUME 30/20/25/15/10
      *E CORTE DE LISTAGEM 30). OS ALUNOS SAO ORDENADOS POR TURMA E
      *PONTOS DECRESCENTES E O RELRISC LISTA PARA A COORDENACAO OS
      *QUE ATINGEM O CORTE, COM OS MOTIVOS DE CADA ESCORE. TODOS OS
      *ESCORES DO MES VAO PARA O HISTORICO RISCHIST.DAT (REGRIS) NA
      *PRIMEIRA APURACAO DO MES - UMA NOVA RODADA NO MESMO MES SO
      *REIMPRIME A LISTA. O CALRISC CONFRONTA O HISTORICO COM AS
      *EVASOES REGISTRADAS PELO SITALUNO PARA O AJUSTE DOS PESOS.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT ARQALU ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS MATRICULA-ENT
          ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES.
          SELECT ARQDIS ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-DIS
          FILE STATUS IS FS-DIS.
          SELECT ARQMENS ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS MATRICULA-MEN
          FILE STATUS IS FS-MEN.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES
          FILE STATUS IS FS-SOC.
          SELECT OPTIONAL SOCALU ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMRISC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL RISCHIST ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RISCENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RISCORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTWK ASSIGN TO DISK.
          SELECT RELRISC ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  ARQALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX05\ARQALU.DAT".
          COPY REGALU.

       FD  ARQDIS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX05\ARQDIS.DAT".
          COPY REGDIS.

       FD  ARQMENS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQMENS.DAT".
          01 REG-MEN.
          02 CODIGO-MEN                PIC 9(02).
          02 MATRICULA-MEN             PIC 9(07).
          02 NOME-MEN                  PIC X(30).
          02 DISCIPLINA-MEN            PIC X(05).
          02 VALOR-MEN                 PIC 9(09)V9(02) COMP-3.
          02 MESES-ATRASO-MEN          PIC 9(02)       COMP-3.
          02 AJUSTE-MEN                PIC S9(07)V9(02) COMP-3.

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       FD  SOCALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SOCALU.DAT".
          01 REG-VIN.
          02 SOCIO-VIN                 PIC 9(06).
          02 MATR-VIN                  PIC 9(06).
          02 DIGI-VIN                  PIC 9(01).

       FD  PARMRISC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMRISC.DAT".
          01 REG-PARMRISC.
          02 PESO-MEDIA-PRM            PIC 9(03).
          02 PESO-QUEDA-PRM            PIC 9(03).
          02 PESO-FALTAS-PRM           PIC 9(03).
          02 PESO-MENS-PRM             PIC 9(03).
          02 PESO-SOCIO-PRM            PIC 9(03).
          02 CORTE-LISTA-PRM           PIC 9(03).

       FD  RISCHIST
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RISCHIST.DAT".
          COPY REGRIS.

       FD  RISCENT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RISCENT.DAT".
          01 REG-RKE.
          02 TURMA-RKE                 PIC X(03).
          02 PONTOS-RKE                PIC 9(03).
          02 NOME-RKE                  PIC X(30).
          02 MATRICULA-RKE             PIC 9(07).
          02 MEDIA-RKE                 PIC 9(02)V9(02).
          02 MEDIA-ANT-RKE             PIC 9(02)V9(02).
          02 PCT-FALTAS-RKE            PIC 9(03)V9(02).
          02 MESES-MENS-RKE            PIC 9(02).
          02 MESES-SOCIO-RKE           PIC 9(02).
          02 SINAIS-RKE                PIC X(05).

       FD  RISCORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RISCORD.DAT".
          01 REG-RKO.
          02 TURMA-RKO                 PIC X(03).
          02 PONTOS-RKO                PIC 9(03).
          02 NOME-RKO                  PIC X(30).
          02 MATRICULA-RKO             PIC 9(07).
          02 MEDIA-RKO                 PIC 9(02)V9(02).
          02 MEDIA-ANT-RKO             PIC 9(02)V9(02).
          02 PCT-FALTAS-RKO            PIC 9(03)V9(02).
          02 MESES-MENS-RKO            PIC 9(02).
          02 MESES-SOCIO-RKO           PIC 9(02).
          02 SINAIS-RKO.
             03 SINAL-MEDIA-RKO        PIC X(01).
             03 SINAL-QUEDA-RKO        PIC X(01).
             03 SINAL-FALTAS-RKO       PIC X(01).
             03 SINAL-MENS-RKO         PIC X(01).
             03 SINAL-SOCIO-RKO        PIC X(01).

       SD  SORTWK.
          01 REG-SORT.
          02 TURMA-SRT                 PIC X(03).
          02 PONTOS-SRT                PIC 9(03).
          02 NOME-SRT                  PIC X(30).
          02 MATRICULA-SRT             PIC 9(07).
          02 FILLER                    PIC X(26).

       FD  RELRISC
          LABEL RECORD IS OMITTED.
          01  REGRISC     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-DIS             PIC X(02) VALUE "00".
       77  FS-MEN             PIC X(02) VALUE "00".
       77  FS-SOC             PIC X(02) VALUE "00".
       77  TEM-ARQDIS         PIC X(03) VALUE "NAO".
       77  TEM-ARQMENS        PIC X(03) VALUE "NAO".
       77  TEM-CADSOC1        PIC X(03) VALUE "NAO".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-DIS            PIC X(03) VALUE "NAO".
       77  FIM-VIN            PIC X(03) VALUE "NAO".
       77  FIM-PARM           PIC X(03) VALUE "NAO".
       77  FIM-HIS            PIC X(03) VALUE "NAO".
       77  FIM-ORD            PIC X(03) VALUE "NAO".
       77  MES-JA-GRAVADO     PIC X(03) VALUE "NAO".
       77  COMPETENCIA        PIC 9(06) VALUE ZEROES.
       77  PESO-MEDIA         PIC 9(03) VALUE 030.
       77  PESO-QUEDA         PIC 9(03) VALUE 020.
       77  PESO-FALTAS        PIC 9(03) VALUE 025.
       77  PESO-MENS          PIC 9(03) VALUE 015.
       77  PESO-SOCIO         PIC 9(03) VALUE 010.
       77  CORTE-LISTA        PIC 9(03) VALUE 030.
       77  CORTE-MEDIA        PIC 9(02)V9(02) VALUE 07,00.
       77  LIMITE-PCT-ALER    PIC 9(03)V9(02) VALUE 015,00.
       77  PESO-NOTA1         PIC 9(01) VALUE 1.
       77  PESO-NOTA2         PIC 9(01) VALUE 1.
       77  PESO-NOTA3         PIC 9(01) VALUE 2.
       77  PESO-NOTA4         PIC 9(01) VALUE 1.
       77  SOMA-PESOS         PIC 9(02) VALUE 5.
       77  HORAS-DISC         PIC 9(03) VALUE ZEROES.
       77  HORAS-DADAS        PIC 9(03) VALUE ZEROES.
       77  DIARIO-COMPLETO    PIC X(03) VALUE "NAO".
       77  TURMA-DIARIO       PIC X(03) VALUE SPACES.
       77  DISCIPLINA-APROVA  PIC X(05) VALUE SPACES.
       77  MATRICULA-ABONO    PIC 9(07) VALUE ZEROES.
       77  NOTA-1             PIC 9(02)V9(02) VALUE ZEROES.
       77  NOTA-2             PIC 9(02)V9(02) VALUE ZEROES.
       77  NOTA-3             PIC 9(02)V9(02) VALUE ZEROES.
       77  NOTA-4             PIC 9(02)V9(02) VALUE ZEROES.
       77  SOMA-PARCIAL       PIC 9(04)V9(02) VALUE ZEROES.
       77  PESOS-LANCADOS     PIC 9(02) VALUE ZEROES.
       77  MEDIA-PARCIAL      PIC 9(02)V9(02) VALUE ZEROES.
       77  SOMA-MEDIAS        PIC 9(04)V9(02) VALUE ZEROES.
       77  QTD-COM-NOTA       PIC 9(02) VALUE ZEROES.
       77  MEDIA-ATUAL        PIC 9(02)V9(02) VALUE ZEROES.
       77  MEDIA-ANTERIOR     PIC 9(02)V9(02) VALUE ZEROES.
       77  FALTAS-LANCADAS    PIC 9(02) VALUE ZEROES.
       77  FALTAS-ABONADAS    PIC 9(02) VALUE ZEROES.
       77  FALTAS-CONTADAS    PIC 9(02) VALUE ZEROES.
       77  PCT-FALTAS         PIC 9(03)V9(02) VALUE ZEROES.
       77  PCT-FALTAS-MAX     PIC 9(03)V9(02) VALUE ZEROES.
       77  MESES-MENS         PIC 9(02) VALUE ZEROES.
       77  MESES-SOCIO        PIC 9(02) VALUE ZEROES.
       77  PONTOS             PIC 9(03) VALUE ZEROES.
       77  QTD-DISC-ALUNO     PIC 9(02) VALUE ZEROES.
       77  QTD-VINCULOS       PIC 9(04) VALUE ZEROES.
       77  QTD-HISTORICO      PIC 9(04) VALUE ZEROES.
       77  IX-VIN             PIC 9(04) VALUE ZEROES.
       77  IX-HIS             PIC 9(04) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(04) VALUE ZEROES.
       77  ACHOU-HIST         PIC X(03) VALUE "NAO".
       77  TURMA-ANTERIOR     PIC X(03) VALUE SPACES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-ATIVOS    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-LISTADOS  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-HIST      PIC 9(06) VALUE ZEROES.
       77  QTD-TURMA          PIC 9(04) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 TAB-VINCULOS.
          02 VIN-OCORRENCIA OCCURS 1000 TIMES.
             03 VIN-SOCIO              PIC 9(06).
             03 VIN-MATRICULA          PIC 9(07).

       01 TAB-HISTORICO.
          02 HIS-OCORRENCIA OCCURS 2000 TIMES.
             03 HIS-MATRICULA          PIC 9(07).
             03 HIS-MEDIA              PIC 9(02)V9(02).

       01 MATRICULA-VINCULO.
          02 MATR-VINCULO              PIC 9(06).
          02 DIGI-VINCULO              PIC 9(01).
       01 MATRICULA-VINCULO-NUM REDEFINES MATRICULA-VINCULO
                                       PIC 9(07).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "RISCO DE EVASAO - ".
          02 FILLER    PIC X(12) VALUE "ESCORE MES  ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(13)  VALUE "COMPETENCIA: ".
          02 CAB-COMPET PIC 9(06).
          02 FILLER    PIC X(03)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "PESOS: ".
          02 CAB-P1    PIC ZZ9.
          02 FILLER    PIC X(01)  VALUE "/".
          02 CAB-P2    PIC ZZ9.
          02 FILLER    PIC X(01)  VALUE "/".
          02 CAB-P3    PIC ZZ9.
          02 FILLER    PIC X(01)  VALUE "/".
          02 CAB-P4    PIC ZZ9.
          02 FILLER    PIC X(01)  VALUE "/".
          02 CAB-P5    PIC ZZ9.
          02 FILLER    PIC X(03)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "CORTE: ".
          02 CAB-CORTE PIC ZZ9.

       01 CAB-03.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(09)  VALUE "MATRIC.  ".
          02 FILLER    PIC X(26)  VALUE "ALUNO".
          02 FILLER    PIC X(07)  VALUE "PONTOS ".
          02 FILLER    PIC X(06)  VALUE "MEDIA ".
          02 FILLER    PIC X(06)  VALUE "ANTER.".
          02 FILLER    PIC X(08)  VALUE "  %FALT ".
          02 FILLER    PIC X(05)  VALUE "MENS ".
          02 FILLER    PIC X(05)  VALUE "SOCIO".

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 TOT-ROTULO PIC X(26).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-QTD   PIC ZZZZZ9.

       01 LINHA-TURMA.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "TURMA: ".
          02 LTU-TURMA PIC X(03).

       01 DETALHE.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-MAT   PIC 9(07).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-NOME  PIC X(25).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-PONTOS PIC ZZ9.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-MEDIA PIC Z9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-MEDANT PIC Z9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-PCT   PIC ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-MENS  PIC Z9.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DET-SOCIO PIC Z9.

       01 DET-MOTIVOS.
          02 FILLER    PIC X(10) VALUE "  MOTIVOS:".
          02 MOT-MEDIA PIC X(13).
          02 MOT-QUEDA PIC X(13).
          02 MOT-FALTAS PIC X(13).
          02 MOT-MENS  PIC X(13).
          02 MOT-SOCIO PIC X(13).

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

       PGM-RISCALU.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          MOVE DATA-SISTEMA(1:6) TO COMPETENCIA.
          PERFORM LE-PARAMETRO.
          PERFORM CARGA-VINCULOS.
          PERFORM CARGA-HISTORICO.
          PERFORM APURA-ESCORES.
          SORT SORTWK ON ASCENDING  KEY TURMA-SRT
                      ON DESCENDING KEY PONTOS-SRT
                      ON ASCENDING  KEY NOME-SRT MATRICULA-SRT
              USING RISCENT
              GIVING RISCORD.
          PERFORM IMPRIME-LISTA.
          PERFORM TERMINO.
          STOP RUN.

       LE-PARAMETRO.
          OPEN INPUT PARMRISC.
          READ PARMRISC AT END MOVE "SIM" TO FIM-PARM.
          IF FIM-PARM NOT EQUAL "SIM"
             AND REG-PARMRISC NUMERIC
              MOVE PESO-MEDIA-PRM TO PESO-MEDIA
              MOVE PESO-QUEDA-PRM TO PESO-QUEDA
              MOVE PESO-FALTAS-PRM TO PESO-FALTAS
              MOVE PESO-MENS-PRM TO PESO-MENS
              MOVE PESO-SOCIO-PRM TO PESO-SOCIO
              MOVE CORTE-LISTA-PRM TO CORTE-LISTA.
          CLOSE PARMRISC.

       CARGA-VINCULOS.
          OPEN INPUT SOCALU.
          PERFORM LE-VINCULO.
          PERFORM GUARDA-VINCULO UNTIL FIM-VIN EQUAL "SIM".
          CLOSE SOCALU.

       LE-VINCULO.
          READ SOCALU AT END MOVE "SIM" TO FIM-VIN.

       GUARDA-VINCULO.
          IF QTD-VINCULOS NOT LESS 1000
              DISPLAY "TABELA DE VINCULOS LOTADA"
          ELSE
              ADD 1 TO QTD-VINCULOS
              MOVE SOCIO-VIN TO VIN-SOCIO (QTD-VINCULOS)
              MOVE MATR-VIN TO MATR-VINCULO
              MOVE DIGI-VIN TO DIGI-VINCULO
              MOVE MATRICULA-VINCULO-NUM
                  TO VIN-MATRICULA (QTD-VINCULOS).
          PERFORM LE-VINCULO.

      *----------------------------------------------------------------
      *    HISTORICO: GUARDA A ULTIMA MEDIA DE CADA ALUNO ANTERIOR AO
      *    MES CORRENTE (BASE DA QUEDA) E VE SE O MES JA FOI GRAVADO.
      *----------------------------------------------------------------
       CARGA-HISTORICO.
          OPEN INPUT RISCHIST.
          PERFORM LE-HISTORICO.
          PERFORM GUARDA-HISTORICO UNTIL FIM-HIS EQUAL "SIM".
          CLOSE RISCHIST.

       LE-HISTORICO.
          READ RISCHIST AT END MOVE "SIM" TO FIM-HIS.

       GUARDA-HISTORICO.
          IF COMPET-RIS EQUAL COMPETENCIA
              MOVE "SIM" TO MES-JA-GRAVADO
          ELSE
          IF COMPET-RIS LESS THAN COMPETENCIA
              MOVE MATRICULA-RIS TO MATRICULA-ABONO
              PERFORM LOCALIZA-HISTORICO
              IF ACHOU-HIST EQUAL "SIM"
                  MOVE MEDIA-RIS TO HIS-MEDIA (IX-ACHADO)
              ELSE
              IF QTD-HISTORICO NOT LESS 2000
                  DISPLAY "TABELA DO HISTORICO DE RISCO LOTADA"
              ELSE
                  ADD 1 TO QTD-HISTORICO
                  MOVE MATRICULA-RIS TO HIS-MATRICULA (QTD-HISTORICO)
                  MOVE MEDIA-RIS TO HIS-MEDIA (QTD-HISTORICO).
          PERFORM LE-HISTORICO.

       LOCALIZA-HISTORICO.
          MOVE "NAO" TO ACHOU-HIST.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-HISTORICO GREATER THAN ZEROES
              PERFORM TESTA-HISTORICO
                  VARYING IX-HIS FROM 1 BY 1
                  UNTIL IX-HIS GREATER THAN QTD-HISTORICO
                     OR ACHOU-HIST EQUAL "SIM".

       TESTA-HISTORICO.
          IF HIS-MATRICULA (IX-HIS) EQUAL MATRICULA-ABONO
              MOVE "SIM" TO ACHOU-HIST
              MOVE IX-HIS TO IX-ACHADO.

       APURA-ESCORES.
          OPEN INPUT  ARQALU
               OUTPUT RISCENT.
          OPEN INPUT ARQDIS.
          IF FS-DIS EQUAL "00"
              MOVE "SIM" TO TEM-ARQDIS.
          OPEN INPUT ARQMENS.
          IF FS-MEN EQUAL "00"
              MOVE "SIM" TO TEM-ARQMENS.
          OPEN INPUT CADSOC1.
          IF FS-SOC EQUAL "00"
              MOVE "SIM" TO TEM-CADSOC1.
          IF MES-JA-GRAVADO EQUAL "NAO"
              OPEN EXTEND RISCHIST.
          PERFORM LE-ALUNO.
          PERFORM ESCORE-ALUNO UNTIL FIM-ARQ EQUAL "SIM".
          IF MES-JA-GRAVADO EQUAL "NAO"
              CLOSE RISCHIST.
          IF TEM-ARQDIS EQUAL "SIM"
              CLOSE ARQDIS.
          IF TEM-ARQMENS EQUAL "SIM"
              CLOSE ARQMENS.
          IF TEM-CADSOC1 EQUAL "SIM"
              CLOSE CADSOC1.
          CLOSE ARQALU
                RISCENT.

       LE-ALUNO.
          READ ARQALU NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.

       ESCORE-ALUNO.
          ADD 1 TO CONTADOR-LIDOS.
          IF SITUACAO-ENT NOT EQUAL "T"
             AND SITUACAO-ENT NOT EQUAL "F"
             AND SITUACAO-ENT NOT EQUAL "E"
              ADD 1 TO CONTADOR-ATIVOS
              PERFORM APURA-SINAIS
              PERFORM SOMA-PONTOS
              PERFORM GRAVA-ESCORE.
          PERFORM LE-ALUNO.

      *----------------------------------------------------------------
      *    NOTAS E FALTAS: POR DISCIPLINA DO ARQDIS QUANDO PRESENTE,
      *    SENAO A DISCIPLINA PRINCIPAL DO ARQALU. VALE A MAIOR TAXA
      *    DE FALTAS ENTRE AS DISCIPLINAS DO ALUNO.
      *----------------------------------------------------------------
       APURA-SINAIS.
          MOVE ZEROES TO SOMA-MEDIAS QTD-COM-NOTA PCT-FALTAS-MAX.
          MOVE ZEROES TO MEDIA-ATUAL MEDIA-ANTERIOR.
          MOVE ZEROES TO MESES-MENS MESES-SOCIO QTD-DISC-ALUNO.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-ABONO.
          MOVE TURMA-ENT TO TURMA-DIARIO.
          IF TEM-ARQDIS EQUAL "SIM"
              PERFORM APURA-DISCIPLINAS.
          IF QTD-DISC-ALUNO EQUAL ZEROES
              PERFORM APURA-LEGADO.
          IF QTD-COM-NOTA GREATER THAN ZEROES
              DIVIDE SOMA-MEDIAS BY QTD-COM-NOTA GIVING MEDIA-ATUAL.
          PERFORM LOCALIZA-HISTORICO.
          IF ACHOU-HIST EQUAL "SIM"
              MOVE HIS-MEDIA (IX-ACHADO) TO MEDIA-ANTERIOR.
          IF TEM-ARQMENS EQUAL "SIM"
              PERFORM CONSULTA-MENSALIDADE.
          IF TEM-CADSOC1 EQUAL "SIM" AND QTD-VINCULOS GREATER ZEROES
              PERFORM CONSULTA-VINCULO
                  VARYING IX-VIN FROM 1 BY 1
                  UNTIL IX-VIN GREATER THAN QTD-VINCULOS.

       APURA-DISCIPLINAS.
          MOVE "NAO" TO FIM-DIS.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-DIS.
          MOVE SPACES TO DISCIPLINA-DIS.
          START ARQDIS KEY NOT LESS CHAVE-DIS
              INVALID KEY MOVE "SIM" TO FIM-DIS.
          IF FIM-DIS EQUAL "NAO"
              PERFORM LE-DISCIPLINA.
          PERFORM APURA-UMA-DISCIPLINA UNTIL FIM-DIS EQUAL "SIM".

       LE-DISCIPLINA.
          READ ARQDIS NEXT RECORD AT END MOVE "SIM" TO FIM-DIS.
          IF FIM-DIS EQUAL "NAO"
             AND MATRICULA-DIS NOT EQUAL MATRICULA-ENT-NUM
              MOVE "SIM" TO FIM-DIS.

       APURA-UMA-DISCIPLINA.
          MOVE DISCIPLINA-DIS TO DISCIPLINA-APROVA.
          MOVE NOTA1-DIS TO NOTA-1.
          MOVE NOTA2-DIS TO NOTA-2.
          MOVE NOTA3-DIS TO NOTA-3.
          MOVE NOTA4-DIS TO NOTA-4.
          MOVE FALTAS-DIS TO FALTAS-LANCADAS.
          MOVE TURMA-DIS TO TURMA-DIARIO.
          PERFORM APURA-DISCIPLINA-ALUNO.
          ADD 1 TO QTD-DISC-ALUNO.
          PERFORM LE-DISCIPLINA.

       APURA-LEGADO.
          MOVE DISCIPLINA-ENT TO DISCIPLINA-APROVA.
          MOVE NOTA1-ENT TO NOTA-1.
          MOVE NOTA2-ENT TO NOTA-2.
          MOVE NOTA3-ENT TO NOTA-3.
          MOVE NOTA4-ENT TO NOTA-4.
          MOVE FALTAS-ENT TO FALTAS-LANCADAS.
          MOVE TURMA-ENT TO TURMA-DIARIO.
          PERFORM APURA-DISCIPLINA-ALUNO.

       APURA-DISCIPLINA-ALUNO.
          CALL "CARGDISC" USING DISCIPLINA-APROVA HORAS-DISC
              PESO-NOTA1 PESO-NOTA2 PESO-NOTA3 PESO-NOTA4
              SOMA-PESOS.
          PERFORM CALCULA-PARCIAL.
          IF PESOS-LANCADOS GREATER THAN ZEROES
              ADD MEDIA-PARCIAL TO SOMA-MEDIAS
              ADD 1 TO QTD-COM-NOTA.
          PERFORM BASE-DIARIO.
          PERFORM SEPARA-ABONADAS.
          MOVE ZEROES TO PCT-FALTAS.
          IF HORAS-DISC GREATER THAN ZEROES
              PERFORM CALCULA-PCT-FALTAS.
          IF PCT-FALTAS GREATER THAN PCT-FALTAS-MAX
              MOVE PCT-FALTAS TO PCT-FALTAS-MAX.

       CALCULA-PCT-FALTAS.
          COMPUTE PCT-FALTAS ROUNDED =
              FALTAS-CONTADAS * 100 / HORAS-DISC
              ON SIZE ERROR MOVE 999,99 TO PCT-FALTAS
          END-COMPUTE.

       CALCULA-PARCIAL.
          MOVE ZEROES TO SOMA-PARCIAL PESOS-LANCADOS.
          IF NOTA-1 GREATER THAN ZEROES
              COMPUTE SOMA-PARCIAL = SOMA-PARCIAL
                  + (NOTA-1 * PESO-NOTA1)
              ADD PESO-NOTA1 TO PESOS-LANCADOS.
          IF NOTA-2 GREATER THAN ZEROES
              COMPUTE SOMA-PARCIAL = SOMA-PARCIAL
                  + (NOTA-2 * PESO-NOTA2)
              ADD PESO-NOTA2 TO PESOS-LANCADOS.
          IF NOTA-3 GREATER THAN ZEROES
              COMPUTE SOMA-PARCIAL = SOMA-PARCIAL
                  + (NOTA-3 * PESO-NOTA3)
              ADD PESO-NOTA3 TO PESOS-LANCADOS.
          IF NOTA-4 GREATER THAN ZEROES
              COMPUTE SOMA-PARCIAL = SOMA-PARCIAL
                  + (NOTA-4 * PESO-NOTA4)
              ADD PESO-NOTA4 TO PESOS-LANCADOS.
          IF PESOS-LANCADOS GREATER THAN ZEROES
              DIVIDE SOMA-PARCIAL BY PESOS-LANCADOS
                  GIVING MEDIA-PARCIAL
          ELSE
              MOVE ZEROES TO MEDIA-PARCIAL.

      *----------------------------------------------------------------
      *    NO MEIO DO PERIODO A TAXA DE FALTAS E MEDIDA SOBRE AS HORAS
      *    JA DADAS NO DIARIO DE CLASSE, ENCERRADO OU NAO; SEM DIARIO
      *    VALE A CARGA DO CATALOGO.
      *----------------------------------------------------------------
       BASE-DIARIO.
          CALL "CARGAUL" USING TURMA-DIARIO DISCIPLINA-APROVA
              HORAS-DADAS DIARIO-COMPLETO.
          IF HORAS-DADAS GREATER THAN ZEROES
              MOVE HORAS-DADAS TO HORAS-DISC.

       SEPARA-ABONADAS.
          CALL "CARGABO" USING MATRICULA-ABONO DISCIPLINA-APROVA
              FALTAS-ABONADAS.
          IF FALTAS-ABONADAS GREATER THAN FALTAS-LANCADAS
              MOVE FALTAS-LANCADAS TO FALTAS-ABONADAS.
          SUBTRACT FALTAS-ABONADAS FROM FALTAS-LANCADAS
              GIVING FALTAS-CONTADAS.

       CONSULTA-MENSALIDADE.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-MEN.
          READ ARQMENS
              INVALID KEY MOVE ZEROES TO MESES-ATRASO-MEN.
          MOVE MESES-ATRASO-MEN TO MESES-MENS.

       CONSULTA-VINCULO.
          IF VIN-MATRICULA (IX-VIN) EQUAL MATRICULA-ENT-NUM
              MOVE VIN-SOCIO (IX-VIN) TO NUMERO-SOCIO1
              READ CADSOC1
                  INVALID KEY MOVE ZEROES TO MESES-ATRASO1
              END-READ
              IF MESES-ATRASO1 GREATER THAN MESES-SOCIO
                  MOVE MESES-ATRASO1 TO MESES-SOCIO.

       SOMA-PONTOS.
          MOVE ZEROES TO PONTOS.
          MOVE "NNNNN" TO SINAIS-RIS.
          IF QTD-COM-NOTA GREATER THAN ZEROES
             AND MEDIA-ATUAL LESS THAN CORTE-MEDIA
              MOVE "S" TO SINAL-MEDIA-RIS
              ADD PESO-MEDIA TO PONTOS.
          IF QTD-COM-NOTA GREATER THAN ZEROES
             AND MEDIA-ANTERIOR GREATER THAN ZEROES
             AND MEDIA-ATUAL LESS THAN MEDIA-ANTERIOR
              MOVE "S" TO SINAL-QUEDA-RIS
              ADD PESO-QUEDA TO PONTOS.
          IF PCT-FALTAS-MAX NOT LESS THAN LIMITE-PCT-ALER
              MOVE "S" TO SINAL-FALTAS-RIS
              ADD PESO-FALTAS TO PONTOS.
          IF MESES-MENS GREATER THAN ZEROES
              MOVE "S" TO SINAL-MENS-RIS
              ADD PESO-MENS TO PONTOS.
          IF MESES-SOCIO GREATER THAN ZEROES
              MOVE "S" TO SINAL-SOCIO-RIS
              ADD PESO-SOCIO TO PONTOS.

       GRAVA-ESCORE.
          MOVE COMPETENCIA TO COMPET-RIS.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-RIS.
          MOVE TURMA-ENT TO TURMA-RIS.
          MOVE PONTOS TO PONTOS-RIS.
          MOVE MEDIA-ATUAL TO MEDIA-RIS.
          MOVE PCT-FALTAS-MAX TO PCT-FALTAS-RIS.
          MOVE MESES-MENS TO MESES-MENS-RIS.
          MOVE MESES-SOCIO TO MESES-SOCIO-RIS.
          IF MES-JA-GRAVADO EQUAL "NAO"
              WRITE REG-RIS
              ADD 1 TO CONTADOR-HIST.
          MOVE TURMA-ENT TO TURMA-RKE.
          MOVE PONTOS TO PONTOS-RKE.
          MOVE NOME-ENT TO NOME-RKE.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-RKE.
          MOVE MEDIA-ATUAL TO MEDIA-RKE.
          MOVE MEDIA-ANTERIOR TO MEDIA-ANT-RKE.
          MOVE PCT-FALTAS-MAX TO PCT-FALTAS-RKE.
          MOVE MESES-MENS TO MESES-MENS-RKE.
          MOVE MESES-SOCIO TO MESES-SOCIO-RKE.
          MOVE SINAIS-RIS TO SINAIS-RKE.
          WRITE REG-RKE.

       IMPRIME-LISTA.
          OPEN INPUT  RISCORD
               OUTPUT RELRISC.
          PERFORM CABECALHO.
          PERFORM LE-ORDENADO.
          PERFORM IMPRIME-ALUNO UNTIL FIM-ORD EQUAL "SIM".
          IF TURMA-ANTERIOR NOT EQUAL SPACES
              PERFORM FECHA-TURMA.
          CLOSE RISCORD.

       LE-ORDENADO.
          READ RISCORD AT END MOVE "SIM" TO FIM-ORD.

       IMPRIME-ALUNO.
          IF PONTOS-RKO NOT LESS THAN CORTE-LISTA
             AND PONTOS-RKO GREATER THAN ZEROES
              PERFORM IMPRIME-DETALHE.
          PERFORM LE-ORDENADO.

       IMPRIME-DETALHE.
          IF TURMA-RKO NOT EQUAL TURMA-ANTERIOR
              IF TURMA-ANTERIOR NOT EQUAL SPACES
                  PERFORM FECHA-TURMA.
          IF TURMA-RKO NOT EQUAL TURMA-ANTERIOR
              PERFORM ABRE-TURMA.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO
              WRITE REGRISC FROM LINHA-TURMA AFTER ADVANCING 1 LINE
              ADD 1 TO CT-LIN.
          MOVE MATRICULA-RKO TO DET-MAT.
          MOVE NOME-RKO TO DET-NOME.
          MOVE PONTOS-RKO TO DET-PONTOS.
          MOVE MEDIA-RKO TO DET-MEDIA.
          MOVE MEDIA-ANT-RKO TO DET-MEDANT.
          MOVE PCT-FALTAS-RKO TO DET-PCT.
          MOVE MESES-MENS-RKO TO DET-MENS.
          MOVE MESES-SOCIO-RKO TO DET-SOCIO.
          WRITE REGRISC FROM DETALHE AFTER ADVANCING 2 LINES.
          PERFORM MONTA-MOTIVOS.
          WRITE REGRISC FROM DET-MOTIVOS AFTER ADVANCING 1 LINE.
          ADD 3 TO CT-LIN.
          ADD 1 TO QTD-TURMA.
          ADD 1 TO CONTADOR-LISTADOS.

       MONTA-MOTIVOS.
          MOVE SPACES TO MOT-MEDIA MOT-QUEDA MOT-FALTAS.
          MOVE SPACES TO MOT-MENS MOT-SOCIO.
          IF SINAL-MEDIA-RKO EQUAL "S"
              MOVE " MEDIA BAIXA" TO MOT-MEDIA.
          IF SINAL-QUEDA-RKO EQUAL "S"
              MOVE " MEDIA CAINDO" TO MOT-QUEDA.
          IF SINAL-FALTAS-RKO EQUAL "S"
              MOVE " FALTAS" TO MOT-FALTAS.
          IF SINAL-MENS-RKO EQUAL "S"
              MOVE " MENSALIDADE" TO MOT-MENS.
          IF SINAL-SOCIO-RKO EQUAL "S"
              MOVE " SOCIO ATRAS." TO MOT-SOCIO.

       ABRE-TURMA.
          MOVE TURMA-RKO TO TURMA-ANTERIOR.
          MOVE TURMA-RKO TO LTU-TURMA.
          MOVE ZEROES TO QTD-TURMA.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGRISC FROM LINHA-TURMA AFTER ADVANCING 2 LINES.
          ADD 2 TO CT-LIN.

       FECHA-TURMA.
          MOVE "ALUNOS EM RISCO NA TURMA.:" TO TOT-ROTULO.
          MOVE QTD-TURMA TO TOT-QTD.
          WRITE REGRISC FROM CAB-04 AFTER ADVANCING 2 LINES.
          ADD 2 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE COMPETENCIA TO CAB-COMPET.
          MOVE PESO-MEDIA TO CAB-P1.
          MOVE PESO-QUEDA TO CAB-P2.
          MOVE PESO-FALTAS TO CAB-P3.
          MOVE PESO-MENS TO CAB-P4.
          MOVE PESO-SOCIO TO CAB-P5.
          MOVE CORTE-LISTA TO CAB-CORTE.
          MOVE SPACES TO REGRISC.
          WRITE REGRISC AFTER ADVANCING PAGE.
          WRITE REGRISC FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGRISC FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGRISC FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          MOVE "ALUNOS ATIVOS APURADOS...:" TO TOT-ROTULO.
          MOVE CONTADOR-ATIVOS TO TOT-QTD.
          WRITE REGRISC FROM CAB-04 AFTER ADVANCING 3 LINES.
          MOVE "ALUNOS LISTADOS EM RISCO.:" TO TOT-ROTULO.
          MOVE CONTADOR-LISTADOS TO TOT-QTD.
          WRITE REGRISC FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "ESCORES GRAVADOS NO HIST.:" TO TOT-ROTULO.
          MOVE CONTADOR-HIST TO TOT-QTD.
          WRITE REGRISC FROM CAB-04 AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-LOG.
          CLOSE RELRISC.
          DISPLAY "ESCORE DE RISCO DE EVASAO ENCERRADO.".
          DISPLAY "COMPETENCIA..........: " COMPETENCIA.
          DISPLAY "ALUNOS ATIVOS........: " CONTADOR-ATIVOS.
          DISPLAY "LISTADOS EM RISCO....: " CONTADOR-LISTADOS.
          IF MES-JA-GRAVADO EQUAL "SIM"
              DISPLAY "MES JA GRAVADO NO RISCHIST - HISTORICO MANTIDO."
          ELSE
              DISPLAY "ESCORES NO HISTORICO.: " CONTADOR-HIST.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "RISCALU"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "RELRISC"              TO LOG-ARQ1-NOME.
          MOVE CONTADOR-LISTADOS      TO LOG-ARQ1-QTD.
          MOVE "RISCHIST"             TO LOG-ARQ2-NOME.
          MOVE CONTADOR-HIST          TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
