       IDENTIFICATION DIVISION.
          PROGRAM-ID.      PAGPROF.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. PAGAMENTO DOS PROFESSORES POR HORA-AULA. APURA NO MES
      *DA FOLHA (MES_FOLHA AAAAMM, AUSENTE = MES CORRENTE) AS
      *HORAS-AULA DE CADA PROFESSOR: TURMA/DISCIPLINA COM DIARIO DE
      *CLASSE (ARQAUL.DAT DO LANCAUL, NO PERIODO ABERTO DO CTRLPER OU
      *COM AULA NO MES) PAGA AS AULAS DADAS NO MES AO PROFESSOR QUE AS
      *DEU; TURMA/DISCIPLINA SEM DIARIO PAGA AO PROFESSOR DO ATRPROF
      *A CARGA DO CATALOGO (CARGDISC) DIVIDIDA PELOS MESES LETIVOS
      *(MESES_LETIVOS, AUSENTE = 05). O VALOR SAI DA HORA-AULA DO
      *NIVEL DO PROFESSOR (PARMHAUL.DAT) E VAI PARA A MATRICULA DA
      *FOLHA LIGADA NO CADPROF (OPCAO P DO MANPROF) COMO EVENTO HAU NO
      *ARQMOV.DAT DO EX06, UM POR PROFESSOR. PROFESSOR SEM MATRICULA
      *DA FOLHA, COM MATRICULA FORA DO CADENT OU DESLIGADA, OU COM
      *NIVEL SEM VALOR NAO GERA EVENTO E SAI COMO PENDENTE (CODIGO 4).
      *O RELATORIO RELHAUL LISTA A CARGA DE CADA PROFESSOR POR
      *TURMA/DISCIPLINA E A ORIGEM DAS HORAS, COM O CAMPO DE VISTO
      *DA COORDENACAO - DEVE SER CONFERIDO E ASSINADO ANTES DA FOLHA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADPROF ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ATRPROF ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMHAUL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQAUL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLPER ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FS-CADENT.
          SELECT OPTIONAL ARQMOV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELHAUL ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADPROF
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADPROF.DAT".
          01 REG-PROF.
          02 CODIGO-PROF               PIC 9(04).
          02 NOME-PROF                 PIC X(30).
          02 MATFOL-PROF               PIC 9(05).
          02 NIVEL-PROF                PIC 9(01).

       FD  ATRPROF
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ATRPROF.DAT".
          01 REG-ATR.
          02 TURMA-ATR                 PIC X(03).
          02 DISCIPLINA-ATR            PIC X(05).
          02 CODIGO-PROF-ATR           PIC 9(04).

       FD  PARMHAUL
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMHAUL.DAT".
          01 REG-HAU.
          02 NIVEL-HAU                 PIC 9(01).
          02 VALOR-HAU                 PIC 9(03)V9(02).

       FD  ARQAUL
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQAUL.DAT".
          COPY REGAUL.

       FD  CTRLPER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLPER.DAT".
          01 REG-CTRLPER.
          02 PERIODO-PER               PIC X(06).
          02 SITUACAO-PER              PIC X(01).
          02 DATA-FECHA-PER            PIC 9(08).

       FD  CADENT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADENT.DAT".
          01 REG-ENT.
          02 MATRICULA-ENT             PIC 9(05).
          02 NOME-ENT                  PIC X(30).
          02 SALARIOB-ENT              PIC 9(05)V99.
          02 DEPENDENTES-ENT           PIC 9(02).
          02 DATA-ADMISSAO-ENT.
             03 COMPET-ADM-ENT         PIC 9(06).
             03 DIA-ADM-ENT            PIC 9(02).
          02 DATA-DESLIG-ENT.
             03 COMPET-DES-ENT         PIC 9(06).
             03 DIA-DES-ENT            PIC 9(02).
          02 SITUACAO-ENT              PIC X(01).
          02 UNIDADE-ENT               PIC 9(02).
          02 CARGO-ENT                 PIC 9(03).
          02 CPF-ENT                   PIC 9(11).

       FD  ARQMOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQMOV.DAT".
          01 REG-MVP.
          02 MATRICULA-MVP             PIC 9(05).
          02 EVENTO-MVP                PIC X(03).
          02 HORAS-MVP                 PIC 9(03)V9(01).
          02 VALOR-MVP                 PIC 9(05)V9(02).

       FD  RELHAUL
          LABEL RECORD IS OMITTED.
          01  REGHAUL     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-CADENT          PIC X(02) VALUE SPACES.
       77  FIM-PROF           PIC X(03) VALUE "NAO".
       77  FIM-ATR            PIC X(03) VALUE "NAO".
       77  FIM-HAU            PIC X(03) VALUE "NAO".
       77  FIM-AUL            PIC X(03) VALUE "NAO".
       77  FIM-CTRLPER        PIC X(03) VALUE "NAO".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  TEM-CADENT         PIC X(03) VALUE "NAO".
       77  MES-FOLHA          PIC X(06) VALUE SPACES.
       77  MESES-PARM         PIC X(02) VALUE SPACES.
       77  COMPETENCIA        PIC 9(06) VALUE ZEROES.
       77  MESES-LETIVOS      PIC 9(02) VALUE 05.
       77  PERIODO-ATUAL      PIC X(06) VALUE SPACES.
       77  QTD-PROFS          PIC 9(03) VALUE ZEROES.
       77  QTD-DIARIOS        PIC 9(03) VALUE ZEROES.
       77  QTD-CARGAS         PIC 9(03) VALUE ZEROES.
       77  QTD-FOLHA          PIC 9(03) VALUE ZEROES.
       77  IX-PRO             PIC 9(03) VALUE ZEROES.
       77  IX-DRO             PIC 9(03) VALUE ZEROES.
       77  IX-CRG             PIC 9(03) VALUE ZEROES.
       77  IX-FOL             PIC 9(03) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(03) VALUE ZEROES.
       77  ACHOU-DIARIO       PIC X(03) VALUE "NAO".
       77  ACHOU-CARGA        PIC X(03) VALUE "NAO".
       77  ACHOU-FOLHA        PIC X(03) VALUE "NAO".
       77  BUSCA-PROF         PIC 9(04) VALUE ZEROES.
       77  BUSCA-TURMA        PIC X(03) VALUE SPACES.
       77  BUSCA-DISC         PIC X(05) VALUE SPACES.
       77  BUSCA-ORIGEM       PIC X(06) VALUE SPACES.
       77  BUSCA-MATFOL       PIC 9(05) VALUE ZEROES.
       77  HORAS-CARGA        PIC 9(03)V9(01) VALUE ZEROES.
       77  HORAS-CATALOGO     PIC 9(03) VALUE ZEROES.
       77  PESO1-CAT          PIC 9(01) VALUE ZEROES.
       77  PESO2-CAT          PIC 9(01) VALUE ZEROES.
       77  PESO3-CAT          PIC 9(01) VALUE ZEROES.
       77  PESO4-CAT          PIC 9(01) VALUE ZEROES.
       77  SOMA-PESOS-CAT     PIC 9(02) VALUE ZEROES.
       77  HORAS-DIARIO       PIC 9(03)V9(01) VALUE ZEROES.
       77  HORAS-ATRIB        PIC 9(03)V9(01) VALUE ZEROES.
       77  HORAS-TOTAL        PIC 9(03)V9(01) VALUE ZEROES.
       77  VALOR-PAGAR        PIC 9(05)V9(02) VALUE ZEROES.
       77  OCORRENCIA         PIC X(17) VALUE SPACES.
       77  SOMA-HORAS         PIC 9(05)V9(01) VALUE ZEROES.
       77  SOMA-VALOR         PIC 9(07)V9(02) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-MOV       PIC 9(06) VALUE ZEROES.
       77  CONTADOR-PEND      PIC 9(06) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 TAB-PROFS.
          02 PRO-OCORRENCIA OCCURS 100 TIMES.
             03 PRO-CODIGO             PIC 9(04).
             03 PRO-NOME               PIC X(30).
             03 PRO-MATFOL             PIC 9(05).
             03 PRO-NIVEL              PIC 9(01).

       01 TAB-NIVEIS.
          02 NIV-VALOR PIC 9(03)V9(02) OCCURS 9 TIMES.

       01 TAB-FOLHA.
          02 FOL-OCORRENCIA OCCURS 500 TIMES.
             03 FOL-MATRICULA          PIC 9(05).
             03 FOL-COMPET-DES         PIC 9(06).

       01 TAB-DIARIOS.
          02 DRO-OCORRENCIA OCCURS 300 TIMES.
             03 DRO-TURMA              PIC X(03).
             03 DRO-DISCIPLINA         PIC X(05).

       01 TAB-CARGAS.
          02 CRG-OCORRENCIA OCCURS 500 TIMES.
             03 CRG-PROF               PIC 9(04).
             03 CRG-TURMA              PIC X(03).
             03 CRG-DISCIPLINA         PIC X(05).
             03 CRG-ORIGEM             PIC X(06).
             03 CRG-HORAS              PIC 9(03)V9(01).
             03 CRG-LISTADA            PIC X(03).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "CARGA HORARIA DOCE".
          02 FILLER    PIC X(12) VALUE "NTE - FOLHA ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(13)  VALUE "COMPETENCIA: ".
          02 CAB-COMPET PIC 9(06).
          02 FILLER    PIC X(03)  VALUE SPACES.
          02 FILLER    PIC X(15)  VALUE "MESES LETIVOS: ".
          02 CAB-MESES PIC 9(02).
          02 FILLER    PIC X(03)  VALUE SPACES.
          02 FILLER    PIC X(09)  VALUE "PERIODO: ".
          02 CAB-PERIODO PIC X(06).

       01 CAB-03.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "COD. ".
          02 FILLER    PIC X(19)  VALUE "PROFESSOR".
          02 FILLER    PIC X(06)  VALUE "MATR. ".
          02 FILLER    PIC X(02)  VALUE "N ".
          02 FILLER    PIC X(07)  VALUE "DIARIO ".
          02 FILLER    PIC X(07)  VALUE " ATRIB ".
          02 FILLER    PIC X(06)  VALUE " TOTAL".
          02 FILLER    PIC X(10)  VALUE "     VALOR".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(16)  VALUE "OCORRENCIA".

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 TOT-ROTULO PIC X(26).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-QTD   PIC ZZZZZ9.

       01 CAB-05.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "TOTAL DE HORAS-AULA......:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-HORAS PIC ZZ.ZZ9,9.

       01 CAB-06.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "VALOR TOTAL DOS EVENTOS..:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-VALOR PIC Z.ZZZ.ZZ9,99.

       01 CAB-07.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(22)  VALUE "VISTO DA COORDENACAO: ".
          02 FILLER    PIC X(30)  VALUE ALL "_".
          02 FILLER    PIC X(08)  VALUE "  DATA: ".
          02 FILLER    PIC X(10)  VALUE "__/__/____".

       01 DETALHE.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-COD   PIC 9(04).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-NOME  PIC X(18).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-MAT   PIC 9(05).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-NIV   PIC 9(01).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-HDIA  PIC ZZ9,9.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-HATR  PIC ZZ9,9.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-HTOT  PIC ZZ9,9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-VALOR PIC ZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-OCO   PIC X(17).

       01 DET-ITEM.
          02 FILLER    PIC X(07) VALUE SPACES.
          02 FILLER    PIC X(06) VALUE "TURMA ".
          02 ITM-TURMA PIC X(03).
          02 FILLER    PIC X(13) VALUE "  DISCIPLINA ".
          02 ITM-DISC  PIC X(05).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 ITM-ORIGEM PIC X(06).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 ITM-HORAS PIC ZZ9,9.

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

       PGM-PAGPROF.
          PERFORM OBTEM-PARAMETROS.
          PERFORM CARGA-PROFESSORES.
          PERFORM CARGA-NIVEIS.
          PERFORM CARGA-FOLHA.
          PERFORM CARGA-DIARIO.
          PERFORM CARGA-ATRIBUICOES.
          PERFORM INICIO.
          IF QTD-PROFS GREATER THAN ZEROES
              PERFORM APURA-PROFESSOR
                  VARYING IX-PRO FROM 1 BY 1
                  UNTIL IX-PRO GREATER THAN QTD-PROFS.
          IF QTD-CARGAS GREATER THAN ZEROES
              PERFORM APURA-SEM-CADASTRO
                  VARYING IX-CRG FROM 1 BY 1
                  UNTIL IX-CRG GREATER THAN QTD-CARGAS.
          PERFORM TERMINO.
          STOP RUN.

       OBTEM-PARAMETROS.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT MES-FOLHA FROM ENVIRONMENT "MES_FOLHA".
          IF MES-FOLHA NUMERIC
              MOVE MES-FOLHA TO COMPETENCIA
          ELSE
              MOVE DATA-SISTEMA(1:6) TO COMPETENCIA.
          ACCEPT MESES-PARM FROM ENVIRONMENT "MESES_LETIVOS".
          IF MESES-PARM NUMERIC AND MESES-PARM NOT EQUAL "00"
              MOVE MESES-PARM TO MESES-LETIVOS.

       CARGA-PROFESSORES.
          OPEN INPUT CADPROF.
          PERFORM LE-PROFESSOR.
          PERFORM GUARDA-PROFESSOR UNTIL FIM-PROF EQUAL "SIM".
          CLOSE CADPROF.

       LE-PROFESSOR.
          READ CADPROF AT END MOVE "SIM" TO FIM-PROF.

       GUARDA-PROFESSOR.
          IF QTD-PROFS NOT LESS 100
              DISPLAY "TABELA DE PROFESSORES LOTADA"
          ELSE
              ADD 1 TO QTD-PROFS
              MOVE CODIGO-PROF TO PRO-CODIGO (QTD-PROFS)
              MOVE NOME-PROF TO PRO-NOME (QTD-PROFS)
              MOVE ZEROES TO PRO-MATFOL (QTD-PROFS)
              MOVE ZEROES TO PRO-NIVEL (QTD-PROFS)
              PERFORM GUARDA-VINCULO-FOLHA.
          PERFORM LE-PROFESSOR.

       GUARDA-VINCULO-FOLHA.
          IF MATFOL-PROF NUMERIC
              MOVE MATFOL-PROF TO PRO-MATFOL (QTD-PROFS).
          IF NIVEL-PROF NUMERIC
              MOVE NIVEL-PROF TO PRO-NIVEL (QTD-PROFS).

       CARGA-NIVEIS.
          MOVE ZEROES TO TAB-NIVEIS.
          OPEN INPUT PARMHAUL.
          PERFORM LE-NIVEL.
          PERFORM GUARDA-NIVEL UNTIL FIM-HAU EQUAL "SIM".
          CLOSE PARMHAUL.

       LE-NIVEL.
          READ PARMHAUL AT END MOVE "SIM" TO FIM-HAU.

       GUARDA-NIVEL.
          IF NIVEL-HAU NUMERIC AND NIVEL-HAU GREATER THAN ZEROES
             AND VALOR-HAU NUMERIC
              MOVE VALOR-HAU TO NIV-VALOR (NIVEL-HAU).
          PERFORM LE-NIVEL.

      *----------------------------------------------------------------
      *    MATRICULAS DA FOLHA (CADENT DO EX06) COM A COMPETENCIA DO
      *    DESLIGAMENTO. SEM O CADENT A CONFERENCIA DA MATRICULA NAO
      *    E FEITA E VALE A LIGACAO DO CADPROF.
      *----------------------------------------------------------------
       CARGA-FOLHA.
          OPEN INPUT CADENT.
          IF FS-CADENT EQUAL "00"
              MOVE "SIM" TO TEM-CADENT
              PERFORM LE-FUNCIONARIO
              PERFORM GUARDA-FUNCIONARIO UNTIL FIM-ENT EQUAL "SIM"
              CLOSE CADENT
          ELSE
              DISPLAY "CADENT DA FOLHA INDISPONIVEL - FS " FS-CADENT
                  " - MATRICULAS NAO CONFERIDAS.".

       LE-FUNCIONARIO.
          READ CADENT AT END MOVE "SIM" TO FIM-ENT.

       GUARDA-FUNCIONARIO.
          IF QTD-FOLHA NOT LESS 500
              DISPLAY "TABELA DE FUNCIONARIOS LOTADA"
          ELSE
              ADD 1 TO QTD-FOLHA
              MOVE MATRICULA-ENT TO FOL-MATRICULA (QTD-FOLHA)
              MOVE ZEROES TO FOL-COMPET-DES (QTD-FOLHA)
              IF COMPET-DES-ENT NUMERIC
                  MOVE COMPET-DES-ENT TO FOL-COMPET-DES (QTD-FOLHA).
          PERFORM LE-FUNCIONARIO.

      *----------------------------------------------------------------
      *    DIARIO DE CLASSE: MARCA AS TURMAS/DISCIPLINAS QUE TEM DIARIO
      *    (LANCAMENTO NO PERIODO ABERTO OU AULA NO MES DA FOLHA) E
      *    SOMA AS AULAS DADAS NO MES PARA O PROFESSOR QUE AS DEU.
      *----------------------------------------------------------------
       CARGA-DIARIO.
          OPEN INPUT CTRLPER.
          READ CTRLPER AT END MOVE "SIM" TO FIM-CTRLPER.
          IF FIM-CTRLPER NOT EQUAL "SIM"
              MOVE PERIODO-PER TO PERIODO-ATUAL.
          CLOSE CTRLPER.
          OPEN INPUT ARQAUL.
          PERFORM LE-AULA.
          PERFORM GUARDA-AULA UNTIL FIM-AUL EQUAL "SIM".
          CLOSE ARQAUL.

       LE-AULA.
          READ ARQAUL AT END MOVE "SIM" TO FIM-AUL.

       GUARDA-AULA.
          ADD 1 TO CONTADOR-LIDOS.
          MOVE TURMA-AUL TO BUSCA-TURMA.
          MOVE DISCIPLINA-AUL TO BUSCA-DISC.
          IF (PERIODO-AUL EQUAL PERIODO-ATUAL
             AND PERIODO-ATUAL NOT EQUAL SPACES)
             OR DATA-AUL(1:6) EQUAL COMPETENCIA
              PERFORM MARCA-DIARIO.
          IF TIPO-AUL EQUAL "A"
             AND DATA-AUL(1:6) EQUAL COMPETENCIA
              MOVE PROFESSOR-AUL TO BUSCA-PROF
              MOVE "DIARIO" TO BUSCA-ORIGEM
              MOVE HORAS-AUL TO HORAS-CARGA
              PERFORM ACUMULA-CARGA.
          PERFORM LE-AULA.

       MARCA-DIARIO.
          PERFORM LOCALIZA-DIARIO.
          IF ACHOU-DIARIO EQUAL "NAO"
              IF QTD-DIARIOS NOT LESS 300
                  DISPLAY "TABELA DO DIARIO DE CLASSE LOTADA"
              ELSE
                  ADD 1 TO QTD-DIARIOS
                  MOVE BUSCA-TURMA TO DRO-TURMA (QTD-DIARIOS)
                  MOVE BUSCA-DISC TO DRO-DISCIPLINA (QTD-DIARIOS).

       LOCALIZA-DIARIO.
          MOVE "NAO" TO ACHOU-DIARIO.
          IF QTD-DIARIOS GREATER THAN ZEROES
              PERFORM TESTA-DIARIO
                  VARYING IX-DRO FROM 1 BY 1
                  UNTIL IX-DRO GREATER THAN QTD-DIARIOS
                     OR ACHOU-DIARIO EQUAL "SIM".

       TESTA-DIARIO.
          IF DRO-TURMA (IX-DRO) EQUAL BUSCA-TURMA
             AND DRO-DISCIPLINA (IX-DRO) EQUAL BUSCA-DISC
              MOVE "SIM" TO ACHOU-DIARIO.

      *----------------------------------------------------------------
      *    TURMA/DISCIPLINA ATRIBUIDA SEM DIARIO: A CARGA DO CATALOGO
      *    REPARTIDA PELOS MESES LETIVOS VAI PARA O PROFESSOR DO
      *    ATRPROF.
      *----------------------------------------------------------------
       CARGA-ATRIBUICOES.
          OPEN INPUT ATRPROF.
          PERFORM LE-ATRIBUICAO.
          PERFORM GUARDA-ATRIBUICAO UNTIL FIM-ATR EQUAL "SIM".
          CLOSE ATRPROF.

       LE-ATRIBUICAO.
          READ ATRPROF AT END MOVE "SIM" TO FIM-ATR.

       GUARDA-ATRIBUICAO.
          MOVE TURMA-ATR TO BUSCA-TURMA.
          MOVE DISCIPLINA-ATR TO BUSCA-DISC.
          PERFORM LOCALIZA-DIARIO.
          IF ACHOU-DIARIO EQUAL "NAO"
              CALL "CARGDISC" USING DISCIPLINA-ATR HORAS-CATALOGO
                  PESO1-CAT PESO2-CAT PESO3-CAT PESO4-CAT
                  SOMA-PESOS-CAT
              COMPUTE HORAS-CARGA ROUNDED =
                  HORAS-CATALOGO / MESES-LETIVOS
              MOVE CODIGO-PROF-ATR TO BUSCA-PROF
              MOVE "ATRIB" TO BUSCA-ORIGEM
              PERFORM ACUMULA-CARGA.
          PERFORM LE-ATRIBUICAO.

       ACUMULA-CARGA.
          MOVE "NAO" TO ACHOU-CARGA.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-CARGAS GREATER THAN ZEROES
              PERFORM TESTA-CARGA
                  VARYING IX-CRG FROM 1 BY 1
                  UNTIL IX-CRG GREATER THAN QTD-CARGAS
                     OR ACHOU-CARGA EQUAL "SIM".
          IF ACHOU-CARGA EQUAL "NAO"
              IF QTD-CARGAS NOT LESS 500
                  DISPLAY "TABELA DE CARGA HORARIA LOTADA"
              ELSE
                  ADD 1 TO QTD-CARGAS
                  MOVE BUSCA-PROF TO CRG-PROF (QTD-CARGAS)
                  MOVE BUSCA-TURMA TO CRG-TURMA (QTD-CARGAS)
                  MOVE BUSCA-DISC TO CRG-DISCIPLINA (QTD-CARGAS)
                  MOVE BUSCA-ORIGEM TO CRG-ORIGEM (QTD-CARGAS)
                  MOVE ZEROES TO CRG-HORAS (QTD-CARGAS)
                  MOVE "NAO" TO CRG-LISTADA (QTD-CARGAS)
                  MOVE "SIM" TO ACHOU-CARGA
                  MOVE QTD-CARGAS TO IX-ACHADO.
          IF ACHOU-CARGA EQUAL "SIM"
              ADD HORAS-CARGA TO CRG-HORAS (IX-ACHADO)
                  ON SIZE ERROR MOVE 999,9 TO CRG-HORAS (IX-ACHADO).

       TESTA-CARGA.
          IF CRG-PROF (IX-CRG) EQUAL BUSCA-PROF
             AND CRG-TURMA (IX-CRG) EQUAL BUSCA-TURMA
             AND CRG-DISCIPLINA (IX-CRG) EQUAL BUSCA-DISC
             AND CRG-ORIGEM (IX-CRG) EQUAL BUSCA-ORIGEM
              MOVE "SIM" TO ACHOU-CARGA
              MOVE IX-CRG TO IX-ACHADO.

       INICIO.
          OPEN OUTPUT RELHAUL
               EXTEND ARQMOV.
          PERFORM CABECALHO.

      *----------------------------------------------------------------
      *    UM PROFESSOR: SOMA A CARGA DO MES, CONFERE A LIGACAO COM A
      *    FOLHA E O VALOR DO NIVEL, GERA O EVENTO HAU E LISTA A CARGA
      *    POR TURMA/DISCIPLINA PARA O VISTO DA COORDENACAO.
      *----------------------------------------------------------------
       APURA-PROFESSOR.
          MOVE ZEROES TO HORAS-DIARIO HORAS-ATRIB.
          MOVE PRO-CODIGO (IX-PRO) TO BUSCA-PROF.
          IF QTD-CARGAS GREATER THAN ZEROES
              PERFORM SOMA-CARGA
                  VARYING IX-CRG FROM 1 BY 1
                  UNTIL IX-CRG GREATER THAN QTD-CARGAS.
          ADD HORAS-DIARIO HORAS-ATRIB GIVING HORAS-TOTAL
              ON SIZE ERROR MOVE 999,9 TO HORAS-TOTAL.
          IF HORAS-TOTAL GREATER THAN ZEROES
              PERFORM CONFERE-PAGAMENTO
              PERFORM IMPRIME-PROFESSOR
              PERFORM IMPRIME-ITEM
                  VARYING IX-CRG FROM 1 BY 1
                  UNTIL IX-CRG GREATER THAN QTD-CARGAS.

       SOMA-CARGA.
          IF CRG-PROF (IX-CRG) EQUAL BUSCA-PROF
              IF CRG-ORIGEM (IX-CRG) EQUAL "DIARIO"
                  ADD CRG-HORAS (IX-CRG) TO HORAS-DIARIO
                      ON SIZE ERROR MOVE 999,9 TO HORAS-DIARIO
              ELSE
                  ADD CRG-HORAS (IX-CRG) TO HORAS-ATRIB
                      ON SIZE ERROR MOVE 999,9 TO HORAS-ATRIB.

       CONFERE-PAGAMENTO.
          MOVE SPACES TO OCORRENCIA.
          MOVE ZEROES TO VALOR-PAGAR.
          MOVE PRO-MATFOL (IX-PRO) TO BUSCA-MATFOL.
          IF BUSCA-MATFOL EQUAL ZEROES
              MOVE "SEM MATRIC. FOLHA" TO OCORRENCIA
          ELSE
          IF TEM-CADENT EQUAL "SIM"
              PERFORM LOCALIZA-FOLHA
              IF ACHOU-FOLHA EQUAL "NAO"
                  MOVE "MATR. FORA FOLHA" TO OCORRENCIA
              ELSE
              IF FOL-COMPET-DES (IX-ACHADO) GREATER THAN ZEROES
                 AND FOL-COMPET-DES (IX-ACHADO) LESS THAN COMPETENCIA
                  MOVE "FUNC. DESLIGADO" TO OCORRENCIA.
          IF OCORRENCIA EQUAL SPACES
              IF PRO-NIVEL (IX-PRO) EQUAL ZEROES
                  MOVE "NIVEL SEM VALOR" TO OCORRENCIA
              ELSE
              IF NIV-VALOR (PRO-NIVEL (IX-PRO)) EQUAL ZEROES
                  MOVE "NIVEL SEM VALOR" TO OCORRENCIA.
          IF OCORRENCIA EQUAL SPACES
              PERFORM CALCULA-VALOR
              PERFORM GRAVA-MOVIMENTO
          ELSE
              ADD 1 TO CONTADOR-PEND.

       CALCULA-VALOR.
          COMPUTE VALOR-PAGAR ROUNDED =
              HORAS-TOTAL * NIV-VALOR (PRO-NIVEL (IX-PRO))
              ON SIZE ERROR MOVE 99999,99 TO VALOR-PAGAR.

       LOCALIZA-FOLHA.
          MOVE "NAO" TO ACHOU-FOLHA.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-FOLHA GREATER THAN ZEROES
              PERFORM TESTA-FOLHA
                  VARYING IX-FOL FROM 1 BY 1
                  UNTIL IX-FOL GREATER THAN QTD-FOLHA
                     OR ACHOU-FOLHA EQUAL "SIM".

       TESTA-FOLHA.
          IF FOL-MATRICULA (IX-FOL) EQUAL BUSCA-MATFOL
              MOVE "SIM" TO ACHOU-FOLHA
              MOVE IX-FOL TO IX-ACHADO.

       GRAVA-MOVIMENTO.
          MOVE BUSCA-MATFOL TO MATRICULA-MVP.
          MOVE "HAU" TO EVENTO-MVP.
          MOVE HORAS-TOTAL TO HORAS-MVP.
          MOVE VALOR-PAGAR TO VALOR-MVP.
          WRITE REG-MVP.
          ADD 1 TO CONTADOR-MOV.
          ADD HORAS-TOTAL TO SOMA-HORAS.
          ADD VALOR-PAGAR TO SOMA-VALOR.
          MOVE "EVENTO HAU GERADO" TO OCORRENCIA.

       IMPRIME-PROFESSOR.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE PRO-CODIGO (IX-PRO) TO DET-COD.
          MOVE PRO-NOME (IX-PRO) TO DET-NOME.
          MOVE PRO-MATFOL (IX-PRO) TO DET-MAT.
          MOVE PRO-NIVEL (IX-PRO) TO DET-NIV.
          MOVE HORAS-DIARIO TO DET-HDIA.
          MOVE HORAS-ATRIB TO DET-HATR.
          MOVE HORAS-TOTAL TO DET-HTOT.
          MOVE VALOR-PAGAR TO DET-VALOR.
          MOVE OCORRENCIA TO DET-OCO.
          WRITE REGHAUL FROM DETALHE AFTER ADVANCING 2 LINES.
          ADD 2 TO CT-LIN.

       IMPRIME-ITEM.
          IF CRG-PROF (IX-CRG) EQUAL BUSCA-PROF
              MOVE "SIM" TO CRG-LISTADA (IX-CRG)
              PERFORM IMPRIME-LINHA-ITEM.

       IMPRIME-LINHA-ITEM.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE CRG-TURMA (IX-CRG) TO ITM-TURMA.
          MOVE CRG-DISCIPLINA (IX-CRG) TO ITM-DISC.
          MOVE CRG-ORIGEM (IX-CRG) TO ITM-ORIGEM.
          MOVE CRG-HORAS (IX-CRG) TO ITM-HORAS.
          WRITE REGHAUL FROM DET-ITEM AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

      *----------------------------------------------------------------
      *    AULA NO DIARIO OU ATRIBUICAO DE PROFESSOR QUE NAO ESTA NO
      *    CADPROF: SAI COMO PENDENTE, SEM EVENTO NA FOLHA.
      *----------------------------------------------------------------
       APURA-SEM-CADASTRO.
          IF CRG-LISTADA (IX-CRG) EQUAL "NAO"
             AND CRG-HORAS (IX-CRG) GREATER THAN ZEROES
              ADD 1 TO CONTADOR-PEND
              MOVE CRG-PROF (IX-CRG) TO BUSCA-PROF
              PERFORM IMPRIME-SEM-CADASTRO.

       IMPRIME-SEM-CADASTRO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE SPACES TO DETALHE.
          MOVE CRG-PROF (IX-CRG) TO DET-COD.
          MOVE ZEROES TO DET-MAT DET-NIV DET-HDIA DET-HATR DET-VALOR.
          MOVE CRG-HORAS (IX-CRG) TO DET-HTOT.
          MOVE "PROF NAO CADASTR." TO DET-OCO.
          WRITE REGHAUL FROM DETALHE AFTER ADVANCING 2 LINES.
          ADD 2 TO CT-LIN.
          MOVE "SIM" TO CRG-LISTADA (IX-CRG).
          PERFORM IMPRIME-LINHA-ITEM.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE COMPETENCIA TO CAB-COMPET.
          MOVE MESES-LETIVOS TO CAB-MESES.
          MOVE PERIODO-ATUAL TO CAB-PERIODO.
          MOVE SPACES TO REGHAUL.
          WRITE REGHAUL AFTER ADVANCING PAGE.
          WRITE REGHAUL FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGHAUL FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGHAUL FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          MOVE "PROFESSORES COM EVENTO...:" TO TOT-ROTULO.
          MOVE CONTADOR-MOV TO TOT-QTD.
          WRITE REGHAUL FROM CAB-04 AFTER ADVANCING 3 LINES.
          MOVE "PROFESSORES PENDENTES....:" TO TOT-ROTULO.
          MOVE CONTADOR-PEND TO TOT-QTD.
          WRITE REGHAUL FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE SOMA-HORAS TO TOT-HORAS.
          WRITE REGHAUL FROM CAB-05 AFTER ADVANCING 1 LINE.
          MOVE SOMA-VALOR TO TOT-VALOR.
          WRITE REGHAUL FROM CAB-06 AFTER ADVANCING 1 LINE.
          WRITE REGHAUL FROM CAB-07 AFTER ADVANCING 3 LINES.
          PERFORM GRAVA-LOG.
          CLOSE RELHAUL
                ARQMOV.
          DISPLAY "PAGAMENTO DE HORA-AULA ENCERRADO.".
          DISPLAY "COMPETENCIA..........: " COMPETENCIA.
          DISPLAY "EVENTOS HAU GERADOS..: " CONTADOR-MOV.
          DISPLAY "PENDENCIAS...........: " CONTADOR-PEND.
          DISPLAY "CONFERIR E COLHER O VISTO DA COORDENACAO NO "
              "RELHAUL ANTES DE RODAR A FOLHA.".
          IF CONTADOR-PEND GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "PAGPROF"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "ARQMOV"               TO LOG-ARQ1-NOME.
          MOVE CONTADOR-MOV           TO LOG-ARQ1-QTD.
          MOVE "RELHAUL"              TO LOG-ARQ2-NOME.
          MOVE CONTADOR-PEND          TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
