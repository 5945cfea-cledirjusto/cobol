       IDENTIFICATION DIVISION.
          PROGRAM-ID.      CENSO.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. EXTRATO ANUAL DO CENSO ESCOLAR PARA O MINISTERIO.
      *MONTA O CENSO.TXT NO LAYOUT FIXO DO MINISTERIO A PARTIR DOS
      *CADASTROS DA ESCOLA: HEADER (00) COM O CODIGO OFICIAL DA
      *ESCOLA E O ANO (ANO_CENSO, AUSENTE = ANO CORRENTE); TURMAS DO
      *CADTUR (20) E AS DISCIPLINAS DE CADA TURMA COM A CARGA HORARIA
      *DO CATALOGO (21, PARES TURMA/DISCIPLINA DO ATRPROF E CARGA
      *PELA CARGDISC); PROFESSORES DO CADPROF (40) E SUAS ATRIBUICOES
      *(41); ALUNOS DO ARQALU (60) COM SITUACAO, TURMA, CURSO, DATA DE
      *NASCIMENTO DO MESTALU, SEXO, CPF DO CADRESP E O CODIGO OFICIAL
      *DO ALUNO QUANDO JA CARREGADO PELO RETCENSO (CADINEP), MAIS AS
      *INSCRICOES POR DISCIPLINA DO ARQDIS (61); TRAILER (99) COM AS
      *QUANTIDADES. ANTES DE GERAR, UMA PASSADA DE CONFERENCIA LISTA
      *EM RELCENSO OS DADOS OBRIGATORIOS QUE FALTAM (DATA DE
      *NASCIMENTO, SEXO, CPF, TURMA FORA DO CADTUR); COM PENDENCIA O
      *CENSO.TXT FICA VAZIO E O PROGRAMA TERMINA COM CODIGO 8 - A
      *SECRETARIA CORRIGE OS CADASTROS E RODA DE NOVO.

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
          SELECT MESTALU ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-MST
          FILE STATUS IS FS-MST.
          SELECT CADRESP ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-RSP
          FILE STATUS IS FS-RSP.
          SELECT CADINEP ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-INP
          FILE STATUS IS FS-INP.
          SELECT OPTIONAL CADTUR ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADPROF ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ATRPROF ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT CENSO ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELCENSO ASSIGN TO DISK.
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

       FD  MESTALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "MESTALU.DAT".
          01 REG-MESTALU.
          02 MATRICULA-MST.
             03 SISTEMA-MST            PIC 9(01).
             03 NUMERO-MST             PIC 9(07).
          02 NOME-MST                  PIC X(30).
          02 SEXO-MST                  PIC X(01).
          02 DD-MST                    PIC 9(02).
          02 MM-MST                    PIC 9(02).
          02 AAAA-MST                  PIC 9(04).
          02 NOTA1-MST                 PIC 9(02)V9(02).
          02 NOTA2-MST                 PIC 9(02)V9(02).
          02 NOTA3-MST                 PIC 9(02)V9(02).
          02 NOTA4-MST                 PIC 9(02)V9(02).
          02 FALTAS-MST                PIC 9(02).
          02 REPETENTE-MST             PIC X(01).

       FD  CADRESP
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADRESP.DAT".
          01 REG-RSP.
          02 MATRICULA-RSP             PIC 9(07).
          02 RESPONSAVEL-RSP           PIC X(30).
          02 TELEFONE-RSP              PIC X(12).
          02 ENDERECO-RSP              PIC X(40).
          02 EMAIL-RSP                 PIC X(40).
          02 CPF-RSP                   PIC 9(11).

       FD  CADINEP
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADINEP.DAT".
          COPY REGINP.

       FD  CADTUR
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADTUR.DAT".
          01 REG-TUR.
          02 TURMA-TUR                 PIC X(03).
          02 DESCRICAO-TUR             PIC X(20).
          02 CAPACIDADE-TUR            PIC 9(03).

       FD  CADPROF
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADPROF.DAT".
          01 REG-PROF.
          02 CODIGO-PROF               PIC 9(04).
          02 NOME-PROF                 PIC X(30).

       FD  ATRPROF
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ATRPROF.DAT".
          01 REG-ATR.
          02 TURMA-ATR                 PIC X(03).
          02 DISCIPLINA-ATR            PIC X(05).
          02 CODIGO-PROF-ATR           PIC 9(04).

       FD  CENSO
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CENSO.TXT".
          01 REG-CEN                   PIC X(100).

       FD  RELCENSO
          LABEL RECORD IS OMITTED.
          01  REGRCEN     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-DIS             PIC X(02) VALUE "00".
       77  FS-MST             PIC X(02) VALUE "00".
       77  FS-RSP             PIC X(02) VALUE "00".
       77  FS-INP             PIC X(02) VALUE "00".
       77  TEM-ARQDIS         PIC X(03) VALUE "NAO".
       77  TEM-MESTALU        PIC X(03) VALUE "NAO".
       77  TEM-CADRESP        PIC X(03) VALUE "NAO".
       77  TEM-CADINEP        PIC X(03) VALUE "NAO".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-DIS            PIC X(03) VALUE "NAO".
       77  FIM-TUR            PIC X(03) VALUE "NAO".
       77  FIM-PROF           PIC X(03) VALUE "NAO".
       77  FIM-ATR            PIC X(03) VALUE "NAO".
       77  ANO-CENSO          PIC X(04) VALUE SPACES.
       77  ANO-ALVO           PIC 9(04) VALUE ZEROES.
       77  ESCOLA-OFICIAL     PIC 9(08) VALUE ZEROES.
       77  NASCIMENTO-ALU     PIC 9(08) VALUE ZEROES.
       77  CPF-ALU            PIC 9(11) VALUE ZEROES.
       77  ID-ALUNO-ALU       PIC 9(12) VALUE ZEROES.
       77  PENDENTE-ALU       PIC X(03) VALUE "NAO".
       77  QTD-TURMAS         PIC 9(03) VALUE ZEROES.
       77  IX-TUR             PIC 9(03) VALUE ZEROES.
       77  ACHOU-TURMA        PIC X(03) VALUE "NAO".
       77  DISCIPLINA-APROVA  PIC X(05) VALUE SPACES.
       77  HORAS-DISC         PIC 9(03) VALUE ZEROES.
       77  PESO-NOTA1         PIC 9(01) VALUE 1.
       77  PESO-NOTA2         PIC 9(01) VALUE 1.
       77  PESO-NOTA3         PIC 9(01) VALUE 2.
       77  PESO-NOTA4         PIC 9(01) VALUE 1.
       77  SOMA-PESOS         PIC 9(02) VALUE 5.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-PENDENCIAS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-ALU-PEND  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-TUR       PIC 9(05) VALUE ZEROES.
       77  CONTADOR-TDI       PIC 9(05) VALUE ZEROES.
       77  CONTADOR-PRO       PIC 9(05) VALUE ZEROES.
       77  CONTADOR-DOC       PIC 9(05) VALUE ZEROES.
       77  CONTADOR-ALU       PIC 9(06) VALUE ZEROES.
       77  CONTADOR-MAT       PIC 9(06) VALUE ZEROES.
       77  CONTADOR-REG       PIC 9(07) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 TAB-TURMAS.
          02 TUR-OCORRENCIA OCCURS 100 TIMES.
             03 TUR-TURMA              PIC X(03).

      *----------------------------------------------------------------
      *    LAYOUT DO MINISTERIO - TIPO DE REGISTRO NAS DUAS PRIMEIRAS
      *    POSICOES, CAMPOS NUMERICOS COM ZEROS A ESQUERDA.
      *----------------------------------------------------------------
       01 LINHA-HDR.
          02 FILLER                    PIC X(02) VALUE "00".
          02 HDR-ESCOLA                PIC 9(08).
          02 HDR-ANO                   PIC 9(04).
          02 HDR-DATA                  PIC 9(08).
          02 FILLER                    PIC X(05) VALUE "CENSO".

       01 LINHA-TUR.
          02 FILLER                    PIC X(02) VALUE "20".
          02 CEN-TUR-TURMA             PIC X(03).
          02 CEN-TUR-DESCRICAO         PIC X(20).
          02 CEN-TUR-CAPACIDADE        PIC 9(03).

       01 LINHA-TDI.
          02 FILLER                    PIC X(02) VALUE "21".
          02 CEN-TDI-TURMA             PIC X(03).
          02 CEN-TDI-DISCIPLINA        PIC X(05).
          02 CEN-TDI-CARGA             PIC 9(03).

       01 LINHA-PRO.
          02 FILLER                    PIC X(02) VALUE "40".
          02 CEN-PRO-CODIGO            PIC 9(04).
          02 CEN-PRO-NOME              PIC X(30).

       01 LINHA-DOC.
          02 FILLER                    PIC X(02) VALUE "41".
          02 CEN-DOC-CODIGO            PIC 9(04).
          02 CEN-DOC-TURMA             PIC X(03).
          02 CEN-DOC-DISCIPLINA        PIC X(05).

       01 LINHA-ALU.
          02 FILLER                    PIC X(02) VALUE "60".
          02 CEN-ALU-MATRICULA         PIC 9(07).
          02 CEN-ALU-ID                PIC 9(12).
          02 CEN-ALU-NOME              PIC X(30).
          02 CEN-ALU-NASCIMENTO        PIC 9(08).
          02 CEN-ALU-SEXO              PIC X(01).
          02 CEN-ALU-CPF               PIC 9(11).
          02 CEN-ALU-TURMA             PIC X(03).
          02 CEN-ALU-CURSO             PIC X(05).
          02 CEN-ALU-SITUACAO          PIC X(01).

       01 LINHA-MAT.
          02 FILLER                    PIC X(02) VALUE "61".
          02 CEN-MAT-MATRICULA         PIC 9(07).
          02 CEN-MAT-DISCIPLINA        PIC X(05).
          02 CEN-MAT-TURMA             PIC X(03).

       01 LINHA-TRL.
          02 FILLER                    PIC X(02) VALUE "99".
          02 TRL-TURMAS                PIC 9(05).
          02 TRL-TURMA-DISC            PIC 9(05).
          02 TRL-PROFESSORES           PIC 9(05).
          02 TRL-ATRIBUICOES           PIC 9(05).
          02 TRL-ALUNOS                PIC 9(06).
          02 TRL-INSCRICOES            PIC 9(06).
          02 TRL-REGISTROS             PIC 9(07).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "PENDENCIAS DO CENS".
          02 FILLER    PIC X(12) VALUE "O ESCOLAR   ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(09)  VALUE "MATRICULA".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "ALUNO".
          02 FILLER    PIC X(22)  VALUE SPACES.
          02 FILLER    PIC X(16)  VALUE "DADO QUE FALTA  ".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 TOT-ROTULO PIC X(26).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-QTD   PIC ZZZZZ9.

       01 DETALHE.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 DET-MAT   PIC 9(06).
          02 FILLER    PIC X(01) VALUE "-".
          02 DET-DIG   PIC 9(01).
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DET-NOME  PIC X(25).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-FALTA PIC X(34).

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

       PGM-CENSO.
          PERFORM OBTEM-PARAMETROS.
          PERFORM CARGA-TURMAS.
          PERFORM INICIO.
          PERFORM CONFERE-CADASTROS.
          IF CONTADOR-PENDENCIAS EQUAL ZEROES
              PERFORM GERA-ARQUIVO
          ELSE
              OPEN OUTPUT CENSO
              CLOSE CENSO.
          PERFORM TERMINO.
          STOP RUN.

       OBTEM-PARAMETROS.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT ANO-CENSO FROM ENVIRONMENT "ANO_CENSO".
          IF ANO-CENSO NUMERIC
              MOVE ANO-CENSO TO ANO-ALVO
          ELSE
              MOVE DATA-SISTEMA(1:4) TO ANO-ALVO.

       CARGA-TURMAS.
          OPEN INPUT CADTUR.
          PERFORM LE-TURMA.
          PERFORM GUARDA-TURMA UNTIL FIM-TUR EQUAL "SIM".
          CLOSE CADTUR.

       LE-TURMA.
          READ CADTUR AT END MOVE "SIM" TO FIM-TUR.

       GUARDA-TURMA.
          IF QTD-TURMAS NOT LESS 100
              DISPLAY "TABELA DE TURMAS LOTADA"
          ELSE
              ADD 1 TO QTD-TURMAS
              MOVE TURMA-TUR TO TUR-TURMA (QTD-TURMAS).
          PERFORM LE-TURMA.

       INICIO.
          OPEN INPUT ARQDIS.
          IF FS-DIS EQUAL "00"
              MOVE "SIM" TO TEM-ARQDIS.
          OPEN INPUT MESTALU.
          IF FS-MST EQUAL "00"
              MOVE "SIM" TO TEM-MESTALU
          ELSE
              DISPLAY "MESTALU AUSENTE - RODAR O CONSALU ANTES.".
          OPEN INPUT CADRESP.
          IF FS-RSP EQUAL "00"
              MOVE "SIM" TO TEM-CADRESP.
          OPEN INPUT CADINEP.
          IF FS-INP EQUAL "00"
              MOVE "SIM" TO TEM-CADINEP
              PERFORM BUSCA-ESCOLA.
          OPEN OUTPUT RELCENSO.
          PERFORM CABECALHO.

       BUSCA-ESCOLA.
          MOVE ZEROES TO MATRICULA-INP.
          READ CADINEP KEY IS MATRICULA-INP
              INVALID KEY MOVE ZEROES TO ESCOLA-INP.
          MOVE ESCOLA-INP TO ESCOLA-OFICIAL.

      *----------------------------------------------------------------
      *    PASSADA DE CONFERENCIA: NENHUM REGISTRO SAI PARA O
      *    MINISTERIO ENQUANTO FALTAR DADO OBRIGATORIO DE ALGUM ALUNO.
      *----------------------------------------------------------------
       CONFERE-CADASTROS.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT ARQALU.
          PERFORM LEITURA.
          PERFORM CONFERE-ALUNO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE ARQALU.

       LEITURA.
          READ ARQALU NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.

       CONFERE-ALUNO.
          ADD 1 TO CONTADOR-LIDOS.
          MOVE "NAO" TO PENDENTE-ALU.
          PERFORM BUSCA-NASCIMENTO.
          PERFORM BUSCA-CPF.
          IF NASCIMENTO-ALU EQUAL ZEROES
              MOVE "SEM DATA DE NASCIMENTO NO MESTALU" TO DET-FALTA
              PERFORM IMPRIME-PENDENCIA.
          IF SEXO-ENT NOT EQUAL "M" AND SEXO-ENT NOT EQUAL "F"
              MOVE "SEXO NAO INFORMADO NO ARQALU" TO DET-FALTA
              PERFORM IMPRIME-PENDENCIA.
          IF CPF-ALU EQUAL ZEROES
              MOVE "SEM CPF NO CADRESP" TO DET-FALTA
              PERFORM IMPRIME-PENDENCIA.
          PERFORM PROCURA-TURMA.
          IF ACHOU-TURMA EQUAL "NAO"
              MOVE "TURMA FORA DO CADTUR" TO DET-FALTA
              PERFORM IMPRIME-PENDENCIA.
          IF PENDENTE-ALU EQUAL "SIM"
              ADD 1 TO CONTADOR-ALU-PEND.
          PERFORM LEITURA.

       BUSCA-NASCIMENTO.
          MOVE ZEROES TO NASCIMENTO-ALU.
          IF TEM-MESTALU EQUAL "SIM"
              MOVE 2 TO SISTEMA-MST
              MOVE MATRICULA-ENT-NUM TO NUMERO-MST
              READ MESTALU KEY IS MATRICULA-MST
                  INVALID KEY MOVE ZEROES TO AAAA-MST
              END-READ
              IF AAAA-MST NOT EQUAL ZEROES
                  COMPUTE NASCIMENTO-ALU = AAAA-MST * 10000
                      + MM-MST * 100 + DD-MST.

       BUSCA-CPF.
          MOVE ZEROES TO CPF-ALU.
          IF TEM-CADRESP EQUAL "SIM"
              MOVE MATRICULA-ENT-NUM TO MATRICULA-RSP
              READ CADRESP KEY IS MATRICULA-RSP
                  INVALID KEY MOVE ZEROES TO CPF-RSP
              END-READ
              MOVE CPF-RSP TO CPF-ALU.

       PROCURA-TURMA.
          MOVE "NAO" TO ACHOU-TURMA.
          IF QTD-TURMAS GREATER THAN ZEROES
              PERFORM TESTA-TURMA
                  VARYING IX-TUR FROM 1 BY 1
                  UNTIL IX-TUR GREATER THAN QTD-TURMAS
                     OR ACHOU-TURMA EQUAL "SIM".

       TESTA-TURMA.
          IF TUR-TURMA (IX-TUR) EQUAL TURMA-ENT
              MOVE "SIM" TO ACHOU-TURMA.

       IMPRIME-PENDENCIA.
          ADD 1 TO CONTADOR-PENDENCIAS.
          MOVE "SIM" TO PENDENTE-ALU.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE MATR TO DET-MAT.
          MOVE DIGI TO DET-DIG.
          MOVE NOME-ENT TO DET-NOME.
          WRITE REGRCEN FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGRCEN.
          WRITE REGRCEN AFTER ADVANCING PAGE.
          WRITE REGRCEN FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGRCEN FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGRCEN FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

      *----------------------------------------------------------------
      *    GERACAO DO CENSO.TXT: HEADER, TURMAS, PROFESSORES, ALUNOS
      *    E TRAILER, NESTA ORDEM.
      *----------------------------------------------------------------
       GERA-ARQUIVO.
          OPEN OUTPUT CENSO.
          MOVE ESCOLA-OFICIAL TO HDR-ESCOLA.
          MOVE ANO-ALVO TO HDR-ANO.
          MOVE DATA-SISTEMA TO HDR-DATA.
          MOVE SPACES TO REG-CEN.
          WRITE REG-CEN FROM LINHA-HDR.
          ADD 1 TO CONTADOR-REG.
          PERFORM GERA-TURMAS.
          PERFORM GERA-TURMA-DISCIPLINAS.
          PERFORM GERA-PROFESSORES.
          PERFORM GERA-ATRIBUICOES.
          PERFORM GERA-ALUNOS.
          ADD 1 TO CONTADOR-REG.
          MOVE CONTADOR-TUR TO TRL-TURMAS.
          MOVE CONTADOR-TDI TO TRL-TURMA-DISC.
          MOVE CONTADOR-PRO TO TRL-PROFESSORES.
          MOVE CONTADOR-DOC TO TRL-ATRIBUICOES.
          MOVE CONTADOR-ALU TO TRL-ALUNOS.
          MOVE CONTADOR-MAT TO TRL-INSCRICOES.
          MOVE CONTADOR-REG TO TRL-REGISTROS.
          WRITE REG-CEN FROM LINHA-TRL.
          CLOSE CENSO.

       GERA-TURMAS.
          MOVE "NAO" TO FIM-TUR.
          OPEN INPUT CADTUR.
          PERFORM LE-TURMA.
          PERFORM GRAVA-TURMA UNTIL FIM-TUR EQUAL "SIM".
          CLOSE CADTUR.

       GRAVA-TURMA.
          MOVE TURMA-TUR TO CEN-TUR-TURMA.
          MOVE DESCRICAO-TUR TO CEN-TUR-DESCRICAO.
          MOVE CAPACIDADE-TUR TO CEN-TUR-CAPACIDADE.
          WRITE REG-CEN FROM LINHA-TUR.
          ADD 1 TO CONTADOR-TUR CONTADOR-REG.
          PERFORM LE-TURMA.

       GERA-TURMA-DISCIPLINAS.
          MOVE "NAO" TO FIM-ATR.
          OPEN INPUT ATRPROF.
          PERFORM LE-ATRIBUICAO.
          PERFORM GRAVA-TURMA-DISCIPLINA UNTIL FIM-ATR EQUAL "SIM".
          CLOSE ATRPROF.

       LE-ATRIBUICAO.
          READ ATRPROF AT END MOVE "SIM" TO FIM-ATR.

       GRAVA-TURMA-DISCIPLINA.
          MOVE DISCIPLINA-ATR TO DISCIPLINA-APROVA.
          CALL "CARGDISC" USING DISCIPLINA-APROVA HORAS-DISC
              PESO-NOTA1 PESO-NOTA2 PESO-NOTA3 PESO-NOTA4
              SOMA-PESOS.
          MOVE TURMA-ATR TO CEN-TDI-TURMA.
          MOVE DISCIPLINA-ATR TO CEN-TDI-DISCIPLINA.
          MOVE HORAS-DISC TO CEN-TDI-CARGA.
          WRITE REG-CEN FROM LINHA-TDI.
          ADD 1 TO CONTADOR-TDI CONTADOR-REG.
          PERFORM LE-ATRIBUICAO.

       GERA-PROFESSORES.
          OPEN INPUT CADPROF.
          PERFORM LE-PROFESSOR.
          PERFORM GRAVA-PROFESSOR UNTIL FIM-PROF EQUAL "SIM".
          CLOSE CADPROF.

       LE-PROFESSOR.
          READ CADPROF AT END MOVE "SIM" TO FIM-PROF.

       GRAVA-PROFESSOR.
          MOVE CODIGO-PROF TO CEN-PRO-CODIGO.
          MOVE NOME-PROF TO CEN-PRO-NOME.
          WRITE REG-CEN FROM LINHA-PRO.
          ADD 1 TO CONTADOR-PRO CONTADOR-REG.
          PERFORM LE-PROFESSOR.

       GERA-ATRIBUICOES.
          MOVE "NAO" TO FIM-ATR.
          OPEN INPUT ATRPROF.
          PERFORM LE-ATRIBUICAO.
          PERFORM GRAVA-ATRIBUICAO UNTIL FIM-ATR EQUAL "SIM".
          CLOSE ATRPROF.

       GRAVA-ATRIBUICAO.
          MOVE CODIGO-PROF-ATR TO CEN-DOC-CODIGO.
          MOVE TURMA-ATR TO CEN-DOC-TURMA.
          MOVE DISCIPLINA-ATR TO CEN-DOC-DISCIPLINA.
          WRITE REG-CEN FROM LINHA-DOC.
          ADD 1 TO CONTADOR-DOC CONTADOR-REG.
          PERFORM LE-ATRIBUICAO.

       GERA-ALUNOS.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT ARQALU.
          PERFORM LEITURA.
          PERFORM GRAVA-ALUNO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE ARQALU.

       GRAVA-ALUNO.
          PERFORM BUSCA-NASCIMENTO.
          PERFORM BUSCA-CPF.
          PERFORM BUSCA-ID-ALUNO.
          MOVE MATRICULA-ENT-NUM TO CEN-ALU-MATRICULA.
          MOVE ID-ALUNO-ALU TO CEN-ALU-ID.
          MOVE NOME-ENT TO CEN-ALU-NOME.
          MOVE NASCIMENTO-ALU TO CEN-ALU-NASCIMENTO.
          MOVE SEXO-ENT TO CEN-ALU-SEXO.
          MOVE CPF-ALU TO CEN-ALU-CPF.
          MOVE TURMA-ENT TO CEN-ALU-TURMA.
          MOVE DISCIPLINA-ENT TO CEN-ALU-CURSO.
          MOVE SITUACAO-ENT TO CEN-ALU-SITUACAO.
          IF SITUACAO-ENT EQUAL SPACES
              MOVE "A" TO CEN-ALU-SITUACAO.
          WRITE REG-CEN FROM LINHA-ALU.
          ADD 1 TO CONTADOR-ALU CONTADOR-REG.
          IF TEM-ARQDIS EQUAL "SIM"
              PERFORM GERA-INSCRICOES.
          PERFORM LEITURA.

       BUSCA-ID-ALUNO.
          MOVE ZEROES TO ID-ALUNO-ALU.
          IF TEM-CADINEP EQUAL "SIM"
              MOVE MATRICULA-ENT-NUM TO MATRICULA-INP
              READ CADINEP KEY IS MATRICULA-INP
                  INVALID KEY MOVE ZEROES TO ID-ALUNO-INP
              END-READ
              MOVE ID-ALUNO-INP TO ID-ALUNO-ALU.

       GERA-INSCRICOES.
          MOVE "NAO" TO FIM-DIS.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-DIS.
          MOVE SPACES TO DISCIPLINA-DIS.
          START ARQDIS KEY NOT LESS CHAVE-DIS
              INVALID KEY MOVE "SIM" TO FIM-DIS
          END-START.
          PERFORM LE-DISCIPLINA.
          PERFORM GRAVA-INSCRICAO UNTIL FIM-DIS EQUAL "SIM".

       LE-DISCIPLINA.
          IF FIM-DIS NOT EQUAL "SIM"
              READ ARQDIS NEXT RECORD
                  AT END MOVE "SIM" TO FIM-DIS.
          IF FIM-DIS NOT EQUAL "SIM"
             AND MATRICULA-DIS NOT EQUAL MATRICULA-ENT-NUM
              MOVE "SIM" TO FIM-DIS.

       GRAVA-INSCRICAO.
          MOVE MATRICULA-DIS TO CEN-MAT-MATRICULA.
          MOVE DISCIPLINA-DIS TO CEN-MAT-DISCIPLINA.
          MOVE TURMA-DIS TO CEN-MAT-TURMA.
          WRITE REG-CEN FROM LINHA-MAT.
          ADD 1 TO CONTADOR-MAT CONTADOR-REG.
          PERFORM LE-DISCIPLINA.

       TERMINO.
          MOVE "ALUNOS CONFERIDOS........:" TO TOT-ROTULO.
          MOVE CONTADOR-LIDOS TO TOT-QTD.
          WRITE REGRCEN FROM CAB-04 AFTER ADVANCING 2 LINES.
          MOVE "ALUNOS COM PENDENCIA.....:" TO TOT-ROTULO.
          MOVE CONTADOR-ALU-PEND TO TOT-QTD.
          WRITE REGRCEN FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "PENDENCIAS...............:" TO TOT-ROTULO.
          MOVE CONTADOR-PENDENCIAS TO TOT-QTD.
          WRITE REGRCEN FROM CAB-04 AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-LOG.
          IF TEM-ARQDIS EQUAL "SIM"
              CLOSE ARQDIS.
          IF TEM-MESTALU EQUAL "SIM"
              CLOSE MESTALU.
          IF TEM-CADRESP EQUAL "SIM"
              CLOSE CADRESP.
          IF TEM-CADINEP EQUAL "SIM"
              CLOSE CADINEP.
          CLOSE RELCENSO.
          DISPLAY "CENSO ESCOLAR DO ANO " ANO-ALVO.
          DISPLAY "ALUNOS CONFERIDOS....: " CONTADOR-LIDOS.
          DISPLAY "PENDENCIAS...........: " CONTADOR-PENDENCIAS.
          IF CONTADOR-PENDENCIAS GREATER THAN ZEROES
              DISPLAY "DADOS OBRIGATORIOS FALTANDO (RELCENSO) - "
                  "CENSO.TXT NAO GERADO."
              MOVE 8 TO RETURN-CODE
          ELSE
              DISPLAY "REGISTROS NO CENSO.TXT: " CONTADOR-REG
              IF ESCOLA-OFICIAL EQUAL ZEROES
                  DISPLAY "ESCOLA SEM CODIGO OFICIAL NO CADINEP."
                  MOVE 4 TO RETURN-CODE.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "CENSO"                TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "CENSO"                TO LOG-ARQ1-NOME.
          MOVE CONTADOR-ALU           TO LOG-ARQ1-QTD.
          MOVE "RELCENSO"             TO LOG-ARQ2-NOME.
          MOVE CONTADOR-PENDENCIAS    TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
