       IDENTIFICATION DIVISION.
          PROGRAM-ID.      RECUPERA.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. RECUPERACAO DO CADSOC1 OU DO ARQALU A PARTIR DE UMA
      *GERACAO ARQUIVADA MAIS OS JORNAIS. O OPERADOR RESTAURA A
      *GERACAO PELO GERENGER (ACAO_GER=RESTAURA, GER_ORIGEM = LOCAL DA
      *GERACAO NO CATGER), QUE A COPIA PARA RESTAUR.DAT, E RODA ESTE
      *PROGRAMA COM A MESMA GER_ORIGEM. O CATGER DIZ QUAL ARQUIVO E A
      *GERACAO (CADSOC1.DAT OU ARQALU.DAT) E A DATA DELA; REC_ATE
      *(AAAAMMDDHHMMSS, SO AAAAMMDD = ATE O FIM DO DIA, BRANCO = TUDO)
      *E O PONTO ATE ONDE REAPLICAR. ENTRAM AS LINHAS DE DATA MAIOR
      *QUE A DA GERACAO (O EXECDIA ARQUIVA NO FIM DO DIA, DEPOIS DO
      *MOVIMENTO DO PROPRIO DIA) ATE O PONTO ESCOLHIDO, EM ORDEM DE
      *DATA E HORA:
      *  CADSOC1 - JORNSOC (IMAGEM DO SOCIO ANTES E DEPOIS, REGISO;
      *            DISPOSICAO RECUSADA, DUPLICADA OU NAO ENCONTRADA
      *            NAO MUDOU O CADASTRO E FICA DE FORA) E JORNRCB
      *            (CODIGO E MESES ANTES E DEPOIS DO RECIBO, DO
      *            ESTORNO E DA LINHA G DO GRUPO; A LINHA M E DO
      *            ARQMENS E FICA DE FORA).
      *  ARQALU  - JORNOTA (NOTA ANTES E DEPOIS; A LINHA DE OUTRA
      *            DISCIPLINA QUE NAO A DO ARQALU SO MUDOU O ARQDIS),
      *            JORNSIT (SITUACAO) E JORNTUR (TURMA).
      *CADA LINHA E CONFERIDA ANTES DE APLICAR: O REGISTRO ATUAL TEM
      *QUE ESTAR IGUAL AO ANTES DA LINHA (NA INCLUSAO, NAO EXISTIR) E
      *O DEPOIS TEM QUE SER VALIDO E DA MESMA CHAVE. NA PRIMEIRA LINHA
      *QUE NAO CONFERE A RECUPERACAO PARA, O RELRECUP MOSTRA A LINHA,
      *O ESPERADO E O ENCONTRADO, E O CODIGO E 8 - O RESTAUR.DAT FICA
      *RECUPERADO ATE A LINHA ANTERIOR. O RELRECUP TERMINA COM O
      *RESUMO NO MOLDE DO COMPARQ (INCLUIDOS, EXCLUIDOS E ALTERADOS,
      *COM AS DUAS IMAGENS E A PRIMEIRA COLUNA DIVERGENTE) E AS LINHAS
      *LIDAS, SELECIONADAS E APLICADAS POR JORNAL. O ARQUIVO OFICIAL
      *NAO E TOCADO: CONFERIDO O RELRECUP, O OPERADOR COPIA O
      *RESTAUR.DAT POR CIMA DELE.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CATGER ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RESSOC ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES
          FILE STATUS IS FS-SOC.
          SELECT RESALU ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-ENT
          ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
          FILE STATUS IS FS-ALU.
          SELECT OPTIONAL JORNSOC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL JORNRCB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL JORNOTA ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL JORNSIT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL JORNTUR ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQMOV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTWK ASSIGN TO DISK.
          SELECT SORTRES ASSIGN TO DISK.
          SELECT RELRECUP ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CATGER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CATGER.DAT".
          01 REG-GER.
          02 ARQUIVO-GER               PIC X(12).
          02 LOCAL-GER                 PIC X(40).
          02 DATA-GER                  PIC 9(08).

       FD  RESSOC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RESTAUR.DAT".
          COPY REGSOC1.

       FD  RESALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RESTAUR.DAT".
          COPY REGALU.

       FD  JORNSOC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNSOC.DAT".
          01 REG-JSO.
          02 JSO-DATA              PIC 9(08).
          02 FILLER                PIC X(01).
          02 JSO-HORA              PIC 9(06).
          02 FILLER                PIC X(01).
          02 JSO-OPCAO             PIC X(01).
          02 FILLER                PIC X(01).
          02 JSO-NUMERO            PIC 9(06).
          02 FILLER                PIC X(01).
          02 JSO-DISPOSICAO        PIC X(14).
          02 FILLER                PIC X(01).
          02 JSO-OPERADOR          PIC 9(04).
          02 FILLER                PIC X(01).
          02 JSO-VIGENCIA          PIC 9(08).
          02 FILLER                PIC X(01).
          02 JSO-PLANO-ANT         PIC 9(02).
          02 FILLER                PIC X(01).
          02 JSO-PLANO-NOVO        PIC 9(02).
          02 FILLER                PIC X(01).
          02 JSO-IMAGEM-ANT        PIC X(76).
          02 FILLER                PIC X(01).
          02 JSO-IMAGEM-DEP        PIC X(76).

      *----------------------------------------------------------------
      *    CODIGO E MESES DO JORNRCB LIDOS COMO TEXTO: A LINHA ENTRA
      *    NA ORDENACAO COMO FOI GRAVADA E E CONFERIDA NA APLICACAO.
      *----------------------------------------------------------------
       FD  JORNRCB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNRCB.DAT".
          01 REG-JRC.
          02 JRC-DATA-MOV              PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JRC-SOCIO                 PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-DATA-RCB              PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JRC-VALOR                 PIC 9(09)V9(02).
          02 FILLER                    PIC X(01).
          02 JRC-MESES-ABAT            PIC 9(02).
          02 FILLER                    PIC X(01).
          02 JRC-CODIGO-NOVO           PIC X(02).
          02 FILLER                    PIC X(01).
          02 JRC-SEQ                   PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-TIPO                  PIC X(01).
          02 FILLER                    PIC X(01).
          02 JRC-MATR                  PIC 9(07).
          02 FILLER                    PIC X(01).
          02 JRC-COMPET-INI            PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-COMPET-FIM            PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-CRED-ANT              PIC 9(09)V9(02).
          02 FILLER                    PIC X(01).
          02 JRC-CRED-NOVO             PIC 9(09)V9(02).
          02 FILLER                    PIC X(01).
          02 JRC-CODIGO-ANT            PIC X(02).
          02 FILLER                    PIC X(01).
          02 JRC-MESES-ANT             PIC X(02).
          02 FILLER                    PIC X(01).
          02 JRC-MESES-NOVO            PIC X(02).
          02 FILLER                    PIC X(01).
          02 JRC-OPERADOR              PIC 9(04).
          02 FILLER                    PIC X(01).
          02 JRC-CANAL                 PIC 9(01).
          02 FILLER                    PIC X(01).
          02 JRC-DATA-ORIG             PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JRC-OPER-EST              PIC 9(04).
          02 FILLER                    PIC X(01).
          02 JRC-VALOR-REAB            PIC 9(09)V9(02).
          02 FILLER                    PIC X(01).
          02 JRC-DEP-REAB              PIC 9(09)V9(02).
          02 FILLER                    PIC X(01).
          02 JRC-AJU-ANT               PIC X(10).
          02 FILLER                    PIC X(01).
          02 JRC-AJU-NOVO              PIC X(10).
          02 FILLER                    PIC X(01).
          02 JRC-HORA                  PIC 9(06).

       FD  JORNOTA
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNOTA.DAT".
          01 REG-JOR.
          02 JOR-DATA                  PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JOR-HORA                  PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JOR-MATRICULA             PIC 9(07).
          02 FILLER                    PIC X(01).
          02 JOR-NOTA-NUM              PIC 9(01).
          02 FILLER                    PIC X(01).
          02 JOR-VALOR-ANTES           PIC X(04).
          02 FILLER                    PIC X(01).
          02 JOR-VALOR-DEPOIS          PIC X(04).
          02 FILLER                    PIC X(01).
          02 JOR-MOTIVO                PIC X(30).
          02 FILLER                    PIC X(01).
          02 JOR-OPERADOR              PIC 9(04).
          02 FILLER                    PIC X(01).
          02 JOR-DISCIPLINA            PIC X(05).

       FD  JORNSIT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNSIT.DAT".
          01 REG-JSI.
          02 JSI-DATA                  PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JSI-HORA                  PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JSI-MATRICULA             PIC 9(07).
          02 FILLER                    PIC X(01).
          02 JSI-SIT-ANTES             PIC X(01).
          02 FILLER                    PIC X(01).
          02 JSI-SIT-DEPOIS            PIC X(01).
          02 FILLER                    PIC X(01).
          02 JSI-MOTIVO                PIC X(30).
          02 FILLER                    PIC X(01).
          02 JSI-OPERADOR              PIC 9(04).

       FD  JORNTUR
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNTUR.DAT".
          01 REG-JTU.
          02 JTU-DATA                  PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JTU-HORA                  PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JTU-MATRICULA             PIC 9(07).
          02 FILLER                    PIC X(01).
          02 JTU-TURMA-ANTES           PIC X(03).
          02 FILLER                    PIC X(01).
          02 JTU-TURMA-DEPOIS          PIC X(03).
          02 FILLER                    PIC X(01).
          02 JTU-MOTIVO                PIC X(30).
          02 FILLER                    PIC X(01).
          02 JTU-OPERADOR              PIC 9(04).

      *----------------------------------------------------------------
      *    CADA ALTERACAO APLICADA: CHAVE, ORDEM E AS IMAGENS DO
      *    REGISTRO ANTES E DEPOIS, PARA O RESUMO POR CHAVE.
      *----------------------------------------------------------------
       FD  ARQMOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RECUPMOV.DAT".
          01 REG-MOV.
          02 CHAVE-MOV                 PIC 9(07).
          02 ORDEM-MOV                 PIC 9(06).
          02 ANTES-MOV                 PIC X(76).
          02 DEPOIS-MOV                PIC X(76).

       SD  SORTWK.
          01 REG-SRT.
          02 DATA-SRT                  PIC 9(08).
          02 HORA-SRT                  PIC 9(06).
          02 ORIGEM-SRT                PIC 9(01).
          02 LINHA-SRT                 PIC 9(06).
          02 CHAVE-SRT                 PIC 9(07).
          02 ACAO-SRT                  PIC X(01).
          02 ANTES-SRT                 PIC X(76).
          02 DEPOIS-SRT                PIC X(76).
          02 NOTA-SRT                  PIC 9(01).
          02 DISC-SRT                  PIC X(05).

       SD  SORTRES.
          01 REG-RES.
          02 CHAVE-RES                 PIC 9(07).
          02 ORDEM-RES                 PIC 9(06).
          02 ANTES-RES                 PIC X(76).
          02 DEPOIS-RES                PIC X(76).

       FD  RELRECUP
          LABEL RECORD IS OMITTED.
          01  REGRECUP    PIC X(100).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-SOC             PIC X(02) VALUE "00".
       77  FS-ALU             PIC X(02) VALUE "00".
       77  FS-RESTAURADO      PIC X(02) VALUE "00".
       77  FIM-GER            PIC X(03) VALUE "NAO".
       77  FIM-JSO            PIC X(03) VALUE "NAO".
       77  FIM-JRC            PIC X(03) VALUE "NAO".
       77  FIM-JOR            PIC X(03) VALUE "NAO".
       77  FIM-JSI            PIC X(03) VALUE "NAO".
       77  FIM-JTU            PIC X(03) VALUE "NAO".
       77  FIM-SRT            PIC X(03) VALUE "NAO".
       77  FIM-RES            PIC X(03) VALUE "NAO".
       77  ORIGEM-GERACAO     PIC X(40) VALUE SPACES.
       77  ACHOU-GERACAO      PIC X(03) VALUE "NAO".
       77  ARQUIVO-ALVO       PIC X(12) VALUE SPACES.
       77  ALVO-CADSOC1       PIC X(03) VALUE "NAO".
       77  DATA-GERACAO       PIC 9(08) VALUE ZEROES.
       77  ENTRADA-ATE        PIC X(14) VALUE SPACES.
       77  MOMENTO-LIMITE     PIC X(14) VALUE ALL "9".
       77  DENTRO-PERIODO     PIC X(03) VALUE "NAO".
       77  LINHA-JORNAL       PIC 9(06) VALUE ZEROES.
       77  IX-JOR             PIC 9(01) VALUE ZEROES.
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  ENTRADA-CONFERE    PIC X(03) VALUE "SIM".
       77  ENTRADA-APLICADA   PIC X(03) VALUE "NAO".
       77  RECUPERACAO-PAROU  PIC X(03) VALUE "NAO".
       77  MOTIVO-DIVERGENCIA PIC X(30) VALUE SPACES.
       77  IMAGEM-ATUAL       PIC X(76) VALUE SPACES.
       77  IMAGEM-NOVA        PIC X(76) VALUE SPACES.
       77  VALOR-ENCONTRADO   PIC X(76) VALUE SPACES.
       77  SEQ-MOVIMENTO      PIC 9(06) VALUE ZEROES.
       77  TEM-GRUPO          PIC X(03) VALUE "NAO".
       77  CHAVE-GRUPO        PIC 9(07) VALUE ZEROES.
       77  ANTES-GRUPO        PIC X(76) VALUE SPACES.
       77  DEPOIS-GRUPO       PIC X(76) VALUE SPACES.
       77  COLUNA-DIF         PIC 9(03) VALUE ZEROES.
       77  IX-COL             PIC 9(03) VALUE ZEROES.
       77  CONTADOR-LIDAS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-APLICADAS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-SEM-EFEITO PIC 9(06) VALUE ZEROES.
       77  CONTADOR-IGNORADAS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-INCLUIDOS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-EXCLUIDOS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-ALTERADOS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-IGUAIS    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-DIVERGE   PIC 9(06) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 MOMENTO-JORNAL.
          02 MOM-DATA                  PIC 9(08).
          02 MOM-HORA                  PIC 9(06).

       01 ULTIMO-MOMENTO.
          02 ULT-DATA                  PIC 9(08) VALUE ZEROES.
          02 ULT-HORA                  PIC 9(06) VALUE ZEROES.

      *----------------------------------------------------------------
      *    CODIGO E MESES DO SOCIO NO FORMATO DA LINHA DO JORNRCB.
      *----------------------------------------------------------------
       01 CODIGO-MESES-ATUAL.
          02 CMA-CODIGO                PIC 9(02).
          02 CMA-MESES                 PIC 9(02).

       01 CODIGO-MESES-NOVO.
          02 CMN-CODIGO                PIC 9(02).
          02 CMN-MESES                 PIC 9(02).
       01 CODIGO-MESES-NOVO-X REDEFINES CODIGO-MESES-NOVO
                                       PIC X(04).

      *----------------------------------------------------------------
      *    NOTA NO FORMATO DA LINHA DO JORNOTA (99V99 SEM VIRGULA).
      *----------------------------------------------------------------
       01 NOTA-TRABALHO.
          02 NOTA-DISPLAY              PIC 9(02)V9(02).
       01 NOTA-TRABALHO-X REDEFINES NOTA-TRABALHO
                                       PIC X(04).

       01 TAB-NOMES-JORNAIS.
          02 FILLER    PIC X(08) VALUE "JORNSOC".
          02 FILLER    PIC X(08) VALUE "JORNRCB".
          02 FILLER    PIC X(08) VALUE "JORNOTA".
          02 FILLER    PIC X(08) VALUE "JORNSIT".
          02 FILLER    PIC X(08) VALUE "JORNTUR".
       01 TAB-NOMES-JORNAIS-R REDEFINES TAB-NOMES-JORNAIS.
          02 NOME-JORNAL OCCURS 5 TIMES PIC X(08).

       01 TAB-CONTAGEM.
          02 CONTAGEM-JORNAL OCCURS 5 TIMES.
             03 QTD-LIDAS              PIC 9(06).
             03 QTD-SELECIONADAS       PIC 9(06).
             03 QTD-APLICADAS          PIC 9(06).

       COPY REGISO.

      *----------------------------------------------------------------
      *    IMAGEM TEXTO DO ALUNO (NOTAS E FALTAS EM DISPLAY).
      *----------------------------------------------------------------
       01 REG-IAL.
          02 MATRICULA-IAL             PIC 9(07).
          02 NOME-IAL                  PIC X(30).
          02 NOTA1-IAL                 PIC 9(02)V9(02).
          02 NOTA2-IAL                 PIC 9(02)V9(02).
          02 NOTA3-IAL                 PIC 9(02)V9(02).
          02 NOTA4-IAL                 PIC 9(02)V9(02).
          02 FALTAS-IAL                PIC 9(02).
          02 SEXO-IAL                  PIC X(01).
          02 REPETENTE-IAL             PIC X(01).
          02 TURMA-IAL                 PIC X(03).
          02 DISCIPLINA-IAL            PIC X(05).
          02 SITUACAO-IAL              PIC X(01).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "RECUPERACAO PELOS ".
          02 FILLER    PIC X(12) VALUE "JORNAIS     ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "OCORRENCIA".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "CHAVE  ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(18)  VALUE "IMAGEM DO REGISTRO".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 TOT-ROTULO PIC X(26).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-QTD   PIC ZZZZZ9.

       01 LIN-GERACAO.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(09)  VALUE "GERACAO: ".
          02 PAR-LOCAL PIC X(40).
          02 FILLER    PIC X(07)  VALUE " DATA: ".
          02 PAR-DATA  PIC 9(08).

       01 LIN-LIMITE.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(09)  VALUE "ARQUIVO: ".
          02 PAR-ARQ   PIC X(12).
          02 FILLER    PIC X(28)  VALUE
             "  JORNAIS ATE (DATA E HORA):".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 PAR-ATE   PIC X(14).

       01 LIN-OCORR.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 OCO-TIPO  PIC X(10).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 OCO-CHAVE PIC 9(07).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 OCO-REG   PIC X(76).

       01 LIN-COLUNA.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(26) VALUE
             "PRIMEIRA COLUNA DIVERGENTE".
          02 FILLER    PIC X(02) VALUE ": ".
          02 COL-DIF   PIC 9(03).

       01 LIN-ENTRADA.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 ENT-JORNAL PIC X(08).
          02 FILLER    PIC X(07) VALUE " LINHA ".
          02 ENT-LINHA PIC 9(06).
          02 FILLER    PIC X(04) VALUE " EM ".
          02 ENT-DATA  PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 ENT-HORA  PIC 9(06).
          02 FILLER    PIC X(07) VALUE " CHAVE ".
          02 ENT-CHAVE PIC 9(07).
          02 FILLER    PIC X(06) VALUE " ACAO ".
          02 ENT-ACAO  PIC X(01).

       01 LIN-JORNAL.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 LJO-NOME  PIC X(08).
          02 FILLER    PIC X(07) VALUE " LIDAS ".
          02 LJO-LIDAS PIC ZZZZZ9.
          02 FILLER    PIC X(14) VALUE " SELECIONADAS ".
          02 LJO-SELEC PIC ZZZZZ9.
          02 FILLER    PIC X(11) VALUE " APLICADAS ".
          02 LJO-APLIC PIC ZZZZZ9.

       01 LINHA-AVISO.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 AVI-TEXTO PIC X(60).

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

       PGM-RECUPERA.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          MOVE ZEROES TO TAB-CONTAGEM.
          PERFORM LE-PARAMETROS.
          PERFORM ABRE-RESTAURADO.
          OPEN OUTPUT ARQMOV RELRECUP.
          PERFORM CABECALHO.
          MOVE ORIGEM-GERACAO TO PAR-LOCAL.
          MOVE DATA-GERACAO TO PAR-DATA.
          WRITE REGRECUP FROM LIN-GERACAO AFTER ADVANCING 1 LINE.
          MOVE ARQUIVO-ALVO TO PAR-ARQ.
          MOVE MOMENTO-LIMITE TO PAR-ATE.
          WRITE REGRECUP FROM LIN-LIMITE AFTER ADVANCING 1 LINE.
          WRITE REGRECUP FROM CAB-03 AFTER ADVANCING 1 LINE.
          ADD 3 TO CT-LIN.
          SORT SORTWK ON ASCENDING KEY DATA-SRT HORA-SRT
                                       ORIGEM-SRT LINHA-SRT
              INPUT PROCEDURE IS COLETA-JORNAIS
              OUTPUT PROCEDURE IS REAPLICA-JORNAIS.
          CLOSE ARQMOV.
          IF ALVO-CADSOC1 EQUAL "SIM"
              CLOSE RESSOC
          ELSE
              CLOSE RESALU.
          SORT SORTRES ON ASCENDING KEY CHAVE-RES ORDEM-RES
              USING ARQMOV
              OUTPUT PROCEDURE IS RESUME-RECUPERACAO.
          PERFORM TERMINO.
          STOP RUN.

      *----------------------------------------------------------------
      *    GER_ORIGEM PRECISA ESTAR NO CATGER: DALI SAEM O ARQUIVO E
      *    A DATA DA GERACAO. REC_ATE LIMITA A REAPLICACAO.
      *----------------------------------------------------------------
       LE-PARAMETROS.
          ACCEPT ORIGEM-GERACAO FROM ENVIRONMENT "GER_ORIGEM".
          ACCEPT ENTRADA-ATE FROM ENVIRONMENT "REC_ATE".
          IF ORIGEM-GERACAO EQUAL SPACES
              DISPLAY "GER_ORIGEM E OBRIGATORIO (CAMINHO DA "
                  "GERACAO CATALOGADA)."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN INPUT CATGER.
          PERFORM LE-CATALOGO.
          PERFORM PROCURA-GERACAO UNTIL FIM-GER EQUAL "SIM".
          CLOSE CATGER.
          IF ACHOU-GERACAO EQUAL "NAO"
              DISPLAY "GERACAO " ORIGEM-GERACAO
                  " NAO CONSTA DO CATGER."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          IF ARQUIVO-ALVO EQUAL "CADSOC1.DAT"
              MOVE "SIM" TO ALVO-CADSOC1
          ELSE
          IF ARQUIVO-ALVO NOT EQUAL "ARQALU.DAT"
              DISPLAY "GERACAO DE " ARQUIVO-ALVO " - A RECUPERACAO "
                  "E SO DO CADSOC1 OU DO ARQALU."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          IF ENTRADA-ATE EQUAL SPACES
              MOVE ALL "9" TO MOMENTO-LIMITE
          ELSE
          IF ENTRADA-ATE(1:8) NUMERIC
             AND ENTRADA-ATE(9:6) EQUAL SPACES
              MOVE ENTRADA-ATE(1:8) TO MOMENTO-LIMITE(1:8)
              MOVE "235959" TO MOMENTO-LIMITE(9:6)
          ELSE
          IF ENTRADA-ATE NUMERIC
              MOVE ENTRADA-ATE TO MOMENTO-LIMITE
          ELSE
              DISPLAY "REC_ATE DEVE SER AAAAMMDDHHMMSS, AAAAMMDD OU "
                  "BRANCO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       LE-CATALOGO.
          READ CATGER AT END MOVE "SIM" TO FIM-GER.

       PROCURA-GERACAO.
          IF LOCAL-GER EQUAL ORIGEM-GERACAO
              MOVE "SIM" TO ACHOU-GERACAO
              MOVE ARQUIVO-GER TO ARQUIVO-ALVO
              MOVE DATA-GER TO DATA-GERACAO.
          PERFORM LE-CATALOGO.

       ABRE-RESTAURADO.
          IF ALVO-CADSOC1 EQUAL "SIM"
              OPEN I-O RESSOC
              MOVE FS-SOC TO FS-RESTAURADO
          ELSE
              OPEN I-O RESALU
              MOVE FS-ALU TO FS-RESTAURADO.
          IF FS-RESTAURADO NOT EQUAL "00"
              DISPLAY "RESTAUR.DAT NAO ABRIU - STATUS " FS-RESTAURADO
                  ". RESTAURE A GERACAO PELO GERENGER "
                  "(ACAO_GER=RESTAURA)."
              MOVE 8 TO RETURN-CODE
              STOP RUN.

      *----------------------------------------------------------------
      *    ENTRADA DO SORT: AS LINHAS DO PERIODO DE CADA JORNAL DO
      *    ARQUIVO, NORMALIZADAS (CHAVE, ACAO, ANTES E DEPOIS).
      *    ACAO: I INCLUSAO, A ALTERACAO, E EXCLUSAO, V LINHA DE
      *    SOCIO SEM IMAGEM, R RECIBO, N NOTA, S SITUACAO, T TURMA.
      *----------------------------------------------------------------
       COLETA-JORNAIS.
          IF ALVO-CADSOC1 EQUAL "SIM"
              PERFORM COLETA-JORNSOC
              PERFORM COLETA-JORNRCB
          ELSE
              PERFORM COLETA-JORNOTA
              PERFORM COLETA-JORNSIT
              PERFORM COLETA-JORNTUR.

       CONFERE-MOMENTO.
          MOVE "NAO" TO DENTRO-PERIODO.
          IF MOM-DATA GREATER THAN DATA-GERACAO
             AND MOMENTO-JORNAL NOT GREATER THAN MOMENTO-LIMITE
              MOVE "SIM" TO DENTRO-PERIODO.

       PREPARA-ENTRADA.
          MOVE SPACES TO REG-SRT.
          MOVE MOM-DATA TO DATA-SRT.
          MOVE MOM-HORA TO HORA-SRT.
          MOVE IX-JOR TO ORIGEM-SRT.
          MOVE LINHA-JORNAL TO LINHA-SRT.
          MOVE ZEROES TO NOTA-SRT.

       LIBERA-ENTRADA.
          ADD 1 TO QTD-SELECIONADAS (IX-JOR).
          RELEASE REG-SRT.

       COLETA-JORNSOC.
          MOVE 1 TO IX-JOR.
          MOVE ZEROES TO LINHA-JORNAL.
          MOVE "NAO" TO FIM-JSO.
          OPEN INPUT JORNSOC.
          PERFORM LE-JORNSOC.
          PERFORM SELECIONA-JORNSOC UNTIL FIM-JSO EQUAL "SIM".
          CLOSE JORNSOC.

       LE-JORNSOC.
          READ JORNSOC AT END MOVE "SIM" TO FIM-JSO.
          IF FIM-JSO NOT EQUAL "SIM"
              ADD 1 TO LINHA-JORNAL
              ADD 1 TO QTD-LIDAS (IX-JOR)
              ADD 1 TO CONTADOR-LIDAS.

       SELECIONA-JORNSOC.
          MOVE ZEROES TO MOMENTO-JORNAL.
          IF JSO-DATA NUMERIC AND JSO-HORA NUMERIC
              MOVE JSO-DATA TO MOM-DATA
              MOVE JSO-HORA TO MOM-HORA.
          PERFORM CONFERE-MOMENTO.
          IF DENTRO-PERIODO EQUAL "SIM"
              IF JSO-DISPOSICAO EQUAL "REJ-DUPLICADA"
                 OR JSO-DISPOSICAO EQUAL "RECUSADA"
                 OR JSO-DISPOSICAO EQUAL "NAO-ENCONTRADA"
                  ADD 1 TO CONTADOR-IGNORADAS
              ELSE
                  PERFORM PREPARA-ENTRADA
                  MOVE JSO-NUMERO TO CHAVE-SRT
                  MOVE JSO-IMAGEM-ANT TO ANTES-SRT
                  MOVE JSO-IMAGEM-DEP TO DEPOIS-SRT
                  PERFORM CLASSIFICA-IMAGENS
                  PERFORM LIBERA-ENTRADA.
          PERFORM LE-JORNSOC.

       CLASSIFICA-IMAGENS.
          IF ANTES-SRT EQUAL SPACES AND DEPOIS-SRT EQUAL SPACES
              MOVE "V" TO ACAO-SRT
          ELSE
          IF ANTES-SRT EQUAL SPACES
              MOVE "I" TO ACAO-SRT
          ELSE
          IF DEPOIS-SRT EQUAL SPACES
              MOVE "E" TO ACAO-SRT
          ELSE
              MOVE "A" TO ACAO-SRT.

       COLETA-JORNRCB.
          MOVE 2 TO IX-JOR.
          MOVE ZEROES TO LINHA-JORNAL.
          MOVE "NAO" TO FIM-JRC.
          OPEN INPUT JORNRCB.
          PERFORM LE-JORNRCB.
          PERFORM SELECIONA-JORNRCB UNTIL FIM-JRC EQUAL "SIM".
          CLOSE JORNRCB.

       LE-JORNRCB.
          READ JORNRCB AT END MOVE "SIM" TO FIM-JRC.
          IF FIM-JRC NOT EQUAL "SIM"
              ADD 1 TO LINHA-JORNAL
              ADD 1 TO QTD-LIDAS (IX-JOR)
              ADD 1 TO CONTADOR-LIDAS.

      *----------------------------------------------------------------
      *    LINHA SEM HORA (GRAVADA ANTES DE JRC-HORA) VALE 000000.
      *----------------------------------------------------------------
       SELECIONA-JORNRCB.
          MOVE ZEROES TO MOMENTO-JORNAL.
          IF JRC-DATA-MOV NUMERIC
              MOVE JRC-DATA-MOV TO MOM-DATA.
          IF JRC-HORA NUMERIC
              MOVE JRC-HORA TO MOM-HORA.
          PERFORM CONFERE-MOMENTO.
          IF DENTRO-PERIODO EQUAL "SIM"
              IF JRC-TIPO EQUAL "S" OR JRC-TIPO EQUAL SPACE
                 OR JRC-TIPO EQUAL "F" OR JRC-TIPO EQUAL "G"
                 OR JRC-TIPO EQUAL "E"
                  PERFORM PREPARA-ENTRADA
                  MOVE JRC-SOCIO TO CHAVE-SRT
                  MOVE "R" TO ACAO-SRT
                  MOVE JRC-CODIGO-ANT TO ANTES-SRT(1:2)
                  MOVE JRC-MESES-ANT TO ANTES-SRT(3:2)
                  MOVE JRC-CODIGO-NOVO TO DEPOIS-SRT(1:2)
                  MOVE JRC-MESES-NOVO TO DEPOIS-SRT(3:2)
                  PERFORM LIBERA-ENTRADA
              ELSE
                  ADD 1 TO CONTADOR-IGNORADAS.
          PERFORM LE-JORNRCB.

       COLETA-JORNOTA.
          MOVE 3 TO IX-JOR.
          MOVE ZEROES TO LINHA-JORNAL.
          MOVE "NAO" TO FIM-JOR.
          OPEN INPUT JORNOTA.
          PERFORM LE-JORNOTA.
          PERFORM SELECIONA-JORNOTA UNTIL FIM-JOR EQUAL "SIM".
          CLOSE JORNOTA.

       LE-JORNOTA.
          READ JORNOTA AT END MOVE "SIM" TO FIM-JOR.
          IF FIM-JOR NOT EQUAL "SIM"
              ADD 1 TO LINHA-JORNAL
              ADD 1 TO QTD-LIDAS (IX-JOR)
              ADD 1 TO CONTADOR-LIDAS.

      *----------------------------------------------------------------
      *    MATRICULA ZERO E LINHA DE LIBERACAO DO IMPNOTA, SEM NOTA.
      *----------------------------------------------------------------
       SELECIONA-JORNOTA.
          MOVE ZEROES TO MOMENTO-JORNAL.
          IF JOR-DATA NUMERIC AND JOR-HORA NUMERIC
              MOVE JOR-DATA TO MOM-DATA
              MOVE JOR-HORA TO MOM-HORA.
          PERFORM CONFERE-MOMENTO.
          IF DENTRO-PERIODO EQUAL "SIM"
              IF JOR-MATRICULA EQUAL ZEROES
                  ADD 1 TO CONTADOR-IGNORADAS
              ELSE
                  PERFORM PREPARA-ENTRADA
                  MOVE JOR-MATRICULA TO CHAVE-SRT
                  MOVE "N" TO ACAO-SRT
                  MOVE JOR-NOTA-NUM TO NOTA-SRT
                  MOVE JOR-VALOR-ANTES TO ANTES-SRT(1:4)
                  MOVE JOR-VALOR-DEPOIS TO DEPOIS-SRT(1:4)
                  MOVE JOR-DISCIPLINA TO DISC-SRT
                  PERFORM LIBERA-ENTRADA.
          PERFORM LE-JORNOTA.

       COLETA-JORNSIT.
          MOVE 4 TO IX-JOR.
          MOVE ZEROES TO LINHA-JORNAL.
          MOVE "NAO" TO FIM-JSI.
          OPEN INPUT JORNSIT.
          PERFORM LE-JORNSIT.
          PERFORM SELECIONA-JORNSIT UNTIL FIM-JSI EQUAL "SIM".
          CLOSE JORNSIT.

       LE-JORNSIT.
          READ JORNSIT AT END MOVE "SIM" TO FIM-JSI.
          IF FIM-JSI NOT EQUAL "SIM"
              ADD 1 TO LINHA-JORNAL
              ADD 1 TO QTD-LIDAS (IX-JOR)
              ADD 1 TO CONTADOR-LIDAS.

       SELECIONA-JORNSIT.
          MOVE ZEROES TO MOMENTO-JORNAL.
          IF JSI-DATA NUMERIC AND JSI-HORA NUMERIC
              MOVE JSI-DATA TO MOM-DATA
              MOVE JSI-HORA TO MOM-HORA.
          PERFORM CONFERE-MOMENTO.
          IF DENTRO-PERIODO EQUAL "SIM"
              PERFORM PREPARA-ENTRADA
              MOVE JSI-MATRICULA TO CHAVE-SRT
              MOVE "S" TO ACAO-SRT
              MOVE JSI-SIT-ANTES TO ANTES-SRT(1:1)
              MOVE JSI-SIT-DEPOIS TO DEPOIS-SRT(1:1)
              PERFORM LIBERA-ENTRADA.
          PERFORM LE-JORNSIT.

       COLETA-JORNTUR.
          MOVE 5 TO IX-JOR.
          MOVE ZEROES TO LINHA-JORNAL.
          MOVE "NAO" TO FIM-JTU.
          OPEN INPUT JORNTUR.
          PERFORM LE-JORNTUR.
          PERFORM SELECIONA-JORNTUR UNTIL FIM-JTU EQUAL "SIM".
          CLOSE JORNTUR.

       LE-JORNTUR.
          READ JORNTUR AT END MOVE "SIM" TO FIM-JTU.
          IF FIM-JTU NOT EQUAL "SIM"
              ADD 1 TO LINHA-JORNAL
              ADD 1 TO QTD-LIDAS (IX-JOR)
              ADD 1 TO CONTADOR-LIDAS.

       SELECIONA-JORNTUR.
          MOVE ZEROES TO MOMENTO-JORNAL.
          IF JTU-DATA NUMERIC AND JTU-HORA NUMERIC
              MOVE JTU-DATA TO MOM-DATA
              MOVE JTU-HORA TO MOM-HORA.
          PERFORM CONFERE-MOMENTO.
          IF DENTRO-PERIODO EQUAL "SIM"
              PERFORM PREPARA-ENTRADA
              MOVE JTU-MATRICULA TO CHAVE-SRT
              MOVE "T" TO ACAO-SRT
              MOVE JTU-TURMA-ANTES TO ANTES-SRT(1:3)
              MOVE JTU-TURMA-DEPOIS TO DEPOIS-SRT(1:3)
              PERFORM LIBERA-ENTRADA.
          PERFORM LE-JORNTUR.

      *----------------------------------------------------------------
      *    SAIDA DO SORT: REAPLICA EM ORDEM DE DATA E HORA ATE A
      *    PRIMEIRA LINHA QUE NAO CONFERE.
      *----------------------------------------------------------------
       REAPLICA-JORNAIS.
          MOVE "NAO" TO FIM-SRT.
          PERFORM RETORNA-ENTRADA.
          PERFORM REAPLICA-ENTRADA
              UNTIL FIM-SRT EQUAL "SIM"
                 OR RECUPERACAO-PAROU EQUAL "SIM".

       RETORNA-ENTRADA.
          RETURN SORTWK AT END MOVE "SIM" TO FIM-SRT.

       REAPLICA-ENTRADA.
          MOVE "SIM" TO ENTRADA-CONFERE.
          MOVE "NAO" TO ENTRADA-APLICADA.
          MOVE SPACES TO MOTIVO-DIVERGENCIA.
          MOVE SPACES TO VALOR-ENCONTRADO.
          IF ALVO-CADSOC1 EQUAL "SIM"
              PERFORM APLICA-SOCIO
          ELSE
              PERFORM APLICA-ALUNO.
          IF ENTRADA-CONFERE EQUAL "SIM"
             AND ENTRADA-APLICADA EQUAL "NAO"
              ADD 1 TO CONTADOR-SEM-EFEITO.
          IF ENTRADA-CONFERE EQUAL "NAO"
              MOVE "SIM" TO RECUPERACAO-PAROU
              ADD 1 TO CONTADOR-DIVERGE
              PERFORM IMPRIME-DIVERGENCIA
          ELSE
              PERFORM RETORNA-ENTRADA.

       APLICA-SOCIO.
          MOVE CHAVE-SRT TO NUMERO-SOCIO1.
          MOVE "NAO" TO NAO-ACHOU.
          READ RESSOC KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE SPACES TO IMAGEM-ATUAL
          ELSE
              PERFORM MONTA-IMAGEM
              MOVE REG-ISO TO IMAGEM-ATUAL.
          MOVE IMAGEM-ATUAL TO VALOR-ENCONTRADO.
          IF ACAO-SRT EQUAL "R"
              PERFORM APLICA-RECIBO
          ELSE
          IF ACAO-SRT EQUAL "V"
              PERFORM CONFERE-SEM-IMAGEM
          ELSE
              PERFORM APLICA-IMAGEM-SOCIO.

      *----------------------------------------------------------------
      *    LINHA DO JORNSOC SEM IMAGEM: SO CABE QUANDO O SOCIO NAO
      *    EXISTE (NADA FOI ALTERADO); SE EXISTE, A LINHA E ANTERIOR
      *    AS IMAGENS E NAO DA PARA REAPLICAR.
      *----------------------------------------------------------------
       CONFERE-SEM-IMAGEM.
          IF NAO-ACHOU EQUAL "NAO"
              MOVE "NAO" TO ENTRADA-CONFERE
              MOVE "LINHA SEM IMAGEM DO SOCIO" TO MOTIVO-DIVERGENCIA.

       APLICA-IMAGEM-SOCIO.
          IF IMAGEM-ATUAL NOT EQUAL ANTES-SRT
              PERFORM RECUSA-IMAGEM-ANTERIOR.
          IF ENTRADA-CONFERE EQUAL "SIM"
             AND DEPOIS-SRT NOT EQUAL SPACES
              PERFORM CONFERE-IMAGEM-NOVA.
          IF ENTRADA-CONFERE EQUAL "SIM"
              PERFORM GRAVA-IMAGEM-SOCIO.

       RECUSA-IMAGEM-ANTERIOR.
          MOVE "NAO" TO ENTRADA-CONFERE.
          IF ANTES-SRT EQUAL SPACES
              MOVE "SOCIO JA EXISTE NA INCLUSAO" TO MOTIVO-DIVERGENCIA
          ELSE
          IF NAO-ACHOU EQUAL "SIM"
              MOVE "SOCIO NAO EXISTE" TO MOTIVO-DIVERGENCIA
          ELSE
              MOVE "IMAGEM ANTERIOR NAO CONFERE" TO MOTIVO-DIVERGENCIA.

       CONFERE-IMAGEM-NOVA.
          MOVE DEPOIS-SRT TO REG-ISO.
          IF CODIGO-ISO NOT NUMERIC OR NUMERO-ISO NOT NUMERIC
             OR VALOR-ISO NOT NUMERIC OR MESES-ISO NOT NUMERIC
             OR METODO-ISO NOT NUMERIC OR PLANO-ISO NOT NUMERIC
             OR UNIDADE-ISO NOT NUMERIC OR ADMISSAO-ISO NOT NUMERIC
             OR CPF-ISO NOT NUMERIC
              MOVE "NAO" TO ENTRADA-CONFERE
              MOVE "IMAGEM POSTERIOR INVALIDA" TO MOTIVO-DIVERGENCIA
          ELSE
          IF NUMERO-ISO NOT EQUAL CHAVE-SRT
              MOVE "NAO" TO ENTRADA-CONFERE
              MOVE "IMAGEM DE OUTRO SOCIO" TO MOTIVO-DIVERGENCIA.

       GRAVA-IMAGEM-SOCIO.
          IF DEPOIS-SRT EQUAL SPACES
              DELETE RESSOC RECORD
          ELSE
              MOVE DEPOIS-SRT TO REG-ISO
              PERFORM DESMONTA-IMAGEM
              IF ANTES-SRT EQUAL SPACES
                  WRITE REG-SOC1
              ELSE
                  REWRITE REG-SOC1.
          MOVE DEPOIS-SRT TO IMAGEM-NOVA.
          PERFORM REGISTRA-MOVIMENTO.

      *----------------------------------------------------------------
      *    RECIBO, ESTORNO OU LINHA G: CODIGO E MESES DO SOCIO TEM QUE
      *    ESTAR COMO A LINHA ENCONTROU.
      *----------------------------------------------------------------
       APLICA-RECIBO.
          MOVE CODIGO-PAGAMENTO1 TO CMA-CODIGO.
          MOVE MESES-ATRASO1 TO CMA-MESES.
          MOVE DEPOIS-SRT(1:4) TO CODIGO-MESES-NOVO-X.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE "NAO" TO ENTRADA-CONFERE
              MOVE "SOCIO NAO EXISTE" TO MOTIVO-DIVERGENCIA
          ELSE
          IF ANTES-SRT(1:4) NOT NUMERIC
             OR CODIGO-MESES-NOVO-X NOT NUMERIC
              MOVE "NAO" TO ENTRADA-CONFERE
              MOVE "LINHA SEM CODIGO E MESES" TO MOTIVO-DIVERGENCIA
          ELSE
          IF ANTES-SRT(1:4) NOT EQUAL CODIGO-MESES-ATUAL
              MOVE CODIGO-MESES-ATUAL TO VALOR-ENCONTRADO
              MOVE "NAO" TO ENTRADA-CONFERE
              MOVE "CODIGO E MESES NAO CONFEREM" TO MOTIVO-DIVERGENCIA
          ELSE
              MOVE CMN-CODIGO TO CODIGO-PAGAMENTO1
              MOVE CMN-MESES TO MESES-ATRASO1
              REWRITE REG-SOC1
              PERFORM MONTA-IMAGEM
              MOVE REG-ISO TO IMAGEM-NOVA
              PERFORM REGISTRA-MOVIMENTO.

       APLICA-ALUNO.
          MOVE CHAVE-SRT TO MATRICULA-ENT-NUM.
          MOVE "NAO" TO NAO-ACHOU.
          READ RESALU KEY IS MATRICULA-ENT
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE "NAO" TO ENTRADA-CONFERE
              MOVE "MATRICULA NAO EXISTE" TO MOTIVO-DIVERGENCIA
          ELSE
              PERFORM MONTA-IMAGEM-ALUNO
              MOVE REG-IAL TO IMAGEM-ATUAL
              IF ACAO-SRT EQUAL "N"
                  PERFORM APLICA-NOTA
              ELSE
              IF ACAO-SRT EQUAL "S"
                  PERFORM APLICA-SITUACAO
              ELSE
                  PERFORM APLICA-TURMA.

      *----------------------------------------------------------------
      *    NOTA DE OUTRA DISCIPLINA SO MUDOU O ARQDIS: SEM EFEITO.
      *----------------------------------------------------------------
       APLICA-NOTA.
          MOVE ZEROES TO NOTA-DISPLAY.
          IF NOTA-SRT EQUAL 1
              MOVE NOTA1-ENT TO NOTA-DISPLAY.
          IF NOTA-SRT EQUAL 2
              MOVE NOTA2-ENT TO NOTA-DISPLAY.
          IF NOTA-SRT EQUAL 3
              MOVE NOTA3-ENT TO NOTA-DISPLAY.
          IF NOTA-SRT EQUAL 4
              MOVE NOTA4-ENT TO NOTA-DISPLAY.
          MOVE NOTA-TRABALHO-X TO VALOR-ENCONTRADO.
          IF DISC-SRT NOT EQUAL SPACES
             AND DISC-SRT NOT EQUAL DISCIPLINA-ENT
              NEXT SENTENCE
          ELSE
          IF NOTA-SRT LESS THAN 1 OR NOTA-SRT GREATER THAN 4
             OR ANTES-SRT(1:4) NOT NUMERIC
             OR DEPOIS-SRT(1:4) NOT NUMERIC
              MOVE "NAO" TO ENTRADA-CONFERE
              MOVE "LINHA DE NOTA INVALIDA" TO MOTIVO-DIVERGENCIA
          ELSE
          IF ANTES-SRT(1:4) NOT EQUAL NOTA-TRABALHO-X
              MOVE "NAO" TO ENTRADA-CONFERE
              MOVE "NOTA ANTERIOR NAO CONFERE" TO MOTIVO-DIVERGENCIA
          ELSE
              PERFORM GRAVA-NOTA.

       GRAVA-NOTA.
          MOVE DEPOIS-SRT(1:4) TO NOTA-TRABALHO-X.
          IF NOTA-SRT EQUAL 1
              MOVE NOTA-DISPLAY TO NOTA1-ENT.
          IF NOTA-SRT EQUAL 2
              MOVE NOTA-DISPLAY TO NOTA2-ENT.
          IF NOTA-SRT EQUAL 3
              MOVE NOTA-DISPLAY TO NOTA3-ENT.
          IF NOTA-SRT EQUAL 4
              MOVE NOTA-DISPLAY TO NOTA4-ENT.
          PERFORM REGRAVA-ALUNO.

       APLICA-SITUACAO.
          MOVE SITUACAO-ENT TO VALOR-ENCONTRADO.
          IF ANTES-SRT(1:1) NOT EQUAL SITUACAO-ENT
              MOVE "NAO" TO ENTRADA-CONFERE
              MOVE "SITUACAO ANTERIOR NAO CONFERE"
                  TO MOTIVO-DIVERGENCIA
          ELSE
          IF DEPOIS-SRT(1:1) NOT EQUAL "A"
             AND DEPOIS-SRT(1:1) NOT EQUAL "T"
             AND DEPOIS-SRT(1:1) NOT EQUAL "F"
             AND DEPOIS-SRT(1:1) NOT EQUAL "E"
              MOVE "NAO" TO ENTRADA-CONFERE
              MOVE "SITUACAO NOVA INVALIDA" TO MOTIVO-DIVERGENCIA
          ELSE
              MOVE DEPOIS-SRT(1:1) TO SITUACAO-ENT
              PERFORM REGRAVA-ALUNO.

       APLICA-TURMA.
          MOVE TURMA-ENT TO VALOR-ENCONTRADO.
          IF ANTES-SRT(1:3) NOT EQUAL TURMA-ENT
              MOVE "NAO" TO ENTRADA-CONFERE
              MOVE "TURMA ANTERIOR NAO CONFERE" TO MOTIVO-DIVERGENCIA
          ELSE
          IF DEPOIS-SRT(1:3) EQUAL SPACES
              MOVE "NAO" TO ENTRADA-CONFERE
              MOVE "TURMA NOVA EM BRANCO" TO MOTIVO-DIVERGENCIA
          ELSE
              MOVE DEPOIS-SRT(1:3) TO TURMA-ENT
              PERFORM REGRAVA-ALUNO.

       REGRAVA-ALUNO.
          REWRITE REG-ALU.
          PERFORM MONTA-IMAGEM-ALUNO.
          MOVE REG-IAL TO IMAGEM-NOVA.
          PERFORM REGISTRA-MOVIMENTO.

       REGISTRA-MOVIMENTO.
          ADD 1 TO SEQ-MOVIMENTO.
          MOVE CHAVE-SRT TO CHAVE-MOV.
          MOVE SEQ-MOVIMENTO TO ORDEM-MOV.
          MOVE IMAGEM-ATUAL TO ANTES-MOV.
          MOVE IMAGEM-NOVA TO DEPOIS-MOV.
          WRITE REG-MOV.
          ADD 1 TO QTD-APLICADAS (ORIGEM-SRT).
          ADD 1 TO CONTADOR-APLICADAS.
          MOVE DATA-SRT TO ULT-DATA.
          MOVE HORA-SRT TO ULT-HORA.
          MOVE "SIM" TO ENTRADA-APLICADA.

      *----------------------------------------------------------------
      *    IMAGENS TEXTO DO SOCIO (REGISO) E DO ALUNO.
      *----------------------------------------------------------------
       MONTA-IMAGEM.
          MOVE CODIGO-PAGAMENTO1 TO CODIGO-ISO.
          MOVE NUMERO-SOCIO1 TO NUMERO-ISO.
          MOVE NOME-SOCIO1 TO NOME-ISO.
          MOVE VALOR-PAGAMENTO1 TO VALOR-ISO.
          MOVE MESES-ATRASO1 TO MESES-ISO.
          MOVE METODO-PAGAMENTO1 TO METODO-ISO.
          MOVE PLANO-SOCIO1 TO PLANO-ISO.
          MOVE UNIDADE-SOCIO1 TO UNIDADE-ISO.
          MOVE SITUACAO-COBR1 TO SITUACAO-ISO.
          MOVE DATA-ADMISSAO1 TO ADMISSAO-ISO.
          MOVE CPF-SOCIO1 TO CPF-ISO.

       DESMONTA-IMAGEM.
          MOVE CODIGO-ISO TO CODIGO-PAGAMENTO1.
          MOVE NUMERO-ISO TO NUMERO-SOCIO1.
          MOVE NOME-ISO TO NOME-SOCIO1.
          MOVE VALOR-ISO TO VALOR-PAGAMENTO1.
          MOVE MESES-ISO TO MESES-ATRASO1.
          MOVE METODO-ISO TO METODO-PAGAMENTO1.
          MOVE PLANO-ISO TO PLANO-SOCIO1.
          MOVE UNIDADE-ISO TO UNIDADE-SOCIO1.
          MOVE SITUACAO-ISO TO SITUACAO-COBR1.
          MOVE ADMISSAO-ISO TO DATA-ADMISSAO1.
          MOVE CPF-ISO TO CPF-SOCIO1.

       MONTA-IMAGEM-ALUNO.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-IAL.
          MOVE NOME-ENT TO NOME-IAL.
          MOVE NOTA1-ENT TO NOTA1-IAL.
          MOVE NOTA2-ENT TO NOTA2-IAL.
          MOVE NOTA3-ENT TO NOTA3-IAL.
          MOVE NOTA4-ENT TO NOTA4-IAL.
          MOVE FALTAS-ENT TO FALTAS-IAL.
          MOVE SEXO-ENT TO SEXO-IAL.
          MOVE REPETENTE-ENT TO REPETENTE-IAL.
          MOVE TURMA-ENT TO TURMA-IAL.
          MOVE DISCIPLINA-ENT TO DISCIPLINA-IAL.
          MOVE SITUACAO-ENT TO SITUACAO-IAL.

       IMPRIME-DIVERGENCIA.
          MOVE "LINHA QUE NAO CONFERE - RECUPERACAO INTERROMPIDA"
              TO AVI-TEXTO.
          PERFORM IMPRIME-AVISO.
          MOVE NOME-JORNAL (ORIGEM-SRT) TO ENT-JORNAL.
          MOVE LINHA-SRT TO ENT-LINHA.
          MOVE DATA-SRT TO ENT-DATA.
          MOVE HORA-SRT TO ENT-HORA.
          MOVE CHAVE-SRT TO ENT-CHAVE.
          MOVE ACAO-SRT TO ENT-ACAO.
          PERFORM IMPRIME-ENTRADA.
          MOVE MOTIVO-DIVERGENCIA TO AVI-TEXTO.
          PERFORM IMPRIME-AVISO.
          MOVE "ESPERADO  " TO OCO-TIPO.
          MOVE CHAVE-SRT TO OCO-CHAVE.
          MOVE ANTES-SRT TO OCO-REG.
          PERFORM IMPRIME-OCORRENCIA.
          MOVE "ENCONTRADO" TO OCO-TIPO.
          MOVE VALOR-ENCONTRADO TO OCO-REG.
          PERFORM IMPRIME-OCORRENCIA.
          MOVE "NOVO      " TO OCO-TIPO.
          MOVE DEPOIS-SRT TO OCO-REG.
          PERFORM IMPRIME-OCORRENCIA.
          DISPLAY "RECUPERACAO INTERROMPIDA - " NOME-JORNAL (ORIGEM-SRT)
              " LINHA " LINHA-SRT " CHAVE " CHAVE-SRT ": "
              MOTIVO-DIVERGENCIA.

      *----------------------------------------------------------------
      *    RESUMO NO MOLDE DO COMPARQ: POR CHAVE, A PRIMEIRA IMAGEM
      *    ANTES CONTRA A ULTIMA IMAGEM DEPOIS.
      *----------------------------------------------------------------
       RESUME-RECUPERACAO.
          MOVE "RESUMO DO QUE FOI RECUPERADO" TO AVI-TEXTO.
          PERFORM IMPRIME-AVISO.
          MOVE "NAO" TO FIM-RES.
          PERFORM RETORNA-RESUMO.
          PERFORM ACUMULA-RESUMO UNTIL FIM-RES EQUAL "SIM".
          IF TEM-GRUPO EQUAL "SIM"
              PERFORM FECHA-GRUPO.

       RETORNA-RESUMO.
          RETURN SORTRES AT END MOVE "SIM" TO FIM-RES.

       ACUMULA-RESUMO.
          IF TEM-GRUPO EQUAL "SIM"
             AND CHAVE-RES NOT EQUAL CHAVE-GRUPO
              PERFORM FECHA-GRUPO.
          IF TEM-GRUPO EQUAL "NAO"
              MOVE "SIM" TO TEM-GRUPO
              MOVE CHAVE-RES TO CHAVE-GRUPO
              MOVE ANTES-RES TO ANTES-GRUPO.
          MOVE DEPOIS-RES TO DEPOIS-GRUPO.
          PERFORM RETORNA-RESUMO.

       FECHA-GRUPO.
          MOVE "NAO" TO TEM-GRUPO.
          MOVE CHAVE-GRUPO TO OCO-CHAVE.
          IF ANTES-GRUPO EQUAL DEPOIS-GRUPO
              ADD 1 TO CONTADOR-IGUAIS
          ELSE
          IF ANTES-GRUPO EQUAL SPACES
              ADD 1 TO CONTADOR-INCLUIDOS
              MOVE "INCLUIDO  " TO OCO-TIPO
              MOVE DEPOIS-GRUPO TO OCO-REG
              PERFORM IMPRIME-OCORRENCIA
          ELSE
          IF DEPOIS-GRUPO EQUAL SPACES
              ADD 1 TO CONTADOR-EXCLUIDOS
              MOVE "EXCLUIDO  " TO OCO-TIPO
              MOVE ANTES-GRUPO TO OCO-REG
              PERFORM IMPRIME-OCORRENCIA
          ELSE
              PERFORM TRATA-ALTERADO.

       TRATA-ALTERADO.
          ADD 1 TO CONTADOR-ALTERADOS.
          MOVE "ANTES     " TO OCO-TIPO.
          MOVE ANTES-GRUPO TO OCO-REG.
          PERFORM IMPRIME-OCORRENCIA.
          MOVE "DEPOIS    " TO OCO-TIPO.
          MOVE DEPOIS-GRUPO TO OCO-REG.
          PERFORM IMPRIME-OCORRENCIA.
          MOVE ZEROES TO COLUNA-DIF.
          PERFORM TESTA-UMA-COLUNA
              VARYING IX-COL FROM 1 BY 1
              UNTIL IX-COL GREATER THAN 76
                 OR COLUNA-DIF GREATER THAN ZEROES.
          MOVE COLUNA-DIF TO COL-DIF.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGRECUP FROM LIN-COLUNA AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       TESTA-UMA-COLUNA.
          IF ANTES-GRUPO(IX-COL:1) NOT EQUAL DEPOIS-GRUPO(IX-COL:1)
              MOVE IX-COL TO COLUNA-DIF.

       IMPRIME-OCORRENCIA.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGRECUP FROM LIN-OCORR AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       IMPRIME-ENTRADA.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGRECUP FROM LIN-ENTRADA AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       IMPRIME-AVISO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGRECUP FROM LINHA-AVISO AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGRECUP.
          WRITE REGRECUP AFTER ADVANCING PAGE.
          WRITE REGRECUP FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGRECUP FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGRECUP FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          MOVE "LINHAS POR JORNAL" TO AVI-TEXTO.
          WRITE REGRECUP FROM LINHA-AVISO AFTER ADVANCING 2 LINES.
          IF ALVO-CADSOC1 EQUAL "SIM"
              PERFORM IMPRIME-JORNAL
                  VARYING IX-JOR FROM 1 BY 1
                  UNTIL IX-JOR GREATER THAN 2
          ELSE
              PERFORM IMPRIME-JORNAL
                  VARYING IX-JOR FROM 3 BY 1
                  UNTIL IX-JOR GREATER THAN 5.
          MOVE "INCLUIDOS................:" TO TOT-ROTULO.
          MOVE CONTADOR-INCLUIDOS TO TOT-QTD.
          WRITE REGRECUP FROM CAB-04 AFTER ADVANCING 2 LINES.
          MOVE "EXCLUIDOS................:" TO TOT-ROTULO.
          MOVE CONTADOR-EXCLUIDOS TO TOT-QTD.
          WRITE REGRECUP FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "ALTERADOS................:" TO TOT-ROTULO.
          MOVE CONTADOR-ALTERADOS TO TOT-QTD.
          WRITE REGRECUP FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "IGUAIS AO FIM............:" TO TOT-ROTULO.
          MOVE CONTADOR-IGUAIS TO TOT-QTD.
          WRITE REGRECUP FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "LINHAS APLICADAS.........:" TO TOT-ROTULO.
          MOVE CONTADOR-APLICADAS TO TOT-QTD.
          WRITE REGRECUP FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "LINHAS SEM EFEITO........:" TO TOT-ROTULO.
          MOVE CONTADOR-SEM-EFEITO TO TOT-QTD.
          WRITE REGRECUP FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "LINHAS NAO APLICAVEIS....:" TO TOT-ROTULO.
          MOVE CONTADOR-IGNORADAS TO TOT-QTD.
          WRITE REGRECUP FROM CAB-04 AFTER ADVANCING 1 LINE.
          IF RECUPERACAO-PAROU EQUAL "SIM"
              MOVE "RECUPERACAO INTERROMPIDA NA LINHA QUE NAO CONFERE"
                  TO AVI-TEXTO
          ELSE
              MOVE "RECUPERACAO COMPLETA ATE O PONTO PEDIDO"
                  TO AVI-TEXTO.
          WRITE REGRECUP FROM LINHA-AVISO AFTER ADVANCING 2 LINES.
          CLOSE RELRECUP.
          PERFORM GRAVA-LOG.
          DISPLAY "RECUPERACAO DE " ARQUIVO-ALVO " EM RESTAUR.DAT.".
          DISPLAY "LINHAS APLICADAS: " CONTADOR-APLICADAS.
          DISPLAY "ULTIMA APLICADA.: " ULT-DATA " " ULT-HORA.
          IF RECUPERACAO-PAROU EQUAL "SIM"
              DISPLAY "LINHA QUE NAO CONFERE - CONFERIR RELRECUP."
              MOVE 8 TO RETURN-CODE
          ELSE
              DISPLAY "CONFIRA O RELRECUP ANTES DE COPIAR O "
                  "RESTAUR.DAT SOBRE O ARQUIVO OFICIAL.".

       IMPRIME-JORNAL.
          MOVE NOME-JORNAL (IX-JOR) TO LJO-NOME.
          MOVE QTD-LIDAS (IX-JOR) TO LJO-LIDAS.
          MOVE QTD-SELECIONADAS (IX-JOR) TO LJO-SELEC.
          MOVE QTD-APLICADAS (IX-JOR) TO LJO-APLIC.
          WRITE REGRECUP FROM LIN-JORNAL AFTER ADVANCING 1 LINE.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "RECUPERA"             TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDAS         TO LOG-LIDOS.
          MOVE "APLICADA"             TO LOG-ARQ1-NOME.
          MOVE CONTADOR-APLICADAS     TO LOG-ARQ1-QTD.
          MOVE "DIVERGE"              TO LOG-ARQ2-NOME.
          MOVE CONTADOR-DIVERGE       TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
