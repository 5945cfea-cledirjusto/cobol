       IDENTIFICATION DIVISION.
          PROGRAM-ID.      INTEGR.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONFERENCIA SEMANAL DA INTEGRIDADE ENTRE OS CADASTROS,
      *RODADA PELO EXECSEM.BAT. CADA PROGRAMA CONFERE A SUA ENTRADA;
      *ESTE CONFERE AS LIGACOES ENTRE ELES, REGRA A REGRA:
      *  01 SOCALU  - SOCIO DO VINCULO NAO EXISTE NO CADSOC1
      *  02 SOCALU  - ALUNO DO VINCULO NAO EXISTE NO ARQALU
      *  03 ARQDIS  - INSCRICAO DE MATRICULA SEM ALUNO NO ARQALU
      *  04 ATRPROF - ATRIBUICAO PARA TURMA FORA DO CADTUR
      *  05 CADBANC - CONTA DE FUNCIONARIO FORA DO CADENT DA FOLHA
      *  06 CADEND  - ENDERECO DE SOCIO QUE NAO EXISTE NO CADSOC1
      *  07 ARQNEG  - ACORDO ATIVO DE SOCIO SEM CODIGO 04 (OU SEM
      *               CADASTRO)
      *  08 DESCSOC - CREDITO PENDENTE DE SOCIO CANCELADO (CODIGO 03
      *               OU SEM CADASTRO)
      *CADA REGRA TEM A SUA GRAVIDADE NA TAB-REGRAS: S (CRITICA) OU N
      *(AVISO). CADA QUEBRA SAI NO RELINT E EM ARQINT.EXC, NO LAYOUT
      *QUE O CONSEXC LE PARA O ARQPEND: CHAVE (1-10), ARQUIVO DE
      *ORIGEM (11-18), GRAVIDADE (19), REGRA (20-21), REFERENCIA
      *(22-40) E MOTIVO (41-62). CODIGO 8 QUANDO HA QUEBRA CRITICA (O
      *EXECSEM GRAVA O INTEGR.BLQ E O EXECDIA SEGUINTE NAO RODA), 4
      *QUANDO SO HA AVISO. SEM CADSOC1 OU ARQALU NADA E CONFERIDO E O
      *CODIGO E 8; SEM ARQDIS OU CADEND A REGRA DELE FICA DE FORA E
      *E LISTADA NO RELATORIO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES
          FILE STATUS IS FS-SOC.
          SELECT ARQALU ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-ENT
          ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
          FILE STATUS IS FS-ALU.
          SELECT ARQDIS ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-DIS
          FILE STATUS IS FS-DIS.
          SELECT CADEND ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-END
          FILE STATUS IS FS-END.
          SELECT OPTIONAL SOCALU ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ATRPROF ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADTUR ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADBANC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADFUN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQNEG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL DESCSOC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQINT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELINT ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       FD  ARQALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX05\ARQALU.DAT".
          COPY REGALU.

       FD  ARQDIS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX05\ARQDIS.DAT".
          COPY REGDIS.

       FD  CADEND
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADEND.DAT".
          01 REG-END.
          02 NUMERO-END                PIC 9(06).
          02 RUA-END                   PIC X(30).
          02 CIDADE-END                PIC X(20).
          02 CEP-END                   PIC 9(08).
          02 SITUACAO-END              PIC X(01).
          02 DATA-DEVOL-END            PIC 9(08).

       FD  SOCALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SOCALU.DAT".
          01 REG-VIN.
          02 SOCIO-VIN                 PIC 9(06).
          02 MATR-VIN                  PIC 9(06).
          02 DIGI-VIN                  PIC 9(01).

       FD  ATRPROF
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ATRPROF.DAT".
          01 REG-ATR.
          02 TURMA-ATR                 PIC X(03).
          02 DISCIPLINA-ATR            PIC X(05).
          02 CODIGO-PROF-ATR           PIC 9(04).

       FD  CADTUR
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADTUR.DAT".
          01 REG-TUR.
          02 TURMA-TUR                 PIC X(03).
          02 DESCRICAO-TUR             PIC X(20).
          02 CAPACIDADE-TUR            PIC 9(03).

       FD  CADBANC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADBANC.DAT".
          01 REG-BAN.
          02 MATRICULA-BAN             PIC 9(05).
          02 BANCO-BAN                 PIC 9(03).
          02 AGENCIA-BAN               PIC 9(04).
          02 CONTA-BAN                 PIC 9(08).

       FD  CADFUN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADENT.DAT".
          01 REG-FUN.
          02 MATRICULA-FUN             PIC 9(05).
          02 FILLER                    PIC X(72).

       FD  ARQNEG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQNEG.DAT".
          01 REG-NEG.
          02 SOCIO-NEG                 PIC 9(06).
          02 DATA-NEG                  PIC 9(08).
          02 TOTAL-NEG                 PIC 9(09)V9(02).
          02 PARCELAS-NEG              PIC 9(02).
          02 VALOR-PARCELA-NEG         PIC 9(09)V9(02).
          02 PARCELAS-PAGAS-NEG        PIC 9(02).
          02 SITUACAO-NEG              PIC X(01).

       FD  DESCSOC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DESCSOC.DAT".
          01 REG-DES.
          02 SOCIO-DES                 PIC 9(06).
          02 MATR-DES                  PIC 9(06).
          02 DIGI-DES                  PIC 9(01).
          02 VALOR-DES                 PIC 9(09)V9(02).
          02 DATA-DES                  PIC 9(08).
          02 SITUACAO-DES              PIC X(01).
          02 SEQ-ABAT-DES              PIC 9(06).
          02 DATA-ABAT-DES             PIC 9(08).
          02 ORIGEM-DES                PIC X(01).

       FD  ARQINT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQINT.EXC".
          01 REG-INT.
          02 CHAVE-INT                 PIC X(10).
          02 ORIGEM-INT                PIC X(08).
          02 CRITICA-INT               PIC X(01).
          02 REGRA-INT                 PIC 9(02).
          02 REFERENCIA-INT            PIC X(19).
          02 MOTIVO-INT                PIC X(22).
          02 FILLER                    PIC X(18).

       FD  RELINT
          LABEL RECORD IS OMITTED.
          01  REGINT      PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-SOC             PIC X(02) VALUE "00".
       77  FS-ALU             PIC X(02) VALUE "00".
       77  FS-DIS             PIC X(02) VALUE "00".
       77  FS-END             PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  QTD-TURMAS         PIC 9(03) VALUE ZEROES.
       77  IX-TUR             PIC 9(03) VALUE ZEROES.
       77  QTD-FUNC           PIC 9(04) VALUE ZEROES.
       77  IX-FUN             PIC 9(04) VALUE ZEROES.
       77  IX-REG             PIC 9(02) VALUE ZEROES.
       77  REGRA-ATUAL        PIC 9(02) VALUE ZEROES.
       77  CHAVE-QUEBRA       PIC X(10) VALUE SPACES.
       77  REFERENCIA-QUEBRA  PIC X(19) VALUE SPACES.
       77  MATRICULA-EDIT     PIC 9(07) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-QUEBRAS   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CRITICAS  PIC 9(06) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 TAB-TURMAS.
          02 TUR-CODIGO OCCURS 100 TIMES PIC X(03).

       01 TAB-FUNCIONARIOS.
          02 FUN-MATRICULA OCCURS 2000 TIMES PIC 9(05).

      *----------------------------------------------------------------
      *    REGRAS DA CONFERENCIA: NUMERO, ARQUIVO CONFERIDO, GRAVIDADE
      *    (S CRITICA - BLOQUEIA O EXECDIA; N AVISO), MOTIVO GRAVADO
      *    NA PENDENCIA E DESCRICAO DO RESUMO. MUDAR A GRAVIDADE DE
      *    UMA REGRA E MUDAR SO A LINHA DELA AQUI.
      *----------------------------------------------------------------
       01 TAB-REGRAS.
          02 FILLER PIC 9(02) VALUE 01.
          02 FILLER PIC X(08) VALUE "SOCALU".
          02 FILLER PIC X(01) VALUE "S".
          02 FILLER PIC X(22) VALUE "SOCIO INEXISTENTE".
          02 FILLER PIC X(40)
             VALUE "VINCULO SOCALU COM SOCIO FORA DO CADSOC1".
          02 FILLER PIC 9(02) VALUE 02.
          02 FILLER PIC X(08) VALUE "SOCALU".
          02 FILLER PIC X(01) VALUE "S".
          02 FILLER PIC X(22) VALUE "ALUNO INEXISTENTE".
          02 FILLER PIC X(40)
             VALUE "VINCULO SOCALU COM ALUNO FORA DO ARQALU".
          02 FILLER PIC 9(02) VALUE 03.
          02 FILLER PIC X(08) VALUE "ARQDIS".
          02 FILLER PIC X(01) VALUE "S".
          02 FILLER PIC X(22) VALUE "INSCRICAO SEM ALUNO".
          02 FILLER PIC X(40)
             VALUE "INSCRICAO ARQDIS SEM ALUNO NO ARQALU".
          02 FILLER PIC 9(02) VALUE 04.
          02 FILLER PIC X(08) VALUE "ATRPROF".
          02 FILLER PIC X(01) VALUE "N".
          02 FILLER PIC X(22) VALUE "TURMA INEXISTENTE".
          02 FILLER PIC X(40)
             VALUE "ATRIBUICAO ATRPROF COM TURMA FORA CADTUR".
          02 FILLER PIC 9(02) VALUE 05.
          02 FILLER PIC X(08) VALUE "CADBANC".
          02 FILLER PIC X(01) VALUE "N".
          02 FILLER PIC X(22) VALUE "FUNCIONARIO INEXIST.".
          02 FILLER PIC X(40)
             VALUE "CONTA CADBANC DE FUNCIONARIO FORA CADENT".
          02 FILLER PIC 9(02) VALUE 06.
          02 FILLER PIC X(08) VALUE "CADEND".
          02 FILLER PIC X(01) VALUE "N".
          02 FILLER PIC X(22) VALUE "SOCIO INEXISTENTE".
          02 FILLER PIC X(40)
             VALUE "ENDERECO CADEND DE SOCIO EXCLUIDO".
          02 FILLER PIC 9(02) VALUE 07.
          02 FILLER PIC X(08) VALUE "ARQNEG".
          02 FILLER PIC X(01) VALUE "S".
          02 FILLER PIC X(22) VALUE "ACORDO SEM CODIGO 04".
          02 FILLER PIC X(40)
             VALUE "ACORDO ARQNEG ATIVO SEM SOCIO CODIGO 04".
          02 FILLER PIC 9(02) VALUE 08.
          02 FILLER PIC X(08) VALUE "DESCSOC".
          02 FILLER PIC X(01) VALUE "N".
          02 FILLER PIC X(22) VALUE "CREDITO DE CANCELADO".
          02 FILLER PIC X(40)
             VALUE "CREDITO DESCSOC PENDENTE DE CANCELADO".
       01 TAB-REGRAS-R REDEFINES TAB-REGRAS.
          02 REGRA-OCORRENCIA OCCURS 8 TIMES.
             03 REG-NUMERO             PIC 9(02).
             03 REG-ORIGEM             PIC X(08).
             03 REG-GRAVIDADE          PIC X(01).
             03 REG-MOTIVO             PIC X(22).
             03 REG-DESCRICAO          PIC X(40).
       77  QTD-REGRAS         PIC 9(02) VALUE 8.

       01 TAB-CONTAGEM.
          02 REG-QTD OCCURS 8 TIMES    PIC 9(06).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "INTEGRIDADE ENTRE ".
          02 FILLER    PIC X(12) VALUE "CADASTROS   ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(02)  VALUE "RG".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(01)  VALUE "G".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "ARQUIVO ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "CHAVE     ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(19)  VALUE "REFERENCIA".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(22)  VALUE "MOTIVO".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 TOT-ROTULO PIC X(26).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-QTD   PIC ZZZZZ9.

       01 CAB-05.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 RES-REGRA PIC 99.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 RES-GRAV  PIC X(07).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 RES-DESC  PIC X(40).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 RES-QTD   PIC ZZZZZ9.

       01 DETALHE.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-REGRA PIC 99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-GRAV  PIC X(01).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-ORIGEM PIC X(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-CHAVE PIC X(10).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-REFER PIC X(19).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-MOTIVO PIC X(22).

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

       PGM-INTEGR.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          MOVE ZEROES TO TAB-CONTAGEM.
          OPEN INPUT CADSOC1 ARQALU.
          IF FS-SOC NOT EQUAL "00" OR FS-ALU NOT EQUAL "00"
              DISPLAY "CADSOC1 OU ARQALU INDISPONIVEL - INTEGRIDADE "
                  "NAO CONFERIDA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM CARGA-TURMAS.
          PERFORM CARGA-FUNCIONARIOS.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "CADTUR OU CADENT MAIOR QUE A TABELA - "
                  "INTEGRIDADE NAO CONFERIDA."
              CLOSE CADSOC1 ARQALU
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN OUTPUT ARQINT RELINT.
          PERFORM CABECALHO.
          PERFORM CONFERE-SOCALU.
          PERFORM CONFERE-ARQDIS.
          PERFORM CONFERE-ATRPROF.
          PERFORM CONFERE-CADBANC.
          PERFORM CONFERE-CADEND.
          PERFORM CONFERE-ARQNEG.
          PERFORM CONFERE-DESCSOC.
          CLOSE CADSOC1 ARQALU ARQINT.
          PERFORM TERMINO.
          STOP RUN.

       CARGA-TURMAS.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT CADTUR.
          PERFORM LE-TURMA.
          PERFORM GUARDA-TURMA UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADTUR.

       LE-TURMA.
          READ CADTUR AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-TURMA.
          IF QTD-TURMAS NOT LESS 100
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-TURMAS
              MOVE TURMA-TUR TO TUR-CODIGO (QTD-TURMAS).
          PERFORM LE-TURMA.

       CARGA-FUNCIONARIOS.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT CADFUN.
          PERFORM LE-FUNCIONARIO.
          PERFORM GUARDA-FUNCIONARIO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADFUN.

       LE-FUNCIONARIO.
          READ CADFUN AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-FUNCIONARIO.
          IF QTD-FUNC NOT LESS 2000
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-FUNC
              MOVE MATRICULA-FUN TO FUN-MATRICULA (QTD-FUNC).
          PERFORM LE-FUNCIONARIO.

      *----------------------------------------------------------------
      *    REGRAS 01 E 02 - VINCULOS SOCIO X DEPENDENTE
      *----------------------------------------------------------------
       CONFERE-SOCALU.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT SOCALU.
          PERFORM LE-VINCULO.
          PERFORM TRATA-VINCULO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE SOCALU.

       LE-VINCULO.
          READ SOCALU AT END MOVE "SIM" TO FIM-ARQ.

       TRATA-VINCULO.
          ADD 1 TO CONTADOR-LIDOS.
          MOVE MATR-VIN TO MATRICULA-EDIT(1:6).
          MOVE DIGI-VIN TO MATRICULA-EDIT(7:1).
          MOVE SOCIO-VIN TO NUMERO-SOCIO1.
          PERFORM BUSCA-SOCIO.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE 01 TO REGRA-ATUAL
              MOVE SOCIO-VIN TO CHAVE-QUEBRA
              MOVE SPACES TO REFERENCIA-QUEBRA
              STRING "ALUNO " MATRICULA-EDIT DELIMITED BY SIZE
                  INTO REFERENCIA-QUEBRA
              PERFORM REGISTRA-QUEBRA.
          MOVE MATRICULA-EDIT TO MATRICULA-ENT-NUM.
          PERFORM BUSCA-ALUNO.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE 02 TO REGRA-ATUAL
              MOVE MATRICULA-EDIT TO CHAVE-QUEBRA
              MOVE SPACES TO REFERENCIA-QUEBRA
              STRING "SOCIO " SOCIO-VIN DELIMITED BY SIZE
                  INTO REFERENCIA-QUEBRA
              PERFORM REGISTRA-QUEBRA.
          PERFORM LE-VINCULO.

      *----------------------------------------------------------------
      *    REGRA 03 - INSCRICOES SEM ALUNO
      *----------------------------------------------------------------
       CONFERE-ARQDIS.
          OPEN INPUT ARQDIS.
          IF FS-DIS NOT EQUAL "00"
              MOVE "ARQDIS INDISPONIVEL - REGRA 03 NAO CONFERIDA"
                  TO AVI-TEXTO
              PERFORM IMPRIME-AVISO
          ELSE
              MOVE "NAO" TO FIM-ARQ
              MOVE ZEROES TO MATRICULA-DIS
              MOVE SPACES TO DISCIPLINA-DIS
              START ARQDIS KEY NOT LESS CHAVE-DIS
                  INVALID KEY MOVE "SIM" TO FIM-ARQ
              END-START
              PERFORM LE-INSCRICAO
              PERFORM TRATA-INSCRICAO UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE ARQDIS.

       LE-INSCRICAO.
          IF FIM-ARQ NOT EQUAL "SIM"
              READ ARQDIS NEXT RECORD
                  AT END MOVE "SIM" TO FIM-ARQ.

       TRATA-INSCRICAO.
          ADD 1 TO CONTADOR-LIDOS.
          MOVE MATRICULA-DIS TO MATRICULA-ENT-NUM.
          PERFORM BUSCA-ALUNO.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE 03 TO REGRA-ATUAL
              MOVE MATRICULA-DIS TO CHAVE-QUEBRA
              MOVE SPACES TO REFERENCIA-QUEBRA
              STRING "DISCIPLINA " DISCIPLINA-DIS DELIMITED BY SIZE
                  INTO REFERENCIA-QUEBRA
              PERFORM REGISTRA-QUEBRA.
          PERFORM LE-INSCRICAO.

      *----------------------------------------------------------------
      *    REGRA 04 - ATRIBUICOES DE PROFESSOR
      *----------------------------------------------------------------
       CONFERE-ATRPROF.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT ATRPROF.
          PERFORM LE-ATRIBUICAO.
          PERFORM TRATA-ATRIBUICAO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE ATRPROF.

       LE-ATRIBUICAO.
          READ ATRPROF AT END MOVE "SIM" TO FIM-ARQ.

       TRATA-ATRIBUICAO.
          ADD 1 TO CONTADOR-LIDOS.
          MOVE "SIM" TO NAO-ACHOU.
          PERFORM TESTA-TURMA
              VARYING IX-TUR FROM 1 BY 1
              UNTIL IX-TUR GREATER THAN QTD-TURMAS.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE 04 TO REGRA-ATUAL
              MOVE SPACES TO CHAVE-QUEBRA
              STRING TURMA-ATR DISCIPLINA-ATR DELIMITED BY SIZE
                  INTO CHAVE-QUEBRA
              MOVE SPACES TO REFERENCIA-QUEBRA
              STRING "PROFESSOR " CODIGO-PROF-ATR DELIMITED BY SIZE
                  INTO REFERENCIA-QUEBRA
              PERFORM REGISTRA-QUEBRA.
          PERFORM LE-ATRIBUICAO.

       TESTA-TURMA.
          IF TUR-CODIGO (IX-TUR) EQUAL TURMA-ATR
              MOVE "NAO" TO NAO-ACHOU.

      *----------------------------------------------------------------
      *    REGRA 05 - CONTAS BANCARIAS DA FOLHA
      *----------------------------------------------------------------
       CONFERE-CADBANC.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT CADBANC.
          PERFORM LE-CONTA.
          PERFORM TRATA-CONTA UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADBANC.

       LE-CONTA.
          READ CADBANC AT END MOVE "SIM" TO FIM-ARQ.

       TRATA-CONTA.
          ADD 1 TO CONTADOR-LIDOS.
          MOVE "SIM" TO NAO-ACHOU.
          PERFORM TESTA-FUNCIONARIO
              VARYING IX-FUN FROM 1 BY 1
              UNTIL IX-FUN GREATER THAN QTD-FUNC.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE 05 TO REGRA-ATUAL
              MOVE MATRICULA-BAN TO CHAVE-QUEBRA
              MOVE SPACES TO REFERENCIA-QUEBRA
              STRING "BANCO " BANCO-BAN " AG " AGENCIA-BAN
                  DELIMITED BY SIZE INTO REFERENCIA-QUEBRA
              PERFORM REGISTRA-QUEBRA.
          PERFORM LE-CONTA.

       TESTA-FUNCIONARIO.
          IF FUN-MATRICULA (IX-FUN) EQUAL MATRICULA-BAN
              MOVE "NAO" TO NAO-ACHOU.

      *----------------------------------------------------------------
      *    REGRA 06 - ENDERECOS DE SOCIO
      *----------------------------------------------------------------
       CONFERE-CADEND.
          OPEN INPUT CADEND.
          IF FS-END NOT EQUAL "00"
              MOVE "CADEND INDISPONIVEL - REGRA 06 NAO CONFERIDA"
                  TO AVI-TEXTO
              PERFORM IMPRIME-AVISO
          ELSE
              MOVE "NAO" TO FIM-ARQ
              MOVE ZEROES TO NUMERO-END
              START CADEND KEY NOT LESS NUMERO-END
                  INVALID KEY MOVE "SIM" TO FIM-ARQ
              END-START
              PERFORM LE-ENDERECO
              PERFORM TRATA-ENDERECO UNTIL FIM-ARQ EQUAL "SIM"
              CLOSE CADEND.

       LE-ENDERECO.
          IF FIM-ARQ NOT EQUAL "SIM"
              READ CADEND NEXT RECORD
                  AT END MOVE "SIM" TO FIM-ARQ.

       TRATA-ENDERECO.
          ADD 1 TO CONTADOR-LIDOS.
          MOVE NUMERO-END TO NUMERO-SOCIO1.
          PERFORM BUSCA-SOCIO.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE 06 TO REGRA-ATUAL
              MOVE NUMERO-END TO CHAVE-QUEBRA
              MOVE CIDADE-END TO REFERENCIA-QUEBRA
              PERFORM REGISTRA-QUEBRA.
          PERFORM LE-ENDERECO.

      *----------------------------------------------------------------
      *    REGRA 07 - ACORDOS DE NEGOCIACAO ATIVOS
      *----------------------------------------------------------------
       CONFERE-ARQNEG.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT ARQNEG.
          PERFORM LE-ACORDO.
          PERFORM TRATA-ACORDO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE ARQNEG.

       LE-ACORDO.
          READ ARQNEG AT END MOVE "SIM" TO FIM-ARQ.

       TRATA-ACORDO.
          ADD 1 TO CONTADOR-LIDOS.
          IF SITUACAO-NEG EQUAL "A"
              MOVE SOCIO-NEG TO NUMERO-SOCIO1
              PERFORM BUSCA-SOCIO
              MOVE SPACES TO REFERENCIA-QUEBRA
              IF NAO-ACHOU EQUAL "SIM"
                  MOVE "SEM CADSOC1" TO REFERENCIA-QUEBRA
              ELSE
              IF CODIGO-PAGAMENTO1 NOT EQUAL 04
                  STRING "CODIGO PAGTO " CODIGO-PAGAMENTO1
                      DELIMITED BY SIZE INTO REFERENCIA-QUEBRA
              END-IF
              END-IF
              IF REFERENCIA-QUEBRA NOT EQUAL SPACES
                  MOVE 07 TO REGRA-ATUAL
                  MOVE SOCIO-NEG TO CHAVE-QUEBRA
                  PERFORM REGISTRA-QUEBRA.
          PERFORM LE-ACORDO.

      *----------------------------------------------------------------
      *    REGRA 08 - CREDITOS PENDENTES DE SOCIO CANCELADO
      *----------------------------------------------------------------
       CONFERE-DESCSOC.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT DESCSOC.
          PERFORM LE-CREDITO.
          PERFORM TRATA-CREDITO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE DESCSOC.

       LE-CREDITO.
          READ DESCSOC AT END MOVE "SIM" TO FIM-ARQ.

       TRATA-CREDITO.
          ADD 1 TO CONTADOR-LIDOS.
          IF SITUACAO-DES EQUAL "P"
              MOVE SOCIO-DES TO NUMERO-SOCIO1
              PERFORM BUSCA-SOCIO
              MOVE SPACES TO REFERENCIA-QUEBRA
              IF NAO-ACHOU EQUAL "SIM"
                  MOVE "SEM CADSOC1" TO REFERENCIA-QUEBRA
              ELSE
              IF CODIGO-PAGAMENTO1 EQUAL 03
                  MOVE "CODIGO PAGTO 03" TO REFERENCIA-QUEBRA
              END-IF
              END-IF
              IF REFERENCIA-QUEBRA NOT EQUAL SPACES
                  MOVE 08 TO REGRA-ATUAL
                  MOVE SOCIO-DES TO CHAVE-QUEBRA
                  PERFORM REGISTRA-QUEBRA.
          PERFORM LE-CREDITO.

       BUSCA-SOCIO.
          MOVE "NAO" TO NAO-ACHOU.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.

       BUSCA-ALUNO.
          MOVE "NAO" TO NAO-ACHOU.
          READ ARQALU KEY IS MATRICULA-ENT
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.

      *----------------------------------------------------------------
      *    GRAVA A QUEBRA DA REGRA-ATUAL NO ARQINT.EXC E NO RELINT
      *----------------------------------------------------------------
       REGISTRA-QUEBRA.
          MOVE REGRA-ATUAL TO IX-REG.
          ADD 1 TO REG-QTD (IX-REG).
          ADD 1 TO CONTADOR-QUEBRAS.
          IF REG-GRAVIDADE (IX-REG) EQUAL "S"
              ADD 1 TO CONTADOR-CRITICAS.
          MOVE SPACES TO REG-INT.
          MOVE CHAVE-QUEBRA TO CHAVE-INT.
          MOVE REG-ORIGEM (IX-REG) TO ORIGEM-INT.
          MOVE REG-GRAVIDADE (IX-REG) TO CRITICA-INT.
          MOVE REGRA-ATUAL TO REGRA-INT.
          MOVE REFERENCIA-QUEBRA TO REFERENCIA-INT.
          MOVE REG-MOTIVO (IX-REG) TO MOTIVO-INT.
          WRITE REG-INT.
          MOVE REGRA-ATUAL TO DET-REGRA.
          MOVE REG-GRAVIDADE (IX-REG) TO DET-GRAV.
          MOVE REG-ORIGEM (IX-REG) TO DET-ORIGEM.
          MOVE CHAVE-QUEBRA TO DET-CHAVE.
          MOVE REFERENCIA-QUEBRA TO DET-REFER.
          MOVE REG-MOTIVO (IX-REG) TO DET-MOTIVO.
          PERFORM IMPRIME-DETALHE.

       IMPRIME-DETALHE.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGINT FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       IMPRIME-AVISO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGINT FROM LINHA-AVISO AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGINT.
          WRITE REGINT AFTER ADVANCING PAGE.
          WRITE REGINT FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGINT FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGINT FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          MOVE "RESUMO POR REGRA" TO AVI-TEXTO.
          WRITE REGINT FROM LINHA-AVISO AFTER ADVANCING 2 LINES.
          PERFORM IMPRIME-RESUMO
              VARYING IX-REG FROM 1 BY 1
              UNTIL IX-REG GREATER THAN QTD-REGRAS.
          MOVE "REGISTROS CONFERIDOS.....:" TO TOT-ROTULO.
          MOVE CONTADOR-LIDOS TO TOT-QTD.
          WRITE REGINT FROM CAB-04 AFTER ADVANCING 2 LINES.
          MOVE "QUEBRAS ENCONTRADAS......:" TO TOT-ROTULO.
          MOVE CONTADOR-QUEBRAS TO TOT-QTD.
          WRITE REGINT FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "QUEBRAS CRITICAS.........:" TO TOT-ROTULO.
          MOVE CONTADOR-CRITICAS TO TOT-QTD.
          WRITE REGINT FROM CAB-04 AFTER ADVANCING 1 LINE.
          CLOSE RELINT.
          PERFORM GRAVA-LOG.
          DISPLAY "CONFERENCIA DE INTEGRIDADE ENCERRADA.".
          DISPLAY "REGISTROS CONFERIDOS: " CONTADOR-LIDOS.
          DISPLAY "QUEBRAS ENCONTRADAS.: " CONTADOR-QUEBRAS.
          DISPLAY "QUEBRAS CRITICAS....: " CONTADOR-CRITICAS.
          IF CONTADOR-CRITICAS GREATER THAN ZEROES
              DISPLAY "QUEBRA CRITICA DE INTEGRIDADE - "
                  "CONFERIR RELINT."
              MOVE 8 TO RETURN-CODE
          ELSE
          IF CONTADOR-QUEBRAS GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE.

       IMPRIME-RESUMO.
          MOVE REG-NUMERO (IX-REG) TO RES-REGRA.
          IF REG-GRAVIDADE (IX-REG) EQUAL "S"
              MOVE "CRITICA" TO RES-GRAV
          ELSE
              MOVE "AVISO" TO RES-GRAV.
          MOVE REG-DESCRICAO (IX-REG) TO RES-DESC.
          MOVE REG-QTD (IX-REG) TO RES-QTD.
          WRITE REGINT FROM CAB-05 AFTER ADVANCING 1 LINE.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "INTEGR"               TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "QUEBRAS"              TO LOG-ARQ1-NOME.
          MOVE CONTADOR-QUEBRAS       TO LOG-ARQ1-QTD.
          MOVE "CRITICAS"             TO LOG-ARQ2-NOME.
          MOVE CONTADOR-CRITICAS      TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
