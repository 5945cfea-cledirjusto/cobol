      *PRINCIPAL DO ARQALU; L LISTA AS INSCRICOES DE UMA MATRICULA;
      *F ENCERRA. O EX05 APURA A APROVACAO POR DISCIPLINA A PARTIR
      *DESTE ARQUIVO E O EX07 MOSTRA TODAS AS DISCIPLINAS DO ALUNO.
      *NA INSCRICAO, AS AULAS DA TURMA/DISCIPLINA NA GRADE HORARIA
      *(ARQHOR, MANTIDA PELO MANHOR) SAO COMPARADAS COM AS DAS OUTRAS
      *INSCRICOES DO ALUNO; HAVENDO CHOQUE DE HORARIO O OPERADOR E
      *AVISADO E CONFIRMA OU DESISTE DA INSCRICAO. ANTES DISSO OS
      *PRE-REQUISITOS DA DISCIPLINA (PREREQ, MANTIDO PELO MANDISC) SAO
      *CONFERIDOS NO ARQHIST PELA SUBROTINA CONFPRE; NAO CUMPRIDOS, A
      *INSCRICAO E RECUSADA, SALVO LIBERACAO POR COORDENADOR (SIGNON
      *NIVEL 2) COM MOTIVO, REGISTRADA NO LIBPRE.DAT. A CARGA INICIAL
      *(OPCAO C) NAO CONFERE PRE-REQUISITOS. OPCAO D REGISTRA A
      *DESISTENCIA DE UMA DISCIPLINA, APAGANDO A INSCRICAO DO ARQDIS
      *(RECUSADA SE JA HOUVER NOTA LANCADA). COMO A MENSALIDADE E
      *POR INSCRICAO, A INCLUSAO (I) E A DESISTENCIA (D) FEITAS
      *DEPOIS DA GERACAO DO MES PELO GERAMENS LANCAM NO AJUSTE-MEN DO
      *ARQMENS A DIFERENCA DO VALOR DO MES PELOS DIAS QUE FALTAM
      *(BASE 30), CALCULADA COMO NO GERAMENS (CARGPREC, TETO E
      *BOLSA DO CADBOLS); CADA AJUSTE VAI PARA O AJUMENS.DAT E PARA O
      *CTRLFAT.DAT DO FECHAMENTO DA CARTEIRA. ALUNO COM VINCULO DE
      *SOCIO (SOCALU) NAO TEM AJUSTE. DESISTENCIA DEPOIS DA DATA
      *LIMITE DO PARMAJU.DAT NAO E REEMBOLSADA; SEM O PARMAJU NAO HA
      *PRAZO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-DIS
          FILE STATUS IS FS-DIS.
          SELECT OPTIONAL ARQHOR ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LIBPRE ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQMENS ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-MEN
          FILE STATUS IS FS-MEN.
          SELECT OPTIONAL SOCALU ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLMEN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADBOLS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMAJU ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL AJUMENS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLFAT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          VALUE OF FILE-ID IS "EM02\EX05\ARQDIS.DAT".
          COPY REGDIS.

       FD  ARQHOR
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQHOR.DAT".
          COPY REGHOR.

       FD  LIBPRE
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LIBPRE.DAT".
          01 REG-LIB.
          02 MATRICULA-LIB             PIC 9(07).
          02 DISCIPLINA-LIB            PIC X(05).
          02 REQUISITO-LIB             PIC X(05).
          02 COORDENADOR-LIB           PIC 9(04).
          02 OPERADOR-LIB              PIC 9(04).
          02 DATA-LIB                  PIC 9(08).
          02 MOTIVO-LIB                PIC X(40).

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

       FD  SOCALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SOCALU.DAT".
          01 REG-VIN.
          02 SOCIO-VIN                 PIC 9(06).
          02 MATR-VIN                  PIC 9(06).
          02 DIGI-VIN                  PIC 9(01).

       FD  CTRLMEN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLMEN.DAT".
          01 REG-CTM.
          02 COMPET-CTM                PIC 9(06).

       FD  CADBOLS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADBOLS.DAT".
          COPY REGBOL.

       FD  PARMAJU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMAJU.DAT".
          01 REG-PARMAJU.
          02 DATA-LIMITE-PRM           PIC 9(08).

       FD  AJUMENS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "AJUMENS.DAT".
          COPY REGAJM.

       FD  CTRLFAT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLFAT.DAT".
          COPY REGFAT.

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  QTD-INSCRITOS      PIC 9(05) VALUE ZEROES.
       77  QTD-CARGA          PIC 9(06) VALUE ZEROES.
       77  QTD-LISTADOS       PIC 9(03) VALUE ZEROES.
       77  FIM-GRADE          PIC X(03) VALUE "NAO".
       77  QTD-HORARIOS       PIC 9(03) VALUE ZEROES.
       77  IX-HOR             PIC 9(03) VALUE ZEROES.
       77  IX-OUT             PIC 9(03) VALUE ZEROES.
       77  TEM-CHOQUE         PIC X(03) VALUE "NAO".
       77  JA-INSCRITO        PIC X(03) VALUE "NAO".
       77  RESP-CHOQUE        PIC X(01) VALUE SPACES.
       77  SUPERVISOR-ID      PIC 9(04) VALUE ZEROES.
       77  NIVEL-SUPERVISOR   PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SUPERV   PIC X(03) VALUE "NAO".
       77  ATENDE-PREREQ      PIC X(03) VALUE "NAO".
       77  REQUISITO-FALTA    PIC X(05) VALUE SPACES.
       77  LIBERADO-PREREQ    PIC X(03) VALUE "NAO".
       77  RESP-LIBERA        PIC X(01) VALUE SPACES.
       77  MOTIVO-LIBERA      PIC X(40) VALUE SPACES.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  QTD-LIBERADAS      PIC 9(03) VALUE ZEROES.
       77  FS-MEN             PIC X(02) VALUE "00".
       77  ABRIU-MEN          PIC X(03) VALUE "NAO".
       77  FIM-CTM            PIC X(03) VALUE "NAO".
       77  FIM-VIN            PIC X(03) VALUE "NAO".
       77  FIM-BOL            PIC X(03) VALUE "NAO".
       77  FIM-PRM            PIC X(03) VALUE "NAO".
       77  TEM-VINCULO        PIC X(03) VALUE "NAO".
       77  ACHOU-BOLSA        PIC X(03) VALUE "NAO".
       77  SEM-RAZAO          PIC X(03) VALUE "NAO".
       77  TEM-NOTA           PIC X(03) VALUE "NAO".
       77  COMPET-ULTIMA      PIC 9(06) VALUE ZEROES.
       77  COMPET-HOJE        PIC 9(06) VALUE ZEROES.
       77  DATA-LIMITE        PIC 9(08) VALUE ZEROES.
       77  TIPO-MOVIMENTO     PIC X(01) VALUE SPACES.
       77  REEMBOLSO          PIC X(01) VALUE "S".
       77  PRECO-DISC         PIC 9(05)V9(02) VALUE ZEROES.
       77  TETO-CURSO         PIC 9(05)V9(02) VALUE ZEROES.
       77  MENSAL-FIXA        PIC 9(05)V9(02) VALUE ZEROES.
       77  TETO-AUX           PIC 9(05)V9(02) VALUE ZEROES.
       77  MENSAL-AUX         PIC 9(05)V9(02) VALUE ZEROES.
       77  SOMA-INSCRICOES    PIC 9(07)V9(02) VALUE ZEROES.
       77  PCT-BOLSA          PIC 9(03)V9(02) VALUE ZEROES.
       77  VALOR-CALCULADO    PIC 9(05)V9(02) VALUE ZEROES.
       77  VALOR-ANTES        PIC 9(05)V9(02) VALUE ZEROES.
       77  VALOR-DEPOIS       PIC 9(05)V9(02) VALUE ZEROES.
       77  DIA-AJUSTE         PIC 9(02) VALUE ZEROES.
       77  DIAS-RESTANTES     PIC 9(02) VALUE ZEROES.
       77  VALOR-AJUSTE       PIC S9(07)V9(02) VALUE ZEROES.
       77  AJUSTE-ED          PIC -ZZZZZZ9,99.
       77  QTD-DESISTENCIAS   PIC 9(03) VALUE ZEROES.
       77  QTD-AJUSTES        PIC 9(03) VALUE ZEROES.

       01 TAB-HORARIOS.
          02 HOR-OCORRENCIA OCCURS 500 TIMES.
             03 HOR-TURMA              PIC X(03).
             03 HOR-DISCIPLINA         PIC X(05).
             03 HOR-DIA                PIC 9(01).
             03 HOR-INICIO             PIC 9(04).
             03 HOR-FIM                PIC 9(04).

          COPY DIASEM.

       01  MATRICULA-BUSCA.
           02 MATR-BUSCA-CH   PIC 9(06).
           02 DIGI-BUSCA-CH   PIC 9(01).

       01 DATA-HOJE-W.
          02 ANO-HJW                   PIC 9(04).
          02 MES-HJW                   PIC 9(02).
          02 DIA-HJW                   PIC 9(02).

       PROCEDURE DIVISION.

       PGM-MATRDISC.
              OPEN OUTPUT ARQDIS
              CLOSE ARQDIS
              OPEN I-O ARQDIS.
          OPEN I-O ARQMENS.
          IF FS-MEN EQUAL "00"
              MOVE "SIM" TO ABRIU-MEN.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          MOVE DATA-SISTEMA TO DATA-HOJE-W.
          COMPUTE COMPET-HOJE = (ANO-HJW * 100) + MES-HJW.
          PERFORM CARGA-HORARIOS.
          PERFORM LE-CONTROLE-MENS.
          PERFORM LE-PRAZO-AJUSTE.

      *----------------------------------------------------------------
      *    ULTIMA COMPETENCIA GERADA PELO GERAMENS E DATA LIMITE PARA
      *    DESISTENCIA COM REEMBOLSO (ZERADA = SEM PRAZO).
      *----------------------------------------------------------------
       LE-CONTROLE-MENS.
          OPEN INPUT CTRLMEN.
          PERFORM LE-CTRLMEN.
          PERFORM GUARDA-CTRLMEN UNTIL FIM-CTM EQUAL "SIM".
          CLOSE CTRLMEN.

       LE-CTRLMEN.
          READ CTRLMEN AT END MOVE "SIM" TO FIM-CTM.

       GUARDA-CTRLMEN.
          MOVE COMPET-CTM TO COMPET-ULTIMA.
          PERFORM LE-CTRLMEN.

       LE-PRAZO-AJUSTE.
          OPEN INPUT PARMAJU.
          READ PARMAJU AT END MOVE "SIM" TO FIM-PRM.
          IF FIM-PRM EQUAL "NAO"
             AND DATA-LIMITE-PRM NUMERIC
              MOVE DATA-LIMITE-PRM TO DATA-LIMITE.
          CLOSE PARMAJU.

       CARGA-HORARIOS.
          OPEN INPUT ARQHOR.
          PERFORM LE-HORARIO.
          PERFORM GUARDA-HORARIO UNTIL FIM-GRADE EQUAL "SIM".
          CLOSE ARQHOR.

       LE-HORARIO.
          READ ARQHOR AT END MOVE "SIM" TO FIM-GRADE.

       GUARDA-HORARIO.
          IF QTD-HORARIOS NOT LESS 500
              DISPLAY "TABELA DE HORARIOS LOTADA"
          ELSE
              ADD 1 TO QTD-HORARIOS
              MOVE TURMA-HOR TO HOR-TURMA (QTD-HORARIOS)
              MOVE DISCIPLINA-HOR TO HOR-DISCIPLINA (QTD-HORARIOS)
              MOVE DIA-HOR TO HOR-DIA (QTD-HORARIOS)
              MOVE INICIO-HOR TO HOR-INICIO (QTD-HORARIOS)
              MOVE FIM-HOR TO HOR-FIM (QTD-HORARIOS).
          PERFORM LE-HORARIO.

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (I-INSCREVER  D-DESISTENCIA  C-CARGA DO "
              "ARQALU  L-LISTAR  F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "I"
              PERFORM INSCREVE-DISCIPLINA
          ELSE
          IF OPCAO-MAN EQUAL "D"
              PERFORM DESISTE-DISCIPLINA
          ELSE
          IF OPCAO-MAN EQUAL "C"
              PERFORM CARGA-DO-ARQALU
          ELSE
              PERFORM LISTA-INSCRICOES
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE I, D, C, L OU F.".

       PEDE-MATRICULA.
          DISPLAY "MATRICULA (6 DIGITOS)............: ".
              ACCEPT ENTRADA-DISC
              DISPLAY "TURMA (3 POSICOES)...............: "
              ACCEPT ENTRADA-TURMA
              PERFORM CONFERE-PREREQ
              IF ATENDE-PREREQ EQUAL "NAO"
                 AND LIBERADO-PREREQ EQUAL "NAO"
                  DISPLAY "INSCRICAO RECUSADA - PRE-REQUISITO NAO "
                      "CUMPRIDO."
              ELSE
                  PERFORM INSCREVE-COM-GRADE.

       INSCREVE-COM-GRADE.
          PERFORM CONFERE-CHOQUE.
          IF TEM-CHOQUE EQUAL "NAO"
              PERFORM GRAVA-INSCRICAO
          ELSE
              DISPLAY "CONFIRMA A INSCRICAO COM CHOQUE (S/N)? "
              ACCEPT RESP-CHOQUE
              IF RESP-CHOQUE EQUAL "S"
                  PERFORM GRAVA-INSCRICAO
              ELSE
                  DISPLAY "INSCRICAO NAO GRAVADA.".

      *----------------------------------------------------------------
      *    PRE-REQUISITOS: A CONFPRE DEVOLVE NAO E O PRIMEIRO
      *    REQUISITO SEM APROVACAO NO ARQHIST. SO UM COORDENADOR (NIVEL
      *    2 - O PROPRIO OPERADOR OU OUTRO QUE SE IDENTIFIQUE) LIBERA,
      *    INFORMANDO O MOTIVO.
      *----------------------------------------------------------------
       CONFERE-PREREQ.
          MOVE "NAO" TO LIBERADO-PREREQ.
          MOVE ZEROES TO SUPERVISOR-ID.
          MOVE SPACES TO MOTIVO-LIBERA.
          CALL "CONFPRE" USING MATRICULA-ENT-NUM ENTRADA-DISC
              ATENDE-PREREQ REQUISITO-FALTA.
          IF ATENDE-PREREQ EQUAL "NAO"
              DISPLAY "PRE-REQUISITO NAO CUMPRIDO: " REQUISITO-FALTA
                  " SEM APROVACAO NO HISTORICO."
              DISPLAY "LIBERAR COM AUTORIZACAO DO COORDENADOR (S/N)? "
              ACCEPT RESP-LIBERA
              IF RESP-LIBERA EQUAL "S"
                  PERFORM AUTORIZA-LIBERACAO.

       AUTORIZA-LIBERACAO.
          IF NIVEL-OPERADOR NOT LESS 2
              MOVE OPERADOR-ID TO SUPERVISOR-ID
          ELSE
              DISPLAY "LIBERACAO EXIGE OPERADOR NIVEL 2 - "
                  "IDENTIFIQUE O COORDENADOR."
              CALL "SIGNON" USING SUPERVISOR-ID NIVEL-SUPERVISOR
                  RESULTADO-SUPERV
              IF RESULTADO-SUPERV NOT EQUAL "SIM"
                 OR NIVEL-SUPERVISOR LESS 2
                  MOVE ZEROES TO SUPERVISOR-ID
                  DISPLAY "SUPERVISOR NAO AUTORIZADO.".
          IF SUPERVISOR-ID NOT EQUAL ZEROES
              DISPLAY "MOTIVO DA LIBERACAO (40 POSICOES): "
              ACCEPT MOTIVO-LIBERA
              IF MOTIVO-LIBERA EQUAL SPACES
                  DISPLAY "MOTIVO OBRIGATORIO - LIBERACAO NEGADA."
              ELSE
                  MOVE "SIM" TO LIBERADO-PREREQ.

       GRAVA-LIBERACAO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          MOVE MATRICULA-DIS TO MATRICULA-LIB.
          MOVE DISCIPLINA-DIS TO DISCIPLINA-LIB.
          MOVE REQUISITO-FALTA TO REQUISITO-LIB.
          MOVE SUPERVISOR-ID TO COORDENADOR-LIB.
          MOVE OPERADOR-ID TO OPERADOR-LIB.
          MOVE DATA-SISTEMA TO DATA-LIB.
          MOVE MOTIVO-LIBERA TO MOTIVO-LIB.
          OPEN EXTEND LIBPRE.
          WRITE REG-LIB.
          CLOSE LIBPRE.
          ADD 1 TO QTD-LIBERADAS.

      *----------------------------------------------------------------
      *    CHOQUE DE HORARIO: PARA CADA AULA DA NOVA TURMA/DISCIPLINA
      *    NA GRADE, PROCURA AULA DE OUTRA DISCIPLINA NO MESMO DIA COM
      *    HORARIO SOBREPOSTO EM QUE O ALUNO JA ESTEJA INSCRITO (MESMA
      *    DISCIPLINA E TURMA NO ARQDIS).
      *----------------------------------------------------------------
       CONFERE-CHOQUE.
          MOVE "NAO" TO TEM-CHOQUE.
          IF QTD-HORARIOS GREATER THAN ZEROES
              PERFORM TESTA-AULA-NOVA
                  VARYING IX-HOR FROM 1 BY 1
                  UNTIL IX-HOR GREATER THAN QTD-HORARIOS.

       TESTA-AULA-NOVA.
          IF HOR-TURMA (IX-HOR) EQUAL ENTRADA-TURMA
             AND HOR-DISCIPLINA (IX-HOR) EQUAL ENTRADA-DISC
              PERFORM TESTA-OUTRA-AULA
                  VARYING IX-OUT FROM 1 BY 1
                  UNTIL IX-OUT GREATER THAN QTD-HORARIOS.

       TESTA-OUTRA-AULA.
          IF HOR-DISCIPLINA (IX-OUT) NOT EQUAL ENTRADA-DISC
             AND HOR-DIA (IX-OUT) EQUAL HOR-DIA (IX-HOR)
             AND HOR-INICIO (IX-OUT) LESS HOR-FIM (IX-HOR)
             AND HOR-INICIO (IX-HOR) LESS HOR-FIM (IX-OUT)
              PERFORM VERIFICA-INSCRITO
              IF JA-INSCRITO EQUAL "SIM"
                  MOVE "SIM" TO TEM-CHOQUE
                  DISPLAY "CHOQUE DE HORARIO: "
                      NOME-DIA (HOR-DIA (IX-HOR) - 1) " "
                      HOR-INICIO (IX-HOR) "-" HOR-FIM (IX-HOR)
                      " COM " HOR-DISCIPLINA (IX-OUT) " TURMA "
                      HOR-TURMA (IX-OUT) " " HOR-INICIO (IX-OUT)
                      "-" HOR-FIM (IX-OUT).

       VERIFICA-INSCRITO.
          MOVE "SIM" TO JA-INSCRITO.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-DIS.
          MOVE HOR-DISCIPLINA (IX-OUT) TO DISCIPLINA-DIS.
          READ ARQDIS KEY IS CHAVE-DIS
              INVALID KEY MOVE "NAO" TO JA-INSCRITO.
          IF JA-INSCRITO EQUAL "SIM"
             AND TURMA-DIS NOT EQUAL HOR-TURMA (IX-OUT)
              MOVE "NAO" TO JA-INSCRITO.

       GRAVA-INSCRICAO.
          PERFORM CALCULA-VALOR-ALUNO.
          MOVE VALOR-CALCULADO TO VALOR-ANTES.
          MOVE "NAO" TO DUPLICADO.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-DIS.
          MOVE ENTRADA-DISC TO DISCIPLINA-DIS.
          IF DUPLICADO EQUAL "NAO"
              ADD 1 TO QTD-INSCRITOS
              DISPLAY "INSCRICAO GRAVADA: " MATRICULA-DIS
                  " " DISCIPLINA-DIS " TURMA " TURMA-DIS
              IF LIBERADO-PREREQ EQUAL "SIM"
                  PERFORM GRAVA-LIBERACAO
              END-IF
              MOVE "I" TO TIPO-MOVIMENTO
              PERFORM AJUSTA-MENSALIDADE.

      *----------------------------------------------------------------
      *    DESISTENCIA: APAGA A INSCRICAO SE NENHUMA NOTA FOI LANCADA.
      *----------------------------------------------------------------
       DESISTE-DISCIPLINA.
          PERFORM PEDE-MATRICULA.
          IF NAO-ACHOU EQUAL "NAO"
              DISPLAY "DISCIPLINA (5 POSICOES)..........: "
              ACCEPT ENTRADA-DISC
              PERFORM CONFERE-DESISTENCIA.

       CONFERE-DESISTENCIA.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-DIS.
          MOVE ENTRADA-DISC TO DISCIPLINA-DIS.
          READ ARQDIS KEY IS CHAVE-DIS
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          MOVE "NAO" TO TEM-NOTA.
          IF NAO-ACHOU EQUAL "NAO"
             AND (NOTA1-DIS GREATER THAN ZEROES
                  OR NOTA2-DIS GREATER THAN ZEROES
                  OR NOTA3-DIS GREATER THAN ZEROES
                  OR NOTA4-DIS GREATER THAN ZEROES)
              MOVE "SIM" TO TEM-NOTA.
          IF NAO-ACHOU EQUAL "SIM"
              DISPLAY "ALUNO NAO INSCRITO NESTA DISCIPLINA."
          ELSE
          IF TEM-NOTA EQUAL "SIM"
              DISPLAY "DESISTENCIA RECUSADA - DISCIPLINA COM NOTA "
                  "LANCADA."
          ELSE
              PERFORM APAGA-INSCRICAO.

       APAGA-INSCRICAO.
          PERFORM CALCULA-VALOR-ALUNO.
          MOVE VALOR-CALCULADO TO VALOR-ANTES.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-DIS.
          MOVE ENTRADA-DISC TO DISCIPLINA-DIS.
          DELETE ARQDIS RECORD
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "SIM"
              DISPLAY "INSCRICAO NAO APAGADA - ARQDIS STATUS " FS-DIS
          ELSE
              ADD 1 TO QTD-DESISTENCIAS
              DISPLAY "DESISTENCIA GRAVADA: " MATRICULA-ENT-NUM
                  " " ENTRADA-DISC
              MOVE "D" TO TIPO-MOVIMENTO
              PERFORM AJUSTA-MENSALIDADE.

      *----------------------------------------------------------------
      *    AJUSTE PRO-RATA: SO QUANDO O MES JA FOI GERADO, O ALUNO NAO
      *    TEM VINCULO DE SOCIO E TEM RAZAO NO ARQMENS. A DIFERENCA DO
      *    VALOR DO MES VALE PELOS DIAS QUE FALTAM (BASE 30, DIA 31
      *    CONTA COMO 30). DESISTENCIA FORA DO PRAZO NAO DEVOLVE.
      *----------------------------------------------------------------
       AJUSTA-MENSALIDADE.
          PERFORM CALCULA-VALOR-ALUNO.
          MOVE VALOR-CALCULADO TO VALOR-DEPOIS.
          PERFORM PROCURA-VINCULO.
          MOVE "SIM" TO SEM-RAZAO.
          IF ABRIU-MEN EQUAL "SIM"
              MOVE "NAO" TO SEM-RAZAO
              MOVE MATRICULA-ENT-NUM TO MATRICULA-MEN
              READ ARQMENS KEY IS MATRICULA-MEN
                  INVALID KEY MOVE "SIM" TO SEM-RAZAO.
          IF COMPET-ULTIMA NOT EQUAL COMPET-HOJE
              DISPLAY "MES AINDA NAO GERADO - SEM AJUSTE PRO-RATA."
          ELSE
          IF TEM-VINCULO EQUAL "SIM"
              DISPLAY "ALUNO COBRADO PELO SOCIO - SEM AJUSTE PRO-RATA."
          ELSE
          IF SEM-RAZAO EQUAL "SIM"
              DISPLAY "ALUNO SEM MENSALIDADE NO ARQMENS - SEM AJUSTE."
          ELSE
          IF VALOR-ANTES EQUAL VALOR-DEPOIS
              DISPLAY "VALOR DO MES NAO MUDOU - SEM AJUSTE PRO-RATA."
          ELSE
              PERFORM CALCULA-AJUSTE
              PERFORM GRAVA-AJUSTE.

       CALCULA-AJUSTE.
          MOVE DIA-HJW TO DIA-AJUSTE.
          IF DIA-AJUSTE GREATER THAN 30
              MOVE 30 TO DIA-AJUSTE.
          COMPUTE DIAS-RESTANTES = 30 - DIA-AJUSTE + 1.
          COMPUTE VALOR-AJUSTE ROUNDED =
              (VALOR-DEPOIS - VALOR-ANTES) * DIAS-RESTANTES / 30.
          MOVE "S" TO REEMBOLSO.
          IF TIPO-MOVIMENTO EQUAL "D"
             AND DATA-LIMITE GREATER THAN ZEROES
             AND DATA-SISTEMA GREATER THAN DATA-LIMITE
              MOVE "N" TO REEMBOLSO
              MOVE ZEROES TO VALOR-AJUSTE.

       GRAVA-AJUSTE.
          IF AJUSTE-MEN NOT NUMERIC
              MOVE ZEROES TO AJUSTE-MEN.
          ADD VALOR-AJUSTE TO AJUSTE-MEN.
          REWRITE REG-MEN.
          MOVE SPACES TO REG-AJM.
          MOVE DATA-SISTEMA TO DATA-AJM.
          MOVE COMPET-HOJE TO COMPET-AJM.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-AJM.
          MOVE ENTRADA-DISC TO DISCIPLINA-AJM.
          MOVE TIPO-MOVIMENTO TO TIPO-AJM.
          MOVE VALOR-ANTES TO VALOR-ANT-AJM.
          MOVE VALOR-DEPOIS TO VALOR-NOVO-AJM.
          MOVE DIAS-RESTANTES TO DIAS-AJM.
          IF VALOR-AJUSTE LESS THAN ZEROES
              MOVE "-" TO SINAL-AJM
          ELSE
              MOVE "+" TO SINAL-AJM.
          MOVE VALOR-AJUSTE TO VALOR-AJM.
          MOVE REEMBOLSO TO REEMBOLSO-AJM.
          MOVE OPERADOR-ID TO OPERADOR-AJM.
          OPEN EXTEND AJUMENS.
          WRITE REG-AJM.
          CLOSE AJUMENS.
          IF VALOR-AJUSTE NOT EQUAL ZEROES
              PERFORM GRAVA-FATURAMENTO.
          ADD 1 TO QTD-AJUSTES.
          MOVE VALOR-AJUSTE TO AJUSTE-ED.
          IF REEMBOLSO EQUAL "N"
              DISPLAY "DESISTENCIA FORA DO PRAZO - SEM REEMBOLSO NO "
                  "MES."
          ELSE
              DISPLAY "AJUSTE PRO-RATA LANCADO (" DIAS-RESTANTES
                  " DIAS): " AJUSTE-ED.

       GRAVA-FATURAMENTO.
          MOVE SPACES TO REG-FAT.
          MOVE DATA-SISTEMA TO DATA-FAT.
          MOVE "MATRDISC" TO ORIGEM-FAT.
          MOVE "A" TO CARTEIRA-FAT.
          IF VALOR-AJUSTE LESS THAN ZEROES
              MOVE "C" TO NATUREZA-FAT
          ELSE
              MOVE "D" TO NATUREZA-FAT.
          MOVE 1 TO QTD-FAT.
          MOVE VALOR-AJUSTE TO VALOR-FAT.
          OPEN EXTEND CTRLFAT.
          WRITE REG-FAT.
          CLOSE CTRLFAT.

      *----------------------------------------------------------------
      *    VALOR DO MES DO ALUNO, COM A MESMA REGRA DO GERAMENS: SOMA
      *    DOS PRECOS DAS INSCRICOES NO ARQDIS LIMITADA AO TETO DO
      *    CURSO, OU A MENSALIDADE FIXA SEM INSCRICAO COM PRECO; DEPOIS
      *    A BOLSA ATIVA DA COMPETENCIA.
      *----------------------------------------------------------------
       CALCULA-VALOR-ALUNO.
          MOVE ZEROES TO SOMA-INSCRICOES.
          CALL "CARGPREC" USING DISCIPLINA-ENT PRECO-DISC TETO-CURSO
              MENSAL-FIXA.
          MOVE "NAO" TO FIM-DIS.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-DIS.
          MOVE SPACES TO DISCIPLINA-DIS.
          START ARQDIS KEY NOT LESS CHAVE-DIS
              INVALID KEY MOVE "SIM" TO FIM-DIS.
          PERFORM LE-INSCRICAO.
          PERFORM SOMA-INSCRICAO UNTIL FIM-DIS EQUAL "SIM".
          IF SOMA-INSCRICOES EQUAL ZEROES
              MOVE MENSAL-FIXA TO VALOR-CALCULADO
          ELSE
              IF TETO-CURSO GREATER THAN ZEROES
                 AND SOMA-INSCRICOES GREATER THAN TETO-CURSO
                  MOVE TETO-CURSO TO VALOR-CALCULADO
              ELSE
                  MOVE SOMA-INSCRICOES TO VALOR-CALCULADO.
          PERFORM PROCURA-BOLSA.
          IF PCT-BOLSA NOT LESS 100
              MOVE ZEROES TO VALOR-CALCULADO
          ELSE
              COMPUTE VALOR-CALCULADO ROUNDED = VALOR-CALCULADO -
                  (VALOR-CALCULADO * PCT-BOLSA / 100).

       SOMA-INSCRICAO.
          CALL "CARGPREC" USING DISCIPLINA-DIS PRECO-DISC TETO-AUX
              MENSAL-AUX.
          ADD PRECO-DISC TO SOMA-INSCRICOES.
          PERFORM LE-INSCRICAO.

       PROCURA-BOLSA.
          MOVE ZEROES TO PCT-BOLSA.
          MOVE "NAO" TO ACHOU-BOLSA.
          MOVE "NAO" TO FIM-BOL.
          OPEN INPUT CADBOLS.
          PERFORM LE-BOLSA.
          PERFORM TESTA-BOLSA UNTIL FIM-BOL EQUAL "SIM"
              OR ACHOU-BOLSA EQUAL "SIM".
          CLOSE CADBOLS.

       LE-BOLSA.
          READ CADBOLS AT END MOVE "SIM" TO FIM-BOL.

       TESTA-BOLSA.
          IF MATRICULA-BOL EQUAL MATRICULA-ENT-NUM
             AND SITUACAO-BOL EQUAL "A"
             AND COMPET-INI-BOL NOT GREATER COMPET-HOJE
             AND (COMPET-FIM-BOL EQUAL ZEROES
                  OR COMPET-FIM-BOL NOT LESS COMPET-HOJE)
              MOVE "SIM" TO ACHOU-BOLSA
              MOVE PERCENTUAL-BOL TO PCT-BOLSA
          ELSE
              PERFORM LE-BOLSA.

       PROCURA-VINCULO.
          MOVE "NAO" TO TEM-VINCULO.
          MOVE "NAO" TO FIM-VIN.
          OPEN INPUT SOCALU.
          PERFORM LE-VINCULO.
          PERFORM TESTA-VINCULO UNTIL FIM-VIN EQUAL "SIM"
              OR TEM-VINCULO EQUAL "SIM".
          CLOSE SOCALU.

       LE-VINCULO.
          READ SOCALU AT END MOVE "SIM" TO FIM-VIN.

       TESTA-VINCULO.
          IF (MATR-VIN * 10) + DIGI-VIN EQUAL MATRICULA-ENT-NUM
              MOVE "SIM" TO TEM-VINCULO
          ELSE
              PERFORM LE-VINCULO.

       CARGA-DO-ARQALU.
          MOVE "NAO" TO FIM-ALU.

       TERMINO.
          DISPLAY "INSCRICOES GRAVADAS NA SESSAO: " QTD-INSCRITOS.
          DISPLAY "LIBERADAS SEM PRE-REQUISITO..: " QTD-LIBERADAS.
          DISPLAY "DESISTENCIAS GRAVADAS........: " QTD-DESISTENCIAS.
          DISPLAY "AJUSTES PRO-RATA LANCADOS....: " QTD-AJUSTES.
          CLOSE ARQALU
                ARQDIS.
          IF ABRIU-MEN EQUAL "SIM"
              CLOSE ARQMENS.
