       IDENTIFICATION DIVISION.
          PROGRAM-ID.      PLANFER.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. PLANEJAMENTO DAS FERIAS DOS PROXIMOS 12 MESES. PARA
      *CADA FUNCIONARIO ATIVO DO CADENT (EM01) COM CONTROLE NO
      *CADFER.DAT, O SALDO DO PERIODO AQUISITIVO (AVOS X 30 / 12, NO
      *MAXIMO 30 DIAS, MENOS OS DIAS JA GOZADOS E OS JA PROGRAMADOS)
      *GANHA UMA PROPOSTA DE GOZO NO PLANO ARQPLF.DAT, A PARTIR DO MES
      *EM QUE O PERIODO AQUISITIVO SE COMPLETA E ANTES DO PRAZO LEGAL
      *(23 MESES DO INICIO DA AQUISICAO, COMO NO FERIAMES). QUEM ESTA
      *MAIS PERTO DO PRAZO ESCOLHE PRIMEIRO. A PROPOSTA RESPEITA O
      *LIMITE DE AUSENTES AO MESMO TEMPO POR UNIDADE (LIMFER.DAT,
      *UNIDADE SEM LIMITE ASSUME 2), OS PERIODOS BLOQUEADOS DO
      *CALENDARIO BLOQFER.DAT (POR UNIDADE OU TD PARA TODAS), O
      *FRACIONAMENTO LEGAL (ATE 3 PERIODOS NO ANO AQUISITIVO, UM COM
      *14 DIAS OU MAIS E NENHUM COM MENOS DE 5) E O INICIO FORA DOS
      *DOIS DIAS QUE ANTECEDEM O DESCANSO SEMANAL OU FERIADO DO
      *CALEXEC.DAT. SALDO SEM VAGA OU FRACIONAMENTO IMPOSSIVEL SAI NO
      *RELPLF PARA O RH TRATAR. O GESTOR (SIGNON) REVE NA TELA CADA
      *PERIODO PROPOSTO OU CONFIRMADO E CONFIRMA, MOVE (NOVO INICIO E
      *DIAS, COM AS MESMAS REGRAS) OU EXCLUI. NO FIM, A PEDIDO, OS
      *PERIODOS CONFIRMADOS QUE COMECAM NO MES SEGUINTE SAO GRAVADOS
      *NO ARQFERT.DAT PARA O FERIAPAG. PROPOSTAS NAO CONFIRMADAS SAO
      *REFEITAS A CADA EXECUCAO; CONFIRMADO QUE NAO FOI GERADO ATE O
      *MES DO INICIO E DESCARTADO. O RELPLF LISTA O PLANO POR UNIDADE.
      *O ARQPLF E REGRAVADO A PARTIR DA TABELA DO PLANO (2000) E O
      *PERIODO DE FUNCIONARIO FORA DA TABELA DE FUNCIONARIOS (2000)
      *SERIA DESCARTADO; SE UMA DAS DUAS ESTOURA NA CARGA O PROGRAMA
      *PARA COM RETURN-CODE 8 ANTES DE ABRIR QUALQUER SAIDA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADFER ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS MATRICULA-FER
          FILE STATUS IS FS-FER.
          SELECT OPTIONAL ARQPLF ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LIMFER ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL BLOQFER ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CALEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQFERT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELPLF ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADENT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADENT.DAT".
          01 REG-ENT.
          02 MATRICULA-ENT             PIC 9(05).
          02 NOME-ENT                  PIC X(30).
          02 SALARIOB-ENT              PIC 9(05)V99.
          02 DEPENDENTES-ENT           PIC 9(02).
          02 DATA-ADMISSAO-ENT         PIC 9(08).
          02 DATA-DESLIG-ENT           PIC 9(08).
          02 SITUACAO-ENT              PIC X(01).
          02 UNIDADE-ENT               PIC 9(02).

       FD  CADFER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADFER.DAT".
          01 REG-FER.
          02 MATRICULA-FER             PIC 9(05).
          02 DATA-AQUIS-FER            PIC 9(08).
          02 AVOS-FER                  PIC 9(02).
          02 DIAS-GOZADOS-FER          PIC 9(02).

       FD  ARQPLF
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQPLF.DAT".
          COPY REGPLF.

       FD  LIMFER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LIMFER.DAT".
          01 REG-LIM.
          02 UNIDADE-LIM               PIC 9(02).
          02 MAXIMO-LIM                PIC 9(03).

       FD  BLOQFER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "BLOQFER.DAT".
          01 REG-BLQ.
          02 DATA-INI-BLQ              PIC 9(08).
          02 DATA-FIM-BLQ              PIC 9(08).
          02 UNIDADE-BLQ               PIC X(02).
          02 UNIDADE-BLQ-N REDEFINES UNIDADE-BLQ PIC 9(02).
          02 MOTIVO-BLQ                PIC X(30).

       FD  CALEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CALEXEC.DAT".
          01 REG-CAL.
          02 DATA-CAL                  PIC 9(08).
          02 TIPO-CAL                  PIC X(01).

       FD  ARQFERT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQFERT.DAT".
          01 REG-FTR.
          02 MATRICULA-FTR             PIC 9(05).
          02 DIAS-FTR                  PIC 9(02).

       FD  RELPLF
          LABEL RECORD IS OMITTED.
          01  REGPLF      PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  FS-FER             PIC X(02) VALUE "00".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  FIM-PLF            PIC X(03) VALUE "NAO".
       77  FIM-LIM            PIC X(03) VALUE "NAO".
       77  FIM-BLQ            PIC X(03) VALUE "NAO".
       77  FIM-CAL            PIC X(03) VALUE "NAO".
       77  TEM-FER            PIC X(03) VALUE "NAO".
       77  ACHOU-FUNC         PIC X(03) VALUE "NAO".
       77  ACHOU-DIA          PIC X(03) VALUE "NAO".
       77  ACHOU-VAGA         PIC X(03) VALUE "NAO".
       77  PERIODO-OK         PIC X(03) VALUE "NAO".
       77  FRACIONAMENTO-OK   PIC X(03) VALUE "NAO".
       77  TEM-14-DIAS        PIC X(03) VALUE "NAO".
       77  TEM-MENOR-5        PIC X(03) VALUE "NAO".
       77  FIM-REVISAO        PIC X(03) VALUE "NAO".
       77  RESP-REVISAO       PIC X(01) VALUE SPACES.
       77  RESP-GERA          PIC X(01) VALUE SPACES.
       77  ENTRADA-DATA       PIC X(08) VALUE SPACES.
       77  ENTRADA-DIAS       PIC X(02) VALUE SPACES.
       77  MOTIVO-RECUSA      PIC X(40) VALUE SPACES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).
       77  COMPET-PROXIMO     PIC 9(06) VALUE ZEROES.
       77  COMPET-LIMITE      PIC 9(06) VALUE ZEROES.
       77  HORIZONTE-FIM      PIC 9(03) VALUE ZEROES.
       77  LIMITE-PADRAO      PIC 9(03) VALUE 2.
       77  QTD-FUNC           PIC 9(04) VALUE ZEROES.
       77  IX-FUN             PIC 9(04) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(04) VALUE ZEROES.
       77  IX-ESCOLHIDO       PIC 9(04) VALUE ZEROES.
       77  QTD-PLANO          PIC 9(04) VALUE ZEROES.
       77  IX-PLN             PIC 9(04) VALUE ZEROES.
       77  IX-AUX             PIC 9(04) VALUE ZEROES.
       77  IX-DIA             PIC 9(03) VALUE ZEROES.
       77  IX-DATA            PIC 9(03) VALUE ZEROES.
       77  IX-INI             PIC 9(03) VALUE ZEROES.
       77  IX-FIM             PIC 9(03) VALUE ZEROES.
       77  IX-VAGA            PIC 9(03) VALUE ZEROES.
       77  IX-UNI             PIC 9(03) VALUE ZEROES.
       77  IX-UNI-BLQ         PIC 9(03) VALUE ZEROES.
       77  DATA-BUSCA         PIC 9(08) VALUE ZEROES.
       77  DATA-BASE          PIC 9(08) VALUE ZEROES.
       77  DATA-RESULT        PIC 9(08) VALUE ZEROES.
       77  MESES-SOMA         PIC 9(02) VALUE ZEROES.
       77  MESES-AUX          PIC 9(06) VALUE ZEROES.
       77  ANO-CALC           PIC 9(04) VALUE ZEROES.
       77  MES-CALC           PIC 9(02) VALUE ZEROES.
       77  DIA-CALC           PIC 9(02) VALUE ZEROES.
       77  DIAS-DO-MES        PIC 9(02) VALUE ZEROES.
       77  RESTO-4            PIC 9(03) VALUE ZEROES.
       77  RESTO-100          PIC 9(03) VALUE ZEROES.
       77  RESTO-400          PIC 9(03) VALUE ZEROES.
       77  ANO-Z              PIC 9(04) VALUE ZEROES.
       77  MES-Z              PIC 9(02) VALUE ZEROES.
       77  DIA-Z              PIC 9(02) VALUE ZEROES.
       77  DOW-Z              PIC 9(07) VALUE ZEROES.
       77  RESTO-Z            PIC 9(02) VALUE ZEROES.
       77  QUOC-Z             PIC 9(07) VALUE ZEROES.
       77  TERMO-MES-Z        PIC 9(04) VALUE ZEROES.
       77  TERMO-SEC4-Z       PIC 9(04) VALUE ZEROES.
       77  TERMO-SEC100-Z     PIC 9(04) VALUE ZEROES.
       77  TERMO-SEC400-Z     PIC 9(04) VALUE ZEROES.
       77  DIAS-PERIODO       PIC 9(02) VALUE ZEROES.
       77  DIAS-DIREITO       PIC 9(02) VALUE ZEROES.
       77  QTD-PERIODOS       PIC 9(02) VALUE ZEROES.
       77  SOMA-PROGRAMADA    PIC 9(03) VALUE ZEROES.
       77  SALDO-LIVRE        PIC S9(03) VALUE ZEROES.
       77  MENOR-UNIDADE      PIC 9(02) VALUE ZEROES.
       77  MENOR-INICIO       PIC 9(08) VALUE ZEROES.
       77  MENOR-AQUIS        PIC 9(08) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-PROPOSTAS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-PENDENTES PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CONFIRM   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-MOVIDOS   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-EXCLUIDOS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-DESCART   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-GERADOS   PIC 9(06) VALUE ZEROES.
       77  CONTADOR-NAO-CONF  PIC 9(06) VALUE ZEROES.
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.

       01 TAB-DIAS-MES-V.
          02 FILLER    PIC X(24) VALUE "312831303130313130313031".
       01 TAB-DIAS-MES REDEFINES TAB-DIAS-MES-V.
          02 QTD-DIAS-MES PIC 9(02) OCCURS 12 TIMES.

       01 TAB-CALENDARIO.
          02 DIA-OCORRENCIA OCCURS 400 TIMES.
             03 DIA-DATA               PIC 9(08).
             03 DIA-SEMANA             PIC 9(01).
             03 DIA-FERIADO            PIC X(01).

       01 TAB-UNIDADES.
          02 UNI-OCORRENCIA OCCURS 100 TIMES.
             03 UNI-LIMITE             PIC 9(03).
             03 UNI-DIA OCCURS 400 TIMES.
                04 UNI-AUSENTES        PIC 9(03).
                04 UNI-BLOQUEADO       PIC X(01).

       01 TAB-FUNCIONARIOS.
          02 FUN-OCORRENCIA OCCURS 2000 TIMES.
             03 FUN-MATRICULA          PIC 9(05).
             03 FUN-NOME               PIC X(30).
             03 FUN-UNIDADE            PIC 9(02).
             03 FUN-AQUIS              PIC 9(08).
             03 FUN-DIREITO            PIC 9(02).
             03 FUN-GOZADOS            PIC 9(02).
             03 FUN-IX-INICIO          PIC 9(03).
             03 FUN-IX-LIMITE          PIC 9(03).
             03 FUN-VENCIDA            PIC X(01).
             03 FUN-PENDENTE           PIC X(01).

       01 TAB-PLANO.
          02 PLN-OCORRENCIA OCCURS 2000 TIMES.
             03 PLN-MATRICULA          PIC 9(05).
             03 PLN-AQUIS              PIC 9(08).
             03 PLN-UNIDADE            PIC 9(02).
             03 PLN-INICIO             PIC 9(08).
             03 PLN-DIAS               PIC 9(02).
             03 PLN-FIM                PIC 9(08).
             03 PLN-SITUACAO           PIC X(01).
             03 PLN-OPERADOR           PIC 9(04).
             03 PLN-DATA-CONF          PIC 9(08).
             03 PLN-ATIVO              PIC X(01).
             03 PLN-IX-FUN             PIC 9(04).
             03 PLN-IMPRESSO           PIC X(01).

       01 DATA-EDITADA.
          02 DTE-DIA   PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 DTE-MES   PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 DTE-ANO   PIC 9(04).

       01 LINHA-TELA.
          02 FILLER    PIC X(06) VALUE "MATR. ".
          02 TEL-MAT   PIC 9(05).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 TEL-NOME  PIC X(25).
          02 FILLER    PIC X(06) VALUE " UNID ".
          02 TEL-UNI   PIC 9(02).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 TEL-INI   PIC X(10).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 TEL-DIAS  PIC Z9.
          02 FILLER    PIC X(06) VALUE " DIAS ".
          02 TEL-SIT   PIC X(10).

       01 CAB-01.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CAB-TITULO PIC X(32).
          02 FILLER    PIC X(10) VALUE " - A PART.".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CAB-MES-INI PIC 9(02).
          02 FILLER    PIC X(01) VALUE "/".
          02 CAB-ANO-INI PIC 9(04).
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(04)  VALUE "UNID".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "MATR.".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(25)  VALUE "NOME".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "INICIO".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "FIM".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(04)  VALUE "DIAS".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "SITUACAO".

       01 CAB-02-P.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(04)  VALUE "UNID".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "MATR.".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(25)  VALUE "NOME".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(39)  VALUE "PENDENCIA".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 CAB-TOT-DESC PIC X(30).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 CAB-TOT-QTD PIC ZZZZZ9.

       01 DETALHE.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-UNI   PIC 9(02).
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DET-MAT   PIC 9(05).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-NOME  PIC X(25).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-INI   PIC X(10).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-FIM   PIC X(10).
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DET-DIAS  PIC Z9.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-SIT   PIC X(10).

       01 DETALHE-P.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DTP-UNI   PIC 9(02).
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DTP-MAT   PIC 9(05).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DTP-NOME  PIC X(25).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DTP-MOT   PIC X(39).

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

       PGM-PLANFER.
          CALL "SIGNON" USING OPERADOR-ID NIVEL-OPERADOR
              RESULTADO-SIGNON.
          IF RESULTADO-SIGNON NOT EQUAL "SIM"
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM MONTA-CALENDARIO.
          PERFORM CARGA-FERIADOS.
          PERFORM CARGA-LIMITES.
          PERFORM CARGA-BLOQUEIOS.
          PERFORM CARGA-FUNCIONARIOS.
          PERFORM CARGA-PLANO.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "CADENT OU ARQPLF MAIOR QUE A TABELA - PLANO NAO "
                  "REVISTO E NADA FOI GRAVADO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN OUTPUT RELPLF.
          PERFORM GERA-PROPOSTAS.
          PERFORM REVISAO.
          PERFORM GERA-PROGRAMACAO.
          PERFORM REGRAVA-PLANO.
          PERFORM IMPRIME-PLANO.
          PERFORM TERMINO.
          STOP RUN.

      *----------------------------------------------------------------
      *    CALENDARIO DO HORIZONTE: DO DIA 1 DO MES SEGUINTE EM DIANTE,
      *    400 DIAS (12 MESES MAIS A SOBRA PARA O GOZO QUE COMECA NO
      *    FIM DO HORIZONTE). HORIZONTE-FIM E O ULTIMO DIA DOS 12
      *    MESES - NENHUM GOZO COMECA DEPOIS DELE.
      *----------------------------------------------------------------
       MONTA-CALENDARIO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          MOVE DATA-SISTEMA(1:4) TO ANO-CALC.
          MOVE DATA-SISTEMA(5:2) TO MES-CALC.
          ADD 1 TO MES-CALC.
          IF MES-CALC GREATER THAN 12
              MOVE 1 TO MES-CALC
              ADD 1 TO ANO-CALC.
          MOVE 1 TO DIA-CALC.
          COMPUTE COMPET-PROXIMO = (ANO-CALC * 100) + MES-CALC.
          COMPUTE COMPET-LIMITE = COMPET-PROXIMO + 100.
          MOVE ZEROES TO HORIZONTE-FIM.
          PERFORM GUARDA-DIA
              VARYING IX-DIA FROM 1 BY 1
              UNTIL IX-DIA GREATER THAN 400.
          MOVE COMPET-PROXIMO(5:2) TO CAB-MES-INI.
          MOVE COMPET-PROXIMO(1:4) TO CAB-ANO-INI.

       GUARDA-DIA.
          COMPUTE DIA-DATA (IX-DIA) = (ANO-CALC * 10000)
              + (MES-CALC * 100) + DIA-CALC.
          IF HORIZONTE-FIM EQUAL ZEROES
             AND DIA-DATA (IX-DIA) (1:6) EQUAL COMPET-LIMITE
              COMPUTE HORIZONTE-FIM = IX-DIA - 1.
          MOVE "N" TO DIA-FERIADO (IX-DIA).
          PERFORM CALCULA-DIA-SEMANA.
          MOVE RESTO-Z TO DIA-SEMANA (IX-DIA).
          ADD 1 TO DIA-CALC.
          PERFORM CALCULA-DIAS-DO-MES.
          IF DIA-CALC GREATER THAN DIAS-DO-MES
              MOVE 1 TO DIA-CALC
              ADD 1 TO MES-CALC
              IF MES-CALC GREATER THAN 12
                  MOVE 1 TO MES-CALC
                  ADD 1 TO ANO-CALC.

       CALCULA-DIAS-DO-MES.
          MOVE QTD-DIAS-MES (MES-CALC) TO DIAS-DO-MES.
          IF MES-CALC EQUAL 2
              DIVIDE ANO-CALC BY 4 GIVING QUOC-Z REMAINDER RESTO-4
              DIVIDE ANO-CALC BY 100 GIVING QUOC-Z REMAINDER RESTO-100
              DIVIDE ANO-CALC BY 400 GIVING QUOC-Z REMAINDER RESTO-400
              IF RESTO-4 EQUAL ZEROES
                 AND (RESTO-100 NOT EQUAL ZEROES
                      OR RESTO-400 EQUAL ZEROES)
                  MOVE 29 TO DIAS-DO-MES.

      *----------------------------------------------------------------
      *    DIA DA SEMANA PELA CONGRUENCIA DE ZELLER, COMO NO CTRLEXEC:
      *    0 SABADO, 1 DOMINGO, 2 SEGUNDA ... 6 SEXTA.
      *----------------------------------------------------------------
       CALCULA-DIA-SEMANA.
          MOVE ANO-CALC TO ANO-Z.
          MOVE MES-CALC TO MES-Z.
          MOVE DIA-CALC TO DIA-Z.
          IF MES-Z LESS THAN 3
              ADD 12 TO MES-Z
              SUBTRACT 1 FROM ANO-Z.
          COMPUTE TERMO-MES-Z = 13 * (MES-Z + 1).
          DIVIDE TERMO-MES-Z BY 5 GIVING TERMO-MES-Z.
          DIVIDE ANO-Z BY 4 GIVING TERMO-SEC4-Z.
          DIVIDE ANO-Z BY 100 GIVING TERMO-SEC100-Z.
          DIVIDE ANO-Z BY 400 GIVING TERMO-SEC400-Z.
          COMPUTE DOW-Z = DIA-Z + TERMO-MES-Z + ANO-Z
              + TERMO-SEC4-Z - TERMO-SEC100-Z + TERMO-SEC400-Z.
          DIVIDE DOW-Z BY 7 GIVING QUOC-Z REMAINDER RESTO-Z.

      *----------------------------------------------------------------
      *    POSICAO DE DATA-BUSCA NO CALENDARIO: ZERO SE ANTES DO
      *    HORIZONTE, 999 SE DEPOIS OU SE A DATA NAO EXISTE.
      *----------------------------------------------------------------
       LOCALIZA-DIA.
          MOVE "NAO" TO ACHOU-DIA.
          IF DATA-BUSCA LESS THAN DIA-DATA (1)
              MOVE ZEROES TO IX-DATA
          ELSE
              MOVE 999 TO IX-DATA
              PERFORM TESTA-DIA
                  VARYING IX-DIA FROM 1 BY 1
                  UNTIL IX-DIA GREATER THAN 400
                     OR ACHOU-DIA EQUAL "SIM".

       TESTA-DIA.
          IF DIA-DATA (IX-DIA) EQUAL DATA-BUSCA
              MOVE "SIM" TO ACHOU-DIA
              MOVE IX-DIA TO IX-DATA.

       SOMA-MESES.
          MOVE DATA-BASE(1:4) TO ANO-CALC.
          MOVE DATA-BASE(5:2) TO MES-CALC.
          MOVE DATA-BASE(7:2) TO DIA-CALC.
          COMPUTE MESES-AUX = (ANO-CALC * 12) + MES-CALC - 1
              + MESES-SOMA.
          DIVIDE MESES-AUX BY 12 GIVING ANO-CALC
              REMAINDER MES-CALC.
          ADD 1 TO MES-CALC.
          PERFORM CALCULA-DIAS-DO-MES.
          IF DIA-CALC GREATER THAN DIAS-DO-MES
              MOVE DIAS-DO-MES TO DIA-CALC.
          COMPUTE DATA-RESULT = (ANO-CALC * 10000)
              + (MES-CALC * 100) + DIA-CALC.

       CARGA-FERIADOS.
          OPEN INPUT CALEXEC.
          PERFORM LE-FERIADO.
          PERFORM MARCA-FERIADO UNTIL FIM-CAL EQUAL "SIM".
          CLOSE CALEXEC.

       LE-FERIADO.
          READ CALEXEC AT END MOVE "SIM" TO FIM-CAL.

       MARCA-FERIADO.
          MOVE DATA-CAL TO DATA-BUSCA.
          PERFORM LOCALIZA-DIA.
          IF IX-DATA GREATER THAN ZEROES
             AND IX-DATA NOT GREATER THAN 400
              MOVE "S" TO DIA-FERIADO (IX-DATA).
          PERFORM LE-FERIADO.

       CARGA-LIMITES.
          PERFORM ZERA-UNIDADE
              VARYING IX-UNI FROM 1 BY 1
              UNTIL IX-UNI GREATER THAN 100.
          OPEN INPUT LIMFER.
          PERFORM LE-LIMITE.
          PERFORM GUARDA-LIMITE UNTIL FIM-LIM EQUAL "SIM".
          CLOSE LIMFER.

       ZERA-UNIDADE.
          MOVE LIMITE-PADRAO TO UNI-LIMITE (IX-UNI).
          PERFORM ZERA-DIA-UNIDADE
              VARYING IX-DIA FROM 1 BY 1
              UNTIL IX-DIA GREATER THAN 400.

       ZERA-DIA-UNIDADE.
          MOVE ZEROES TO UNI-AUSENTES (IX-UNI IX-DIA).
          MOVE "N" TO UNI-BLOQUEADO (IX-UNI IX-DIA).

       LE-LIMITE.
          READ LIMFER AT END MOVE "SIM" TO FIM-LIM.

       GUARDA-LIMITE.
          IF UNIDADE-LIM NUMERIC AND MAXIMO-LIM NUMERIC
             AND MAXIMO-LIM GREATER THAN ZEROES
              COMPUTE IX-UNI = UNIDADE-LIM + 1
              MOVE MAXIMO-LIM TO UNI-LIMITE (IX-UNI).
          PERFORM LE-LIMITE.

      *----------------------------------------------------------------
      *    PERIODOS BLOQUEADOS: UNIDADE "TD" BLOQUEIA TODAS. A PARTE
      *    FORA DO HORIZONTE E IGNORADA.
      *----------------------------------------------------------------
       CARGA-BLOQUEIOS.
          OPEN INPUT BLOQFER.
          PERFORM LE-BLOQUEIO.
          PERFORM GUARDA-BLOQUEIO UNTIL FIM-BLQ EQUAL "SIM".
          CLOSE BLOQFER.

       LE-BLOQUEIO.
          READ BLOQFER AT END MOVE "SIM" TO FIM-BLQ.

       GUARDA-BLOQUEIO.
          MOVE DATA-INI-BLQ TO DATA-BUSCA.
          PERFORM LOCALIZA-DIA.
          MOVE IX-DATA TO IX-INI.
          IF IX-INI EQUAL ZEROES
              MOVE 1 TO IX-INI.
          MOVE DATA-FIM-BLQ TO DATA-BUSCA.
          PERFORM LOCALIZA-DIA.
          MOVE IX-DATA TO IX-FIM.
          IF IX-FIM GREATER THAN 400
              MOVE 400 TO IX-FIM.
          IF UNIDADE-BLQ EQUAL "TD"
              PERFORM BLOQUEIA-UNIDADE
                  VARYING IX-UNI-BLQ FROM 1 BY 1
                  UNTIL IX-UNI-BLQ GREATER THAN 100
          ELSE
          IF UNIDADE-BLQ NUMERIC
              COMPUTE IX-UNI-BLQ = UNIDADE-BLQ-N + 1
              PERFORM BLOQUEIA-UNIDADE.
          PERFORM LE-BLOQUEIO.

       BLOQUEIA-UNIDADE.
          IF IX-INI NOT GREATER THAN 400
              PERFORM BLOQUEIA-DIA
                  VARYING IX-DIA FROM IX-INI BY 1
                  UNTIL IX-DIA GREATER THAN IX-FIM.

       BLOQUEIA-DIA.
          MOVE "S" TO UNI-BLOQUEADO (IX-UNI-BLQ IX-DIA).

      *----------------------------------------------------------------
      *    FUNCIONARIOS ATIVOS COM CONTROLE DE FERIAS. O DIREITO DO
      *    PERIODO AINDA INCOMPLETO E PLANEJADO CHEIO (30 DIAS) A PARTIR
      *    DO MES EM QUE SE COMPLETA.
      *----------------------------------------------------------------
       CARGA-FUNCIONARIOS.
          OPEN INPUT CADENT
                     CADFER.
          PERFORM LE-FUNCIONARIO.
          PERFORM GUARDA-FUNCIONARIO UNTIL FIM-ENT EQUAL "SIM".
          CLOSE CADENT
                CADFER.

       LE-FUNCIONARIO.
          READ CADENT AT END MOVE "SIM" TO FIM-ENT.

       GUARDA-FUNCIONARIO.
          ADD 1 TO CONTADOR-LIDOS.
          MOVE "SIM" TO TEM-FER.
          MOVE MATRICULA-ENT TO MATRICULA-FER.
          READ CADFER KEY IS MATRICULA-FER
              INVALID KEY MOVE "NAO" TO TEM-FER.
          IF SITUACAO-ENT EQUAL "I"
              MOVE "NAO" TO TEM-FER.
          IF DATA-DESLIG-ENT NUMERIC
             AND DATA-DESLIG-ENT GREATER THAN ZEROES
              MOVE "NAO" TO TEM-FER.
          IF TEM-FER EQUAL "SIM"
              IF QTD-FUNC NOT LESS 2000
                  DISPLAY "TABELA DE FUNCIONARIOS LOTADA (2000)"
                  MOVE "SIM" TO TABELA-CHEIA
              ELSE
                  PERFORM GUARDA-CONTROLE.
          PERFORM LE-FUNCIONARIO.

       GUARDA-CONTROLE.
          ADD 1 TO QTD-FUNC.
          MOVE MATRICULA-ENT TO FUN-MATRICULA (QTD-FUNC).
          MOVE NOME-ENT TO FUN-NOME (QTD-FUNC).
          IF UNIDADE-ENT NUMERIC
              MOVE UNIDADE-ENT TO FUN-UNIDADE (QTD-FUNC)
          ELSE
              MOVE ZEROES TO FUN-UNIDADE (QTD-FUNC).
          MOVE DATA-AQUIS-FER TO FUN-AQUIS (QTD-FUNC).
          IF AVOS-FER LESS THAN 12
              MOVE 30 TO DIAS-DIREITO
          ELSE
              COMPUTE DIAS-DIREITO = AVOS-FER * 30 / 12
              IF DIAS-DIREITO GREATER THAN 30
                  MOVE 30 TO DIAS-DIREITO.
          MOVE DIAS-DIREITO TO FUN-DIREITO (QTD-FUNC).
          MOVE DIAS-GOZADOS-FER TO FUN-GOZADOS (QTD-FUNC).
          MOVE "S" TO FUN-PENDENTE (QTD-FUNC).
          MOVE "N" TO FUN-VENCIDA (QTD-FUNC).
          MOVE DATA-AQUIS-FER TO DATA-BASE.
          MOVE 12 TO MESES-SOMA.
          PERFORM SOMA-MESES.
          MOVE DATA-RESULT TO DATA-BUSCA.
          PERFORM LOCALIZA-DIA.
          IF IX-DATA EQUAL ZEROES
              MOVE 1 TO IX-DATA.
          IF IX-DATA GREATER THAN HORIZONTE-FIM
              MOVE "N" TO FUN-PENDENTE (QTD-FUNC).
          MOVE IX-DATA TO FUN-IX-INICIO (QTD-FUNC).
          MOVE 23 TO MESES-SOMA.
          PERFORM SOMA-MESES.
          MOVE DATA-RESULT TO DATA-BUSCA.
          PERFORM LOCALIZA-DIA.
          IF IX-DATA EQUAL ZEROES
              MOVE "S" TO FUN-VENCIDA (QTD-FUNC)
              MOVE HORIZONTE-FIM TO IX-DATA.
          IF IX-DATA GREATER THAN HORIZONTE-FIM
              MOVE HORIZONTE-FIM TO IX-DATA.
          MOVE IX-DATA TO FUN-IX-LIMITE (QTD-FUNC).

       LOCALIZA-FUNCIONARIO.
          MOVE "NAO" TO ACHOU-FUNC.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-FUNC GREATER THAN ZEROES
              PERFORM TESTA-FUNCIONARIO
                  VARYING IX-FUN FROM 1 BY 1
                  UNTIL IX-FUN GREATER THAN QTD-FUNC
                     OR ACHOU-FUNC EQUAL "SIM".

       TESTA-FUNCIONARIO.
          IF FUN-MATRICULA (IX-FUN) EQUAL MATRICULA-PLF
              MOVE "SIM" TO ACHOU-FUNC
              MOVE IX-FUN TO IX-ACHADO.

      *----------------------------------------------------------------
      *    PLANO ANTERIOR: PROPOSTA (P) E REFEITA; CONFIRMADO (C),
      *    GERADO (G) E PAGO (Q) DO PERIODO AQUISITIVO EM CURSO FICAM
      *    E OCUPAM A UNIDADE. CONFIRMADO QUE COMECA ANTES DO HORIZONTE
      *    NAO FOI PARA O ARQFERT A TEMPO E E DESCARTADO.
      *----------------------------------------------------------------
       CARGA-PLANO.
          OPEN INPUT ARQPLF.
          PERFORM LE-PLANO.
          PERFORM GUARDA-PLANO UNTIL FIM-PLF EQUAL "SIM".
          CLOSE ARQPLF.

       LE-PLANO.
          READ ARQPLF AT END MOVE "SIM" TO FIM-PLF.

       GUARDA-PLANO.
          PERFORM LOCALIZA-FUNCIONARIO.
          IF ACHOU-FUNC EQUAL "NAO"
             OR SITUACAO-PLF EQUAL "P"
              ADD 1 TO CONTADOR-DESCART
          ELSE
          IF DATA-AQUIS-PLF NOT EQUAL FUN-AQUIS (IX-ACHADO)
              ADD 1 TO CONTADOR-DESCART
          ELSE
          IF SITUACAO-PLF EQUAL "C"
             AND DATA-INICIO-PLF LESS THAN DIA-DATA (1)
              DISPLAY "PERIODO CONFIRMADO E NAO GERADO DESCARTADO: "
                  MATRICULA-PLF " " DATA-INICIO-PLF
              ADD 1 TO CONTADOR-DESCART
          ELSE
          IF QTD-PLANO NOT LESS 2000
              DISPLAY "TABELA DO PLANO LOTADA (2000)"
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              PERFORM INCLUI-PLANO-LIDO.
          PERFORM LE-PLANO.

       INCLUI-PLANO-LIDO.
          ADD 1 TO QTD-PLANO.
          MOVE QTD-PLANO TO IX-PLN.
          MOVE MATRICULA-PLF TO PLN-MATRICULA (IX-PLN).
          MOVE DATA-AQUIS-PLF TO PLN-AQUIS (IX-PLN).
          MOVE FUN-UNIDADE (IX-ACHADO) TO PLN-UNIDADE (IX-PLN).
          MOVE DATA-INICIO-PLF TO PLN-INICIO (IX-PLN).
          MOVE DIAS-PLF TO PLN-DIAS (IX-PLN).
          MOVE DATA-FIM-PLF TO PLN-FIM (IX-PLN).
          MOVE SITUACAO-PLF TO PLN-SITUACAO (IX-PLN).
          MOVE OPERADOR-PLF TO PLN-OPERADOR (IX-PLN).
          MOVE DATA-CONF-PLF TO PLN-DATA-CONF (IX-PLN).
          MOVE "S" TO PLN-ATIVO (IX-PLN).
          MOVE IX-ACHADO TO PLN-IX-FUN (IX-PLN).
          PERFORM OCUPA-PERIODO.

      *----------------------------------------------------------------
      *    AUSENCIAS DA UNIDADE NOS DIAS DO PERIODO IX-PLN (SO A PARTE
      *    DENTRO DO HORIZONTE).
      *----------------------------------------------------------------
       OCUPA-PERIODO.
          PERFORM DELIMITA-PERIODO.
          IF IX-INI NOT GREATER THAN 400
             AND IX-FIM GREATER THAN ZEROES
              PERFORM SOMA-AUSENTE
                  VARYING IX-DIA FROM IX-INI BY 1
                  UNTIL IX-DIA GREATER THAN IX-FIM.

       DESOCUPA-PERIODO.
          PERFORM DELIMITA-PERIODO.
          IF IX-INI NOT GREATER THAN 400
             AND IX-FIM GREATER THAN ZEROES
              PERFORM TIRA-AUSENTE
                  VARYING IX-DIA FROM IX-INI BY 1
                  UNTIL IX-DIA GREATER THAN IX-FIM.

       DELIMITA-PERIODO.
          COMPUTE IX-UNI = PLN-UNIDADE (IX-PLN) + 1.
          MOVE PLN-INICIO (IX-PLN) TO DATA-BUSCA.
          PERFORM LOCALIZA-DIA.
          MOVE IX-DATA TO IX-INI.
          IF IX-INI EQUAL ZEROES
              MOVE 1 TO IX-INI.
          MOVE PLN-FIM (IX-PLN) TO DATA-BUSCA.
          PERFORM LOCALIZA-DIA.
          MOVE IX-DATA TO IX-FIM.
          IF IX-FIM GREATER THAN 400
              MOVE 400 TO IX-FIM.

       SOMA-AUSENTE.
          ADD 1 TO UNI-AUSENTES (IX-UNI IX-DIA).

       TIRA-AUSENTE.
          IF UNI-AUSENTES (IX-UNI IX-DIA) GREATER THAN ZEROES
              SUBTRACT 1 FROM UNI-AUSENTES (IX-UNI IX-DIA).

      *----------------------------------------------------------------
      *    PROPOSTAS: A CADA PASSO ESCOLHE O FUNCIONARIO PENDENTE COM O
      *    PERIODO AQUISITIVO MAIS ANTIGO (PRAZO MAIS CURTO) E PROCURA A
      *    PRIMEIRA VAGA PARA O SALDO INTEIRO EM UM SO PERIODO.
      *----------------------------------------------------------------
       GERA-PROPOSTAS.
          MOVE "PENDENCIAS DO PLANO DE FERIAS" TO CAB-TITULO.
          PERFORM ESCOLHE-FUNCIONARIO.
          PERFORM PROPOE-FERIAS UNTIL IX-ESCOLHIDO EQUAL ZEROES.

       ESCOLHE-FUNCIONARIO.
          MOVE ZEROES TO IX-ESCOLHIDO.
          MOVE 99999999 TO MENOR-AQUIS.
          IF QTD-FUNC GREATER THAN ZEROES
              PERFORM COMPARA-FUNCIONARIO
                  VARYING IX-FUN FROM 1 BY 1
                  UNTIL IX-FUN GREATER THAN QTD-FUNC.

       COMPARA-FUNCIONARIO.
          IF FUN-PENDENTE (IX-FUN) EQUAL "S"
             AND FUN-AQUIS (IX-FUN) LESS THAN MENOR-AQUIS
              MOVE FUN-AQUIS (IX-FUN) TO MENOR-AQUIS
              MOVE IX-FUN TO IX-ESCOLHIDO.

       PROPOE-FERIAS.
          MOVE IX-ESCOLHIDO TO IX-FUN.
          MOVE "N" TO FUN-PENDENTE (IX-FUN).
          MOVE ZEROES TO IX-PLN.
          MOVE ZEROES TO DIAS-PERIODO.
          PERFORM SOMA-PERIODOS.
          IF SALDO-LIVRE GREATER THAN ZEROES
              MOVE SALDO-LIVRE TO DIAS-PERIODO
              PERFORM VALIDA-FRACIONAMENTO
              IF FRACIONAMENTO-OK EQUAL "NAO"
                  PERFORM REGISTRA-PENDENCIA
              ELSE
                  PERFORM PROCURA-VAGA.
          PERFORM ESCOLHE-FUNCIONARIO.

       PROCURA-VAGA.
          COMPUTE IX-UNI = FUN-UNIDADE (IX-FUN) + 1.
          MOVE "NAO" TO ACHOU-VAGA.
          PERFORM TESTA-VAGA
              VARYING IX-INI FROM FUN-IX-INICIO (IX-FUN) BY 1
              UNTIL IX-INI GREATER THAN FUN-IX-LIMITE (IX-FUN)
                 OR ACHOU-VAGA EQUAL "SIM".
          IF ACHOU-VAGA EQUAL "NAO"
              MOVE "SEM VAGA NA UNIDADE ATE O PRAZO LEGAL"
                  TO MOTIVO-RECUSA
              PERFORM REGISTRA-PENDENCIA
          ELSE
          IF QTD-PLANO NOT LESS 2000
              DISPLAY "TABELA DO PLANO LOTADA"
          ELSE
              PERFORM INCLUI-PROPOSTA.

       TESTA-VAGA.
          PERFORM CONFERE-PERIODO.
          IF PERIODO-OK EQUAL "SIM"
              MOVE "SIM" TO ACHOU-VAGA
              MOVE IX-INI TO IX-VAGA.

       INCLUI-PROPOSTA.
          ADD 1 TO QTD-PLANO.
          MOVE QTD-PLANO TO IX-PLN.
          MOVE FUN-MATRICULA (IX-FUN) TO PLN-MATRICULA (IX-PLN).
          MOVE FUN-AQUIS (IX-FUN) TO PLN-AQUIS (IX-PLN).
          MOVE FUN-UNIDADE (IX-FUN) TO PLN-UNIDADE (IX-PLN).
          MOVE DIA-DATA (IX-VAGA) TO PLN-INICIO (IX-PLN).
          MOVE DIAS-PERIODO TO PLN-DIAS (IX-PLN).
          COMPUTE IX-FIM = IX-VAGA + DIAS-PERIODO - 1.
          MOVE DIA-DATA (IX-FIM) TO PLN-FIM (IX-PLN).
          MOVE "P" TO PLN-SITUACAO (IX-PLN).
          MOVE ZEROES TO PLN-OPERADOR (IX-PLN).
          MOVE ZEROES TO PLN-DATA-CONF (IX-PLN).
          MOVE "S" TO PLN-ATIVO (IX-PLN).
          MOVE IX-FUN TO PLN-IX-FUN (IX-PLN).
          PERFORM OCUPA-PERIODO.
          ADD 1 TO CONTADOR-PROPOSTAS.
          IF FUN-VENCIDA (IX-FUN) EQUAL "S"
              MOVE "PRAZO LEGAL VENCIDO - PROPOSTO O 1O DIA"
                  TO MOTIVO-RECUSA
              PERFORM REGISTRA-PENDENCIA.

       REGISTRA-PENDENCIA.
          ADD 1 TO CONTADOR-PENDENTES.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO-PENDENCIAS.
          MOVE FUN-UNIDADE (IX-FUN) TO DTP-UNI.
          MOVE FUN-MATRICULA (IX-FUN) TO DTP-MAT.
          MOVE FUN-NOME (IX-FUN) TO DTP-NOME.
          MOVE MOTIVO-RECUSA TO DTP-MOT.
          WRITE REGPLF FROM DETALHE-P AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

      *----------------------------------------------------------------
      *    REGRAS DO INICIO E DOS DIAS DO PERIODO QUE COMECA EM IX-INI
      *    COM DIAS-PERIODO DIAS NA UNIDADE IX-UNI: INICIO DE SEGUNDA A
      *    QUINTA (NAO NOS 2 DIAS ANTES DO DOMINGO) E NAO EM FERIADO OU
      *    NOS 2 DIAS ANTES DELE; NENHUM DIA BLOQUEADO OU COM A UNIDADE
      *    NO LIMITE DE AUSENTES.
      *----------------------------------------------------------------
       CONFERE-PERIODO.
          MOVE "SIM" TO PERIODO-OK.
          IF DIA-SEMANA (IX-INI) LESS THAN 2
             OR DIA-SEMANA (IX-INI) GREATER THAN 5
             OR DIA-FERIADO (IX-INI) EQUAL "S"
             OR DIA-FERIADO (IX-INI + 1) EQUAL "S"
             OR DIA-FERIADO (IX-INI + 2) EQUAL "S"
              MOVE "NAO" TO PERIODO-OK
              MOVE "INICIO NA VESPERA DE DESCANSO OU FERIADO"
                  TO MOTIVO-RECUSA.
          COMPUTE IX-FIM = IX-INI + DIAS-PERIODO - 1.
          IF IX-FIM GREATER THAN 400
              MOVE 400 TO IX-FIM.
          IF PERIODO-OK EQUAL "SIM"
              PERFORM CONFERE-DIA
                  VARYING IX-DIA FROM IX-INI BY 1
                  UNTIL IX-DIA GREATER THAN IX-FIM
                     OR PERIODO-OK EQUAL "NAO".

       CONFERE-DIA.
          IF UNI-BLOQUEADO (IX-UNI IX-DIA) EQUAL "S"
              MOVE "NAO" TO PERIODO-OK
              MOVE "PERIODO BLOQUEADO NO CALENDARIO"
                  TO MOTIVO-RECUSA
          ELSE
          IF UNI-AUSENTES (IX-UNI IX-DIA) NOT LESS
             UNI-LIMITE (IX-UNI)
              MOVE "NAO" TO PERIODO-OK
              MOVE "UNIDADE NO LIMITE DE AUSENTES"
                  TO MOTIVO-RECUSA.

      *----------------------------------------------------------------
      *    FRACIONAMENTO NO PERIODO AQUISITIVO DO FUNCIONARIO IX-FUN:
      *    SOMA OS PERIODOS JA NO PLANO (MENOS O IX-PLN EM ALTERACAO).
      *    OS PAGOS (Q) JA ESTAO NOS DIAS GOZADOS DO CADFER.
      *----------------------------------------------------------------
       SOMA-PERIODOS.
          MOVE ZEROES TO QTD-PERIODOS.
          MOVE ZEROES TO SOMA-PROGRAMADA.
          MOVE "NAO" TO TEM-14-DIAS.
          MOVE "NAO" TO TEM-MENOR-5.
          IF QTD-PLANO GREATER THAN ZEROES
              PERFORM SOMA-UM-PERIODO
                  VARYING IX-AUX FROM 1 BY 1
                  UNTIL IX-AUX GREATER THAN QTD-PLANO.
          COMPUTE SALDO-LIVRE = FUN-DIREITO (IX-FUN)
              - FUN-GOZADOS (IX-FUN) - SOMA-PROGRAMADA.

       SOMA-UM-PERIODO.
          IF IX-AUX NOT EQUAL IX-PLN
             AND PLN-ATIVO (IX-AUX) EQUAL "S"
             AND PLN-IX-FUN (IX-AUX) EQUAL IX-FUN
             AND PLN-AQUIS (IX-AUX) EQUAL FUN-AQUIS (IX-FUN)
              PERFORM CONTA-UM-PERIODO.

       CONTA-UM-PERIODO.
          ADD 1 TO QTD-PERIODOS.
          IF PLN-DIAS (IX-AUX) NOT LESS 14
              MOVE "SIM" TO TEM-14-DIAS.
          IF PLN-DIAS (IX-AUX) LESS THAN 5
              MOVE "SIM" TO TEM-MENOR-5.
          IF PLN-SITUACAO (IX-AUX) NOT EQUAL "Q"
              ADD PLN-DIAS (IX-AUX) TO SOMA-PROGRAMADA.

       VALIDA-FRACIONAMENTO.
          MOVE "SIM" TO FRACIONAMENTO-OK.
          ADD 1 TO QTD-PERIODOS.
          IF DIAS-PERIODO NOT LESS 14
              MOVE "SIM" TO TEM-14-DIAS.
          IF DIAS-PERIODO LESS THAN 5
              MOVE "SIM" TO TEM-MENOR-5.
          COMPUTE SALDO-LIVRE = SALDO-LIVRE - DIAS-PERIODO.
          IF SALDO-LIVRE LESS THAN ZEROES
              MOVE "NAO" TO FRACIONAMENTO-OK
              MOVE "DIAS ALEM DO SALDO DE FERIAS"
                  TO MOTIVO-RECUSA
          ELSE
          IF QTD-PERIODOS GREATER THAN 3
              MOVE "NAO" TO FRACIONAMENTO-OK
              MOVE "MAIS DE 3 PERIODOS NO ANO AQUISITIVO"
                  TO MOTIVO-RECUSA
          ELSE
          IF QTD-PERIODOS GREATER THAN 1
             AND TEM-MENOR-5 EQUAL "SIM"
              MOVE "NAO" TO FRACIONAMENTO-OK
              MOVE "PERIODO FRACIONADO MENOR QUE 5 DIAS"
                  TO MOTIVO-RECUSA
          ELSE
          IF TEM-14-DIAS EQUAL "NAO"
             AND (QTD-PERIODOS EQUAL 3 OR SALDO-LIVRE LESS THAN 14)
             AND (QTD-PERIODOS GREATER THAN 1
                  OR SALDO-LIVRE GREATER THAN ZEROES)
              MOVE "NAO" TO FRACIONAMENTO-OK
              MOVE "NENHUM PERIODO COM 14 DIAS OU MAIS"
                  TO MOTIVO-RECUSA.

      *----------------------------------------------------------------
      *    REVISAO NA TELA DOS PERIODOS PROPOSTOS E CONFIRMADOS.
      *----------------------------------------------------------------
       REVISAO.
          DISPLAY " ".
          DISPLAY "REVISAO DO PLANO DE FERIAS - " QTD-PLANO
              " PERIODOS NO PLANO".
          MOVE "NAO" TO FIM-REVISAO.
          IF QTD-PLANO GREATER THAN ZEROES
              PERFORM REVISA-PERIODO
                  VARYING IX-PLN FROM 1 BY 1
                  UNTIL IX-PLN GREATER THAN QTD-PLANO
                     OR FIM-REVISAO EQUAL "SIM".

       REVISA-PERIODO.
          IF PLN-ATIVO (IX-PLN) EQUAL "S"
             AND (PLN-SITUACAO (IX-PLN) EQUAL "P"
                  OR PLN-SITUACAO (IX-PLN) EQUAL "C")
              PERFORM ATENDE-PERIODO.

       ATENDE-PERIODO.
          MOVE PLN-IX-FUN (IX-PLN) TO IX-FUN.
          PERFORM MOSTRA-PERIODO.
          DISPLAY "C-CONFIRMA M-MOVE E-EXCLUI P-PULA F-FIM: ".
          MOVE SPACES TO RESP-REVISAO.
          ACCEPT RESP-REVISAO.
          IF RESP-REVISAO EQUAL "C"
              PERFORM CONFIRMA-PERIODO
          ELSE
          IF RESP-REVISAO EQUAL "M"
              PERFORM MOVE-PERIODO
          ELSE
          IF RESP-REVISAO EQUAL "E"
              PERFORM EXCLUI-PERIODO
          ELSE
          IF RESP-REVISAO EQUAL "F"
              MOVE "SIM" TO FIM-REVISAO.

       MOSTRA-PERIODO.
          MOVE PLN-MATRICULA (IX-PLN) TO TEL-MAT.
          MOVE FUN-NOME (IX-FUN) TO TEL-NOME.
          MOVE PLN-UNIDADE (IX-PLN) TO TEL-UNI.
          MOVE PLN-INICIO (IX-PLN) TO DATA-BUSCA.
          PERFORM EDITA-DATA.
          MOVE DATA-EDITADA TO TEL-INI.
          MOVE PLN-DIAS (IX-PLN) TO TEL-DIAS.
          PERFORM DESCREVE-SITUACAO.
          MOVE DET-SIT TO TEL-SIT.
          DISPLAY LINHA-TELA.

       EDITA-DATA.
          MOVE DATA-BUSCA(7:2) TO DTE-DIA.
          MOVE DATA-BUSCA(5:2) TO DTE-MES.
          MOVE DATA-BUSCA(1:4) TO DTE-ANO.

       DESCREVE-SITUACAO.
          IF PLN-SITUACAO (IX-PLN) EQUAL "P"
              MOVE "PROPOSTO" TO DET-SIT
          ELSE
          IF PLN-SITUACAO (IX-PLN) EQUAL "C"
              MOVE "CONFIRMADO" TO DET-SIT
          ELSE
          IF PLN-SITUACAO (IX-PLN) EQUAL "G"
              MOVE "NO ARQFERT" TO DET-SIT
          ELSE
          IF PLN-SITUACAO (IX-PLN) EQUAL "Q"
              MOVE "PAGO" TO DET-SIT
          ELSE
              MOVE PLN-SITUACAO (IX-PLN) TO DET-SIT.

       CONFIRMA-PERIODO.
          MOVE "C" TO PLN-SITUACAO (IX-PLN).
          MOVE OPERADOR-ID TO PLN-OPERADOR (IX-PLN).
          MOVE DATA-SISTEMA TO PLN-DATA-CONF (IX-PLN).
          ADD 1 TO CONTADOR-CONFIRM.
          DISPLAY "PERIODO CONFIRMADO.".

       EXCLUI-PERIODO.
          PERFORM DESOCUPA-PERIODO.
          MOVE "N" TO PLN-ATIVO (IX-PLN).
          ADD 1 TO CONTADOR-EXCLUIDOS.
          DISPLAY "PERIODO EXCLUIDO DO PLANO.".

      *----------------------------------------------------------------
      *    MOVER: NOVO INICIO E/OU NOVOS DIAS, CONFERIDOS COM AS MESMAS
      *    REGRAS DA PROPOSTA. O PERIODO MOVIDO PELO GESTOR JA FICA
      *    CONFIRMADO; RECUSADO, VOLTA AO QUE ERA.
      *----------------------------------------------------------------
       MOVE-PERIODO.
          DISPLAY "NOVO INICIO (AAAAMMDD, ENTER MANTEM): ".
          MOVE SPACES TO ENTRADA-DATA.
          ACCEPT ENTRADA-DATA.
          DISPLAY "DIAS DO PERIODO (2 DIGITOS, ENTER MANTEM): ".
          MOVE SPACES TO ENTRADA-DIAS.
          ACCEPT ENTRADA-DIAS.
          IF ENTRADA-DATA EQUAL SPACES
              MOVE PLN-INICIO (IX-PLN) TO DATA-BUSCA
          ELSE
          IF ENTRADA-DATA NUMERIC
              MOVE ENTRADA-DATA TO DATA-BUSCA
          ELSE
              MOVE ZEROES TO DATA-BUSCA.
          IF ENTRADA-DIAS EQUAL SPACES
              MOVE PLN-DIAS (IX-PLN) TO DIAS-PERIODO
          ELSE
          IF ENTRADA-DIAS NUMERIC
              MOVE ENTRADA-DIAS TO DIAS-PERIODO
          ELSE
              MOVE ZEROES TO DIAS-PERIODO.
          PERFORM LOCALIZA-DIA.
          IF IX-DATA EQUAL ZEROES
             OR IX-DATA GREATER THAN HORIZONTE-FIM
              DISPLAY "INICIO INVALIDO OU FORA DOS 12 MESES DO PLANO."
          ELSE
          IF IX-DATA LESS THAN FUN-IX-INICIO (IX-FUN)
              DISPLAY "INICIO ANTES DE COMPLETAR O PERIODO AQUISITIVO."
          ELSE
          IF IX-DATA GREATER THAN FUN-IX-LIMITE (IX-FUN)
              DISPLAY "INICIO DEPOIS DO PRAZO LEGAL DAS FERIAS."
          ELSE
          IF DIAS-PERIODO EQUAL ZEROES
             OR DIAS-PERIODO GREATER THAN 30
              DISPLAY "DIAS INVALIDOS."
          ELSE
              MOVE IX-DATA TO IX-VAGA
              PERFORM CONFERE-MOVIMENTO.

       CONFERE-MOVIMENTO.
          PERFORM SOMA-PERIODOS.
          PERFORM VALIDA-FRACIONAMENTO.
          IF FRACIONAMENTO-OK EQUAL "NAO"
              DISPLAY "RECUSADO: " MOTIVO-RECUSA
          ELSE
              PERFORM DESOCUPA-PERIODO
              COMPUTE IX-UNI = PLN-UNIDADE (IX-PLN) + 1
              MOVE IX-VAGA TO IX-INI
              PERFORM CONFERE-PERIODO
              IF PERIODO-OK EQUAL "NAO"
                  PERFORM OCUPA-PERIODO
                  DISPLAY "RECUSADO: " MOTIVO-RECUSA
              ELSE
                  PERFORM APLICA-MOVIMENTO.

       APLICA-MOVIMENTO.
          MOVE DIA-DATA (IX-VAGA) TO PLN-INICIO (IX-PLN).
          MOVE DIAS-PERIODO TO PLN-DIAS (IX-PLN).
          COMPUTE IX-FIM = IX-VAGA + DIAS-PERIODO - 1.
          MOVE DIA-DATA (IX-FIM) TO PLN-FIM (IX-PLN).
          MOVE "C" TO PLN-SITUACAO (IX-PLN).
          MOVE OPERADOR-ID TO PLN-OPERADOR (IX-PLN).
          MOVE DATA-SISTEMA TO PLN-DATA-CONF (IX-PLN).
          PERFORM OCUPA-PERIODO.
          ADD 1 TO CONTADOR-MOVIDOS.
          DISPLAY "PERIODO MOVIDO E CONFIRMADO.".

      *----------------------------------------------------------------
      *    ARQFERT DO MES SEGUINTE: TODOS OS PERIODOS CONFIRMADOS OU JA
      *    GERADOS (AINDA NAO PAGOS) QUE COMECAM NO MES, PARA QUE UMA
      *    SEGUNDA GERACAO NO MESMO MES NAO PERCA A PRIMEIRA.
      *----------------------------------------------------------------
       GERA-PROGRAMACAO.
          DISPLAY "GERAR O ARQFERT DAS FERIAS CONFIRMADAS DE "
              CAB-MES-INI "/" CAB-ANO-INI " (S/N)? ".
          MOVE SPACES TO RESP-GERA.
          ACCEPT RESP-GERA.
          IF RESP-GERA EQUAL "S"
              OPEN OUTPUT ARQFERT
              PERFORM GERA-UM-PERIODO
                  VARYING IX-PLN FROM 1 BY 1
                  UNTIL IX-PLN GREATER THAN QTD-PLANO
              CLOSE ARQFERT
              DISPLAY "PERIODOS GRAVADOS NO ARQFERT: " CONTADOR-GERADOS.
          MOVE ZEROES TO CONTADOR-NAO-CONF.
          IF QTD-PLANO GREATER THAN ZEROES
              PERFORM CONTA-NAO-CONFIRMADO
                  VARYING IX-PLN FROM 1 BY 1
                  UNTIL IX-PLN GREATER THAN QTD-PLANO.
          IF CONTADOR-NAO-CONF GREATER THAN ZEROES
              DISPLAY "ATENCAO: " CONTADOR-NAO-CONF
                  " PROPOSTA(S) DO MES SEGUINTE SEM CONFIRMACAO.".

       GERA-UM-PERIODO.
          IF PLN-ATIVO (IX-PLN) EQUAL "S"
             AND PLN-INICIO (IX-PLN) (1:6) EQUAL COMPET-PROXIMO
             AND (PLN-SITUACAO (IX-PLN) EQUAL "C"
                  OR PLN-SITUACAO (IX-PLN) EQUAL "G")
              MOVE PLN-MATRICULA (IX-PLN) TO MATRICULA-FTR
              MOVE PLN-DIAS (IX-PLN) TO DIAS-FTR
              WRITE REG-FTR
              MOVE "G" TO PLN-SITUACAO (IX-PLN)
              ADD 1 TO CONTADOR-GERADOS.

       CONTA-NAO-CONFIRMADO.
          IF PLN-ATIVO (IX-PLN) EQUAL "S"
             AND PLN-INICIO (IX-PLN) (1:6) EQUAL COMPET-PROXIMO
             AND PLN-SITUACAO (IX-PLN) EQUAL "P"
              ADD 1 TO CONTADOR-NAO-CONF.

       REGRAVA-PLANO.
          OPEN OUTPUT ARQPLF.
          IF QTD-PLANO GREATER THAN ZEROES
              PERFORM REGRAVA-UM-PERIODO
                  VARYING IX-PLN FROM 1 BY 1
                  UNTIL IX-PLN GREATER THAN QTD-PLANO.
          CLOSE ARQPLF.

       REGRAVA-UM-PERIODO.
          IF PLN-ATIVO (IX-PLN) EQUAL "S"
              MOVE PLN-MATRICULA (IX-PLN) TO MATRICULA-PLF
              MOVE PLN-AQUIS (IX-PLN) TO DATA-AQUIS-PLF
              MOVE PLN-UNIDADE (IX-PLN) TO UNIDADE-PLF
              MOVE PLN-INICIO (IX-PLN) TO DATA-INICIO-PLF
              MOVE PLN-DIAS (IX-PLN) TO DIAS-PLF
              MOVE PLN-FIM (IX-PLN) TO DATA-FIM-PLF
              MOVE PLN-SITUACAO (IX-PLN) TO SITUACAO-PLF
              MOVE PLN-OPERADOR (IX-PLN) TO OPERADOR-PLF
              MOVE PLN-DATA-CONF (IX-PLN) TO DATA-CONF-PLF
              WRITE REG-PLF.

      *----------------------------------------------------------------
      *    LISTAGEM DO PLANO POR UNIDADE E DATA DE INICIO.
      *----------------------------------------------------------------
       IMPRIME-PLANO.
          MOVE "PROGRAMACAO DE FERIAS - 12 MESES" TO CAB-TITULO.
          MOVE 30 TO CT-LIN.
          IF QTD-PLANO GREATER THAN ZEROES
              PERFORM LIMPA-IMPRESSO
                  VARYING IX-PLN FROM 1 BY 1
                  UNTIL IX-PLN GREATER THAN QTD-PLANO.
          PERFORM ESCOLHE-PERIODO.
          PERFORM IMPRIME-PERIODO UNTIL IX-ESCOLHIDO EQUAL ZEROES.

       LIMPA-IMPRESSO.
          MOVE "N" TO PLN-IMPRESSO (IX-PLN).

       ESCOLHE-PERIODO.
          MOVE ZEROES TO IX-ESCOLHIDO.
          MOVE 99 TO MENOR-UNIDADE.
          MOVE 99999999 TO MENOR-INICIO.
          IF QTD-PLANO GREATER THAN ZEROES
              PERFORM COMPARA-PERIODO
                  VARYING IX-AUX FROM 1 BY 1
                  UNTIL IX-AUX GREATER THAN QTD-PLANO.

       COMPARA-PERIODO.
          IF PLN-ATIVO (IX-AUX) EQUAL "S"
             AND PLN-IMPRESSO (IX-AUX) EQUAL "N"
              IF PLN-UNIDADE (IX-AUX) LESS THAN MENOR-UNIDADE
                 OR (PLN-UNIDADE (IX-AUX) EQUAL MENOR-UNIDADE
                     AND PLN-INICIO (IX-AUX) NOT GREATER MENOR-INICIO)
                  MOVE PLN-UNIDADE (IX-AUX) TO MENOR-UNIDADE
                  MOVE PLN-INICIO (IX-AUX) TO MENOR-INICIO
                  MOVE IX-AUX TO IX-ESCOLHIDO.

       IMPRIME-PERIODO.
          MOVE IX-ESCOLHIDO TO IX-PLN.
          MOVE "S" TO PLN-IMPRESSO (IX-PLN).
          MOVE PLN-IX-FUN (IX-PLN) TO IX-FUN.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE PLN-UNIDADE (IX-PLN) TO DET-UNI.
          MOVE PLN-MATRICULA (IX-PLN) TO DET-MAT.
          MOVE FUN-NOME (IX-FUN) TO DET-NOME.
          MOVE PLN-INICIO (IX-PLN) TO DATA-BUSCA.
          PERFORM EDITA-DATA.
          MOVE DATA-EDITADA TO DET-INI.
          MOVE PLN-FIM (IX-PLN) TO DATA-BUSCA.
          PERFORM EDITA-DATA.
          MOVE DATA-EDITADA TO DET-FIM.
          MOVE PLN-DIAS (IX-PLN) TO DET-DIAS.
          PERFORM DESCREVE-SITUACAO.
          WRITE REGPLF FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          PERFORM ESCOLHE-PERIODO.

       CABECALHO-PENDENCIAS.
          PERFORM CABECALHO-COMUM.
          WRITE REGPLF FROM CAB-02-P AFTER ADVANCING 2 LINES.
          WRITE REGPLF FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       CABECALHO.
          PERFORM CABECALHO-COMUM.
          WRITE REGPLF FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGPLF FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       CABECALHO-COMUM.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGPLF.
          WRITE REGPLF AFTER ADVANCING PAGE.
          WRITE REGPLF FROM CAB-01 AFTER ADVANCING 1 LINE.

       TERMINO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE "PROPOSTAS GERADAS............:" TO CAB-TOT-DESC.
          MOVE CONTADOR-PROPOSTAS TO CAB-TOT-QTD.
          WRITE REGPLF FROM CAB-04 AFTER ADVANCING 2 LINES.
          MOVE "PENDENCIAS...................:" TO CAB-TOT-DESC.
          MOVE CONTADOR-PENDENTES TO CAB-TOT-QTD.
          WRITE REGPLF FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "GRAVADOS NO ARQFERT..........:" TO CAB-TOT-DESC.
          MOVE CONTADOR-GERADOS TO CAB-TOT-QTD.
          WRITE REGPLF FROM CAB-04 AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-LOG.
          DISPLAY "PLANO DE FERIAS ENCERRADO.".
          DISPLAY "PROPOSTAS GERADAS....: " CONTADOR-PROPOSTAS.
          DISPLAY "PENDENCIAS...........: " CONTADOR-PENDENTES.
          DISPLAY "CONFIRMADOS..........: " CONTADOR-CONFIRM.
          DISPLAY "MOVIDOS..............: " CONTADOR-MOVIDOS.
          DISPLAY "EXCLUIDOS............: " CONTADOR-EXCLUIDOS.
          DISPLAY "DESCARTADOS DO PLANO.: " CONTADOR-DESCART.
          DISPLAY "GRAVADOS NO ARQFERT..: " CONTADOR-GERADOS.
          CLOSE RELPLF.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "PLANFER"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "ARQPLF"               TO LOG-ARQ1-NOME.
          MOVE QTD-PLANO              TO LOG-ARQ1-QTD.
          MOVE "ARQFERT"              TO LOG-ARQ2-NOME.
          MOVE CONTADOR-GERADOS       TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
