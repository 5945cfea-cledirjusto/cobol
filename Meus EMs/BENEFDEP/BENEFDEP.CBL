      *PENDENTE (SITUACAO P) QUE O BAIXAREC ABATE NA PROXIMA BAIXA
      *DE RECIBO DO SOCIO, E LISTADO EM RELDESC PARA A TESOURARIA.
      *A MENSALIDADE DO CADSOC1 NAO E ALTERADA - O VALOR CADASTRADO
      *CONTINUA BATENDO COM A TABELA DE PLANOS. O DESCSOC GUARDA A
      *DATA E A SEQUENCIA DO RECIBO QUE ABATEU O CREDITO (USADAS PELO
      *ESTORREC) E O BENEFDEP REGRAVA ESSES CAMPOS COMO ESTAO.
      *ORIGEM-DES DISTINGUE O CREDITO DE DEPENDENTE (ESPACO) DO
      *CREDITO DE INDICACAO DE NOVO SOCIO (I, GRAVADO PELO QUALIND,
      *COM O NUMERO DO SOCIO INDICADO EM MATR-DES); O DE INDICACAO E
      *REGRAVADO COMO ESTA E NUNCA CONTA COMO CREDITO DO DEPENDENTE.
      *SEM LIMITE DE QUANTIDADE: OS VINCULOS, OS CREDITOS JA
      *GRAVADOS E OS APROVADOS NO EXAME (ARQAPEX) VAO POR SORT PARA A
      *ORDEM DE MATRICULA E SAO CONFERIDOS EM PARALELO; O CREDITO
      *NOVO E ACRESCENTADO NO FIM DO DESCSOC, QUE NAO E MAIS
      *REGRAVADO. O RELDESC SAI EM ORDEM DE MATRICULA DO DEPENDENTE.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL ARQAPEX ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTAPX ASSIGN TO DISK.
          SELECT APEXORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL SOCALU ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTVIN ASSIGN TO DISK.
          SELECT VINORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTDES ASSIGN TO DISK.
          SELECT DESCORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQALU ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
       FD  SOCALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SOCALU.DAT".
          01 REG-VIN-ARQ               PIC X(13).

       SD  SORTVIN.
          01 REG-SVI.
          02 SOCIO-SVI                 PIC 9(06).
          02 MATR-SVI                  PIC 9(06).
          02 DIGI-SVI                  PIC 9(01).

       FD  VINORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "VINBEN.DAT".
          01 REG-VINORD                PIC X(13).

       FD  ARQALU
          LABEL RECORD ARE STANDARD
          02 VALOR-DES                 PIC 9(09)V9(02).
          02 DATA-DES                  PIC 9(08).
          02 SITUACAO-DES              PIC X(01).
          02 SEQ-ABAT-DES              PIC 9(06).
          02 DATA-ABAT-DES             PIC 9(08).
          02 ORIGEM-DES                PIC X(01).

       SD  SORTDES.
          01 REG-SDE.
          02 SOCIO-SDE                 PIC 9(06).
          02 MATR-SDE                  PIC 9(06).
          02 FILLER                    PIC X(36).

       FD  DESCORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DESBEN.DAT".
          01 REG-DEO.
          02 SOCIO-DEO                 PIC 9(06).
          02 MATR-DEO                  PIC 9(06).
          02 FILLER                    PIC X(35).
          02 ORIGEM-DEO                PIC X(01).

       FD  RELDESC
          LABEL RECORD IS OMITTED.
          02 MEDIA-FINAL-APEX          PIC 9(02)V9(02).
          02 DISCIPLINA-APEX           PIC X(05).

       SD  SORTAPX.
          01 REG-SAP.
          02 MATRICULA-SAP             PIC 9(07).
          02 MEDIA-FINAL-SAP           PIC 9(02)V9(02).
          02 DISCIPLINA-SAP            PIC X(05).

       FD  APEXORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "APXBEN.DAT".
          01 REG-APO.
          02 MATRICULA-APO             PIC 9(07).
          02 MEDIA-FINAL-APO           PIC 9(02)V9(02).
          02 DISCIPLINA-APO            PIC X(05).

       WORKING-STORAGE SECTION.
       77  FIM-APEX           PIC X(03) VALUE "NAO".
       77  MATRICULA-GERAL    PIC 9(07) VALUE ZEROES.
       77  MATRICULA-APURADA  PIC 9(07) VALUE ZEROES.
       77  APROVADO-APURADO   PIC X(03) VALUE "NAO".
       77  APROVADO-EXAME     PIC X(03) VALUE "NAO".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-PARM           PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  CT-LIN             PIC 9(02) VALUE 99.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  DATA-SISTEMA-LOG   PIC 9(08).
       77  JA-TEM-CREDITO     PIC X(03) VALUE "NAO".
       77  HORA-SISTEMA-LOG   PIC 9(08).

       01 REG-VIN.
          02 SOCIO-VIN                 PIC 9(06).
          02 MATR-VIN                  PIC 9(06).
          02 DIGI-VIN                  PIC 9(01).

       01 CHAVE-CREDITO-VIN.
          02 CCV-MATR                  PIC 9(06).
          02 CCV-SOCIO                 PIC 9(06).
       01 CHAVE-CREDITO-ULT            PIC X(12) VALUE SPACES.
       01 CHAVE-CREDITO-DES.
          02 CCD-MATR                  PIC 9(06).
          02 CCD-SOCIO                 PIC 9(06).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "DESCONTOS DE DEPEN".
              MOVE PERCENTUAL-PARM TO PERCENTUAL.
          CLOSE PARMBEN.

      *----------------------------------------------------------------
      *    VINCULOS E CREDITOS JA GRAVADOS NA ORDEM DE MATRICULA DO
      *    DEPENDENTE E SOCIO (VINBEN.DAT E DESBEN.DAT); O DESCSOC SO
      *    RECEBE OS CREDITOS NOVOS NO FIM.
      *----------------------------------------------------------------
       INICIO.
          SORT SORTVIN ON ASCENDING KEY MATR-SVI SOCIO-SVI DIGI-SVI
              USING SOCALU
              GIVING VINORD.
          SORT SORTDES ON ASCENDING KEY MATR-SDE SOCIO-SDE
              USING DESCSOC
              GIVING DESCORD.
          OPEN INPUT  VINORD
                      ARQALU
                      CADSOC1
                      DESCORD
               EXTEND DESCSOC
               OUTPUT RELDESC.
          PERFORM ABRE-ARQDIS.
          PERFORM LE-CREDITO-ANTERIOR.
          ACCEPT DATA-SISTEMA-LOG FROM DATE YYYYMMDD.
          PERFORM LEITURA.

       LE-CREDITO-ANTERIOR.
          READ DESCORD AT END MOVE HIGH-VALUES TO CHAVE-CREDITO-DES.
          IF CHAVE-CREDITO-DES NOT EQUAL HIGH-VALUES
              MOVE MATR-DEO TO CCD-MATR
              MOVE SOCIO-DEO TO CCD-SOCIO.

       CONFERE-CREDITO-ANTERIOR.
          IF ORIGEM-DEO NOT EQUAL "I"
              MOVE "SIM" TO JA-TEM-CREDITO.
          PERFORM LE-CREDITO-ANTERIOR.

       ABRE-ARQDIS.
          MOVE "NAO" TO TEM-ARQDIS.
              MOVE "SIM" TO TEM-ARQDIS.

       LEITURA.
          READ VINORD INTO REG-VIN AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
          READ ARQALU KEY IS MATRICULA-ENT
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.

      *----------------------------------------------------------------
      *    DEPENDENTE VINCULADO A MAIS DE UM SOCIO: A APURACAO E A DO
      *    VINCULO ANTERIOR (OS APROVADOS NO EXAME JA FORAM PASSADOS).
      *----------------------------------------------------------------
       APURA-DEPENDENTE.
          IF MATRICULA-ENT-NUM EQUAL MATRICULA-APURADA
              MOVE APROVADO-APURADO TO APROVADO-BEN
          ELSE
              PERFORM APURA-DISCIPLINAS-BEN
              IF QTD-DIS-BEN GREATER THAN ZEROES
                  IF QTD-DIS-APR-BEN EQUAL QTD-DIS-BEN
                      MOVE "SIM" TO APROVADO-BEN
                  ELSE
                      MOVE "NAO" TO APROVADO-BEN
              ELSE
                  PERFORM APURA-LEGADO.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-APURADA.
          MOVE APROVADO-BEN TO APROVADO-APURADO.
          IF APROVADO-BEN EQUAL "SIM"
              PERFORM BUSCA-SOCIO.

          COMPUTE PCT-FALTAS ROUNDED = FALTAS-BEN * 100 / HORAS-DISC
              ON SIZE ERROR MOVE 999,99 TO PCT-FALTAS
          END-COMPUTE.
          CALL "APROVA" USING MEDIA PCT-FALTAS APROVADO-BEN
              DISCIPLINA-APROVA.
          IF APROVADO-BEN EQUAL "EXA"
              PERFORM CONSULTA-APEX
          ELSE
          COMPUTE PCT-FALTAS ROUNDED = FALTAS-BEN * 100 / HORAS-DISC
              ON SIZE ERROR MOVE 999,99 TO PCT-FALTAS
          END-COMPUTE.
          CALL "APROVA" USING MEDIA PCT-FALTAS APROVADO-BEN
              DISCIPLINA-APROVA.
          IF APROVADO-BEN EQUAL "EXA"
              PERFORM CONSULTA-APEX
          ELSE
          ELSE
              PERFORM CONCEDE-DESCONTO.

      *----------------------------------------------------------------
      *    CREDITO DE DEPENDENTE JA GRAVADO PARA O MESMO SOCIO E
      *    DEPENDENTE; VINCULO REPETIDO REPETE A RESPOSTA ANTERIOR.
      *----------------------------------------------------------------
       CONCEDE-DESCONTO.
          MOVE MATR-VIN TO CCV-MATR.
          MOVE SOCIO-VIN TO CCV-SOCIO.
          IF CHAVE-CREDITO-VIN NOT EQUAL CHAVE-CREDITO-ULT
              MOVE CHAVE-CREDITO-VIN TO CHAVE-CREDITO-ULT
              MOVE "NAO" TO JA-TEM-CREDITO
              PERFORM LE-CREDITO-ANTERIOR
                  UNTIL CHAVE-CREDITO-DES NOT LESS CHAVE-CREDITO-VIN
              PERFORM CONFERE-CREDITO-ANTERIOR
                  UNTIL CHAVE-CREDITO-DES NOT EQUAL CHAVE-CREDITO-VIN.
          IF JA-TEM-CREDITO EQUAL "NAO"
              PERFORM GRAVA-DESCONTO.

          MOVE VALOR-DESCONTO TO VALOR-DES.
          MOVE DATA-SISTEMA-LOG TO DATA-DES.
          MOVE "P" TO SITUACAO-DES.
          MOVE ZEROES TO SEQ-ABAT-DES.
          MOVE ZEROES TO DATA-ABAT-DES.
          WRITE REG-DES.
          ADD 1 TO CONTADOR-CONC.
          ADD VALOR-DESCONTO TO SOMA-DESCONTOS.
          PERFORM GRAVA-LOG.
          IF TEM-ARQDIS EQUAL "SIM"
              CLOSE ARQDIS.
          CLOSE VINORD
                ARQALU
                CADSOC1
                DESCORD
                DESCSOC
                RELDESC
                APEXORD.
          DISPLAY "VINCULOS LIDOS.......: " CONTADOR-LIDOS.
          DISPLAY "DESCONTOS CONCEDIDOS.: " CONTADOR-CONC.
          DISPLAY "SEM CADASTRO.........: " CONTADOR-SEMCAD.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.

      *----------------------------------------------------------------
      *    APROVADOS NO EXAME EM ORDEM DE MATRICULA E DISCIPLINA,
      *    CONFERIDOS EM PARALELO COM OS VINCULOS (ORDEM DE MATRICULA)
      *    E AS DISCIPLINAS DO ARQDIS (ORDEM DA CHAVE). O REGISTRO SEM
      *    DISCIPLINA VALE PARA TODAS AS DO ALUNO.
      *----------------------------------------------------------------
       CARGA-APEX.
          SORT SORTAPX ON ASCENDING KEY MATRICULA-SAP DISCIPLINA-SAP
              USING ARQAPEX
              GIVING APEXORD.
          OPEN INPUT APEXORD.
          PERFORM LE-APEX.

       LE-APEX.
          READ APEXORD AT END MOVE "SIM" TO FIM-APEX.

       CONSULTA-APEX.
          MOVE "NAO" TO APROVADO-EXAME.
          PERFORM LE-APEX
              UNTIL FIM-APEX EQUAL "SIM"
                 OR MATRICULA-APO NOT LESS MATRICULA-ENT-NUM.
          PERFORM PASSA-APEX
              UNTIL FIM-APEX EQUAL "SIM"
                 OR MATRICULA-APO NOT EQUAL MATRICULA-ENT-NUM
                 OR DISCIPLINA-APO NOT LESS DISCIPLINA-BEN.
          IF MATRICULA-GERAL EQUAL MATRICULA-ENT-NUM
              MOVE "SIM" TO APROVADO-EXAME.
          IF FIM-APEX NOT EQUAL "SIM"
             AND MATRICULA-APO EQUAL MATRICULA-ENT-NUM
             AND DISCIPLINA-APO EQUAL DISCIPLINA-BEN
              MOVE "SIM" TO APROVADO-EXAME.

       PASSA-APEX.
          IF DISCIPLINA-APO EQUAL SPACES
              MOVE MATRICULA-APO TO MATRICULA-GERAL.
          PERFORM LE-APEX.
