      *ARQDIS NO DISCO SAI UM REGISTRO POR INSCRICAO DO ALUNO; SEM
      *ELE, UM REGISTRO UNICO PELA DISCIPLINA PRINCIPAL DO ARQALU.
      *O PERIODO VEM DA VARIAVEL DE AMBIENTE PERIODO_LETIVO. O EX07
      *LISTA ESTE HISTORICO NO BOLETIM. COM O DIARIO DE CLASSE
      *(ARQAUL) DA TURMA/DISCIPLINA ENCERRADO NO LANCAUL, O PERCENTUAL
      *DE FALTAS E APURADO SOBRE AS HORAS-AULA DADAS (CARGAUL) E NAO
      *SOBRE A CARGA DO CADDISC. AS FALTAS ABONADAS NO MANABO
      *(CARGABO) NAO ENTRAM NO PERCENTUAL DE FALTAS; O HISTORICO
      *CONTINUA COM O TOTAL DE FALTAS LANCADAS. NA DISCIPLINA
      *AVALIADA POR CONCEITO (ESCALA C NO CADDISC) O HISTORICO GUARDA
      *TAMBEM O CONCEITO FINAL (CONVCONC) EM CONCEITO-HIS; NAS DEMAIS
      *O CAMPO FICA EM BRANCO. OS APROVADOS NO EXAME (ARQAPEX) VAO
      *POR SORT PARA A ORDEM DE MATRICULA E DISCIPLINA E SAO
      *CONFERIDOS EM PARALELO COM O ARQALU, SEM LIMITE DE QUANTIDADE.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL ARQAPEX ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTAPX ASSIGN TO DISK.
          SELECT APEXORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQALU ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          02 FALTAS-HIS                PIC 9(02).
          02 MEDIA-HIS                 PIC 9(02)V9(02).
          02 SITUACAO-HIS              PIC X(03).
          02 CONCEITO-HIS              PIC X(01).

       FD  CTRLPER
          LABEL RECORD ARE STANDARD
          02 MEDIA-FINAL-APEX          PIC 9(02)V9(02).
          02 DISCIPLINA-APEX           PIC X(05).

       SD  SORTAPX.
          01 REG-SAP.
          02 MATRICULA-SAP             PIC 9(07).
          02 MEDIA-FINAL-SAP           PIC 9(02)V9(02).
          02 DISCIPLINA-SAP            PIC X(05).

       FD  APEXORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "APXFEC.DAT".
          01 REG-APO.
          02 MATRICULA-APO             PIC 9(07).
          02 MEDIA-FINAL-APO           PIC 9(02)V9(02).
          02 DISCIPLINA-APO            PIC X(05).

       WORKING-STORAGE SECTION.
       77  FIM-APEX           PIC X(03) VALUE "NAO".
       77  MATRICULA-GERAL    PIC 9(07) VALUE ZEROES.
       77  APROVADO-EXAME     PIC X(03) VALUE "NAO".
       77  FS-HIST            PIC X(02).
       77  FS-DIS             PIC X(02) VALUE "00".
       77  TEM-ARQDIS         PIC X(03) VALUE "NAO".
       77  DISCIPLINA-FECHA   PIC X(05) VALUE SPACES.
       77  FALTAS-FECHA       PIC 9(02) VALUE ZEROES.
       77  HORAS-DISC         PIC 9(03) VALUE ZEROES.
       77  TURMA-DIARIO       PIC X(03) VALUE SPACES.
       77  HORAS-DADAS        PIC 9(03) VALUE ZEROES.
       77  DIARIO-COMPLETO    PIC X(03) VALUE "NAO".
       77  PCT-FALTAS         PIC 9(03)V9(02) VALUE ZEROES.
       77  DISCIPLINA-APROVA  PIC X(05) VALUE SPACES.
       77  FALTAS-LANCADAS    PIC 9(02) VALUE ZEROES.
       77  FALTAS-ABONADAS    PIC 9(02) VALUE ZEROES.
       77  FALTAS-CONTADAS    PIC 9(02) VALUE ZEROES.

       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-HIST           PIC X(03) VALUE "NAO".
       77  SOMA               PIC 9(03).
       77  MEDIA              PIC 9(02)V9(02).
       77  APROVADO-FECHA     PIC X(03) VALUE "NAO".
       77  FUNCAO-CONC        PIC X(01) VALUE "M".
       77  RESP-CONC          PIC X(03) VALUE "NAO".
       77  PESO-NOTA1         PIC 9(01) VALUE 1.
       77  PESO-NOTA2         PIC 9(01) VALUE 1.
       77  PESO-NOTA3         PIC 9(01) VALUE 2.
          CALL "CARGDISC" USING DISCIPLINA-APROVA HORAS-DISC
              PESO-NOTA1 PESO-NOTA2 PESO-NOTA3 PESO-NOTA4
              SOMA-PESOS.
          MOVE TURMA-DIS TO TURMA-DIARIO.
          PERFORM BASE-DIARIO.
          COMPUTE SOMA = (NOTA1-DIS * PESO-NOTA1)
                       + (NOTA2-DIS * PESO-NOTA2)
                       + (NOTA3-DIS * PESO-NOTA3)
                       + (NOTA4-DIS * PESO-NOTA4).
          DIVIDE SOMA BY SOMA-PESOS GIVING MEDIA.
          MOVE FALTAS-DIS TO FALTAS-FECHA.
          MOVE FALTAS-DIS TO FALTAS-LANCADAS.
          PERFORM SEPARA-ABONADAS.
          COMPUTE PCT-FALTAS ROUNDED =
              FALTAS-CONTADAS * 100 / HORAS-DISC
              ON SIZE ERROR MOVE 999,99 TO PCT-FALTAS
          END-COMPUTE.
          CALL "APROVA" USING MEDIA PCT-FALTAS APROVADO-FECHA
              DISCIPLINA-APROVA.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-HIS.
          MOVE PERIODO-FECHA TO PERIODO-HIS.
          MOVE DISCIPLINA-DIS TO DISCIPLINA-HIS.
          CALL "CARGDISC" USING DISCIPLINA-APROVA HORAS-DISC
              PESO-NOTA1 PESO-NOTA2 PESO-NOTA3 PESO-NOTA4
              SOMA-PESOS.
          MOVE TURMA-ENT TO TURMA-DIARIO.
          PERFORM BASE-DIARIO.
          COMPUTE SOMA = (NOTA1-ENT * PESO-NOTA1)
                       + (NOTA2-ENT * PESO-NOTA2)
                       + (NOTA3-ENT * PESO-NOTA3)
                       + (NOTA4-ENT * PESO-NOTA4).
          DIVIDE SOMA BY SOMA-PESOS GIVING MEDIA.
          MOVE FALTAS-ENT TO FALTAS-FECHA.
          MOVE FALTAS-ENT TO FALTAS-LANCADAS.
          PERFORM SEPARA-ABONADAS.
          COMPUTE PCT-FALTAS ROUNDED =
              FALTAS-CONTADAS * 100 / HORAS-DISC
              ON SIZE ERROR MOVE 999,99 TO PCT-FALTAS
          END-COMPUTE.
          CALL "APROVA" USING MEDIA PCT-FALTAS APROVADO-FECHA
              DISCIPLINA-APROVA.

      *----------------------------------------------------------------
      *    COM O DIARIO DE CLASSE DA TURMA/DISCIPLINA ENCERRADO, AS
      *    HORAS-AULA DADAS SUBSTITUEM A CARGA DO CATALOGO COMO BASE
      *    DO PERCENTUAL DE FALTAS.
      *----------------------------------------------------------------
       BASE-DIARIO.
          CALL "CARGAUL" USING TURMA-DIARIO DISCIPLINA-APROVA
              HORAS-DADAS DIARIO-COMPLETO.
          IF DIARIO-COMPLETO EQUAL "SIM"
             AND HORAS-DADAS GREATER THAN ZEROES
              MOVE HORAS-DADAS TO HORAS-DISC.

      *----------------------------------------------------------------
      *    FALTAS ABONADAS PELO MANABO (CARGABO) FICAM FORA DO
      *    PERCENTUAL QUE VAI PARA O APROVA.
      *----------------------------------------------------------------
       SEPARA-ABONADAS.
          CALL "CARGABO" USING MATRICULA-ENT-NUM DISCIPLINA-APROVA
              FALTAS-ABONADAS.
          IF FALTAS-ABONADAS GREATER THAN FALTAS-LANCADAS
              MOVE FALTAS-LANCADAS TO FALTAS-ABONADAS.
          SUBTRACT FALTAS-ABONADAS FROM FALTAS-LANCADAS
              GIVING FALTAS-CONTADAS.

       GRAVA-HISTORICO.
          MOVE MATRICULA-ENT-NUM TO MATRICULA-HIS.
              MOVE "REP" TO SITUACAO-HIS.

       GRAVA-REG-HIS.
          MOVE "M" TO FUNCAO-CONC.
          CALL "CONVCONC" USING FUNCAO-CONC DISCIPLINA-HIS CONCEITO-HIS
              MEDIA-HIS RESP-CONC.
          MOVE "NAO" TO REGRAVOU.
          WRITE REG-HIS
              INVALID KEY PERFORM REGRAVA-HISTORICO.
          IF TEM-ARQDIS EQUAL "SIM"
              CLOSE ARQDIS.
          CLOSE ARQALU
                ARQHIST
                APEXORD.

       GRAVA-FECHAMENTO.
          MOVE PERIODO-FECHA TO PERIODO-PER.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.

      *----------------------------------------------------------------
      *    APROVADOS NO EXAME EM ORDEM DE MATRICULA E DISCIPLINA,
      *    CONFERIDOS EM PARALELO COM O ARQALU (MESMA ORDEM) E COM AS
      *    DISCIPLINAS DO ALUNO NO ARQDIS (ORDEM DA CHAVE). O REGISTRO
      *    SEM DISCIPLINA VALE PARA TODAS AS DO ALUNO.
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
                 OR DISCIPLINA-APO NOT LESS DISCIPLINA-FECHA.
          IF MATRICULA-GERAL EQUAL MATRICULA-ENT-NUM
              MOVE "SIM" TO APROVADO-EXAME.
          IF FIM-APEX NOT EQUAL "SIM"
             AND MATRICULA-APO EQUAL MATRICULA-ENT-NUM
             AND DISCIPLINA-APO EQUAL DISCIPLINA-FECHA
              MOVE "SIM" TO APROVADO-EXAME.

       PASSA-APEX.
          IF DISCIPLINA-APO EQUAL SPACES
              MOVE MATRICULA-APO TO MATRICULA-GERAL.
          PERFORM LE-APEX.

