      *REPROVADOS EM ARQREP.DAT COM
      *MOTIVO "E" E ATUALIZA OS TOTAIS DE APROVACAO EM CTRL05.DAT.
      *ALUNO SEM NOTA DE EXAME E TRATADO COMO AUSENTE E REPROVADO.
      *SEM LIMITE DE QUANTIDADE DE NOTAS: ARQEXA E NOTAEXAM VAO POR
      *SORT PARA A ORDEM DE MATRICULA E DISCIPLINA (EXAFIN E
      *NOTFIN.DAT) E SAO CASADOS EM PARALELO. A NOTA DA DISCIPLINA
      *VALE ANTES DA NOTA SEM DISCIPLINA (QUE VALE PARA TODAS AS DO
      *ALUNO). A SAIDA FICA EM ORDEM DE MATRICULA E DISCIPLINA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SELECT RELEXAM ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTEXA ASSIGN TO DISK.
          SELECT EXAORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTNEX ASSIGN TO DISK.
          SELECT NOTORD ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
       FD  ARQEXA
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX05\ARQEXA.DAT".
          01 REG-EXA-ARQ               PIC X(70).

       SD  SORTEXA.
          01 REG-SEX.
          02 MATRICULA-SEX             PIC 9(07).
          02 FILLER                    PIC X(58).
          02 DISCIPLINA-SEX            PIC X(05).

       FD  EXAORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EXAFIN.DAT".
          01 REG-EXA.
          02 MATRICULA-EXA             PIC 9(07).
          02 NOME-EXA                  PIC X(30).
          02 DISCIPLINA-NEX            PIC X(05).
          02 NOTA-NEX                  PIC 9(02)V9(02).

       SD  SORTNEX.
          01 REG-SNX.
          02 MATRICULA-SNX             PIC 9(07).
          02 DISCIPLINA-SNX            PIC X(05).
          02 FILLER                    PIC X(04).

       FD  NOTORD
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "NOTFIN.DAT".
          01 REG-NEO.
          02 MATRICULA-NEO             PIC 9(07).
          02 DISCIPLINA-NEO            PIC X(05).
          02 NOTA-NEO                  PIC 9(02)V9(02).

       FD  ARQAPEX
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQAPEX.DAT".

       WORKING-STORAGE SECTION.
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-CTRL           PIC X(03) VALUE "NAO".
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  SOMA-MEDIAS        PIC 9(05)V9(02) VALUE ZEROES.
       77  SOMA-GERAL         PIC 9(07)V9(02) VALUE ZEROES.
       77  TOTAPROV-NOVO      PIC 9(03) VALUE ZEROES.
       77  MATRICULA-GERAL    PIC 9(07) VALUE ZEROES.
       77  NOTA-GERAL         PIC 9(02)V9(02) VALUE ZEROES.
       77  DATA-SISTEMA-LOG   PIC 9(08).
       77  HORA-SISTEMA-LOG   PIC 9(08).
       77  HORAS-DISC         PIC 9(03) VALUE ZEROES.
       77  SOMA-PESOS         PIC 9(02) VALUE 5.


       01 CHAVE-EXAME.
          02 CEX-MATRICULA             PIC 9(07).
          02 CEX-DISCIPLINA            PIC X(05).
       01 CHAVE-NOTA.
          02 CNO-MATRICULA             PIC 9(07).
          02 CNO-DISCIPLINA            PIC X(05).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          STOP RUN.

       INICIO.
          SORT SORTEXA ON ASCENDING KEY MATRICULA-SEX DISCIPLINA-SEX
              WITH DUPLICATES IN ORDER
              USING ARQEXA
              GIVING EXAORD.
          SORT SORTNEX ON ASCENDING KEY MATRICULA-SNX DISCIPLINA-SNX
              WITH DUPLICATES IN ORDER
              USING NOTAEXAM
              GIVING NOTORD.
          OPEN INPUT  EXAORD
                      NOTORD
               EXTEND ARQREP
               OUTPUT ARQAPEX
               OUTPUT RELEXAM.
          PERFORM LE-NOTAEXAM.
          PERFORM LEITURA.

       LE-NOTAEXAM.
          READ NOTORD AT END MOVE HIGH-VALUES TO CHAVE-NOTA.
          IF CHAVE-NOTA NOT EQUAL HIGH-VALUES
              MOVE MATRICULA-NEO TO CNO-MATRICULA
              MOVE DISCIPLINA-NEO TO CNO-DISCIPLINA.

       LEITURA.
          READ EXAORD AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
          PERFORM IMPRESSAO.
          PERFORM LEITURA.

      *----------------------------------------------------------------
      *    A NOTA SEM DISCIPLINA VEM ANTES NA ORDEM E E GUARDADA AO
      *    PASSAR, POIS VALE PARA AS DEMAIS DISCIPLINAS DO ALUNO.
      *----------------------------------------------------------------
       LOCALIZA-NOTA.
          MOVE "NAO" TO NOTA-ACHADA.
          MOVE MATRICULA-EXA TO CEX-MATRICULA.
          MOVE DISCIPLINA-EXA TO CEX-DISCIPLINA.
          PERFORM PASSA-NOTA
              UNTIL CHAVE-NOTA NOT LESS CHAVE-EXAME.
          IF CHAVE-NOTA EQUAL CHAVE-EXAME
              MOVE "SIM" TO NOTA-ACHADA
              MOVE NOTA-NEO TO NOTA-EXAME
          ELSE
          IF MATRICULA-GERAL EQUAL MATRICULA-EXA
              MOVE "SIM" TO NOTA-ACHADA
              MOVE NOTA-GERAL TO NOTA-EXAME.

       PASSA-NOTA.
          IF CNO-DISCIPLINA EQUAL SPACES
             AND CNO-MATRICULA NOT EQUAL MATRICULA-GERAL
              MOVE CNO-MATRICULA TO MATRICULA-GERAL
              MOVE NOTA-NEO TO NOTA-GERAL.
          PERFORM LE-NOTAEXAM.

       APURA-RESULTADO.
          COMPUTE MEDIA-FINAL = (MEDIA-EXA + NOTA-EXAME) / 2.
          WRITE REGEXAM FROM CAB-06 AFTER ADVANCING 1 LINES.
          PERFORM ATUALIZA-CTRL05.
          PERFORM GRAVA-LOG.
          CLOSE EXAORD
                NOTORD
                ARQAPEX
                ARQREP
                RELEXAM.
