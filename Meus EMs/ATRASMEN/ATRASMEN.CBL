      *RELMENS OS ALUNOS COM CODIGO 02, COM O CURSO, O VALOR DA
      *MENSALIDADE, OS MESES EM ABERTO E O DEBITO ACUMULADO
      *(VALOR VEZES MESES), TOTALIZANDO QUANTIDADE E DEBITO PARA A
      *SECRETARIA COBRAR - SEM PLANILHA DE LADO. O DEBITO SOMA O
      *AJUSTE PRO-RATA EM ABERTO (AJUSTE-MEN, GRAVADO PELO MATRDISC
      *NA INCLUSAO OU DESISTENCIA DE DISCIPLINA); AJUSTE A CREDITO
      *REDUZ O DEBITO ATE ZERO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          02 DISCIPLINA-MEN            PIC X(05).
          02 VALOR-MEN                 PIC 9(09)V9(02) COMP-3.
          02 MESES-ATRASO-MEN          PIC 9(02)       COMP-3.
          02 AJUSTE-MEN                PIC S9(07)V9(02) COMP-3.

       FD  RELMENS
          LABEL RECORD IS OMITTED.
       77  FS-MEN             PIC X(02) VALUE "00".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  DEBITO-ALUNO       PIC 9(11)V9(02) VALUE ZEROES.
       77  DEBITO-AJUSTADO    PIC S9(11)V9(02) VALUE ZEROES.
       77  TOTAL-LIDOS        PIC 9(05) VALUE ZEROES.
       77  TOTAL-ATRASADOS    PIC 9(05) VALUE ZEROES.
       77  DEBITO-TOTAL       PIC 9(12)V9(02) VALUE ZEROES.

       IMPRIME-ATRASADO.
          ADD 1 TO TOTAL-ATRASADOS.
          COMPUTE DEBITO-AJUSTADO =
              (VALOR-MEN * MESES-ATRASO-MEN) + AJUSTE-MEN.
          IF DEBITO-AJUSTADO GREATER THAN ZEROES
              MOVE DEBITO-AJUSTADO TO DEBITO-ALUNO
          ELSE
              MOVE ZEROES TO DEBITO-ALUNO.
          ADD DEBITO-ALUNO TO DEBITO-TOTAL.
          MOVE MATRICULA-MEN TO DET-MATR.
          MOVE NOME-MEN TO DET-NOME.
