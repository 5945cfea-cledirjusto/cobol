      *ABERTO NO CALCULO DO LIQUIDO, RESPEITANDO O PISO LEGAL DE
      *30 POR CENTO DO SALARIO, E REDUZ O SALDO A CADA COMPETENCIA;
      *A SOBRA DA PARCELA QUE NAO COUBER NA MARGEM RODA PARA O MES
      *SEGUINTE. O EX06 CARIMBA NO EMPRESTIMO A COMPETENCIA E A
      *PARCELA DESCONTADA, PARA A FOLHA REPROCESSADA NO MESMO MES
      *DEVOLVER A PARCELA AO SALDO ANTES DE DESCONTAR DE NOVO; A
      *INCLUSAO E A QUITACAO MANUAL ZERAM O CARIMBO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          02 VALOR-PARCELA-EMP         PIC 9(05)V9(02).
          02 SALDO-EMP                 PIC 9(07)V9(02).
          02 SITUACAO-EMP              PIC X(01).
          02 COMPET-EMP                PIC 9(06).
          02 PARCELA-MES-EMP           PIC 9(05)V9(02).

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
             03 EMP-VALOR-PARCELA      PIC 9(05)V9(02).
             03 EMP-SALDO              PIC 9(07)V9(02).
             03 EMP-SITUACAO           PIC X(01).
             03 EMP-COMPET             PIC 9(06).
             03 EMP-PARCELA-MES        PIC 9(05)V9(02).

       PROCEDURE DIVISION.

          READ ARQEMP AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-EMPRESTIMO.
          IF COMPET-EMP NOT NUMERIC OR PARCELA-MES-EMP NOT NUMERIC
              MOVE ZEROES TO COMPET-EMP
              MOVE ZEROES TO PARCELA-MES-EMP.
          IF QTD-EMPRESTIMOS NOT LESS 200
              DISPLAY "TABELA DE EMPRESTIMOS LOTADA"
          ELSE
              MOVE VALOR-PARCELA-EMP
                TO EMP-VALOR-PARCELA (QTD-EMPRESTIMOS)
              MOVE SALDO-EMP TO EMP-SALDO (QTD-EMPRESTIMOS)
              MOVE SITUACAO-EMP TO EMP-SITUACAO (QTD-EMPRESTIMOS)
              MOVE COMPET-EMP TO EMP-COMPET (QTD-EMPRESTIMOS)
              MOVE PARCELA-MES-EMP TO EMP-PARCELA-MES (QTD-EMPRESTIMOS).
          PERFORM LE-EMPRESTIMO.

       MANUTENCAO.
              MOVE EMP-PRINCIPAL (QTD-EMPRESTIMOS)
                TO EMP-SALDO (QTD-EMPRESTIMOS)
              MOVE "A" TO EMP-SITUACAO (QTD-EMPRESTIMOS)
              MOVE ZEROES TO EMP-COMPET (QTD-EMPRESTIMOS)
              MOVE ZEROES TO EMP-PARCELA-MES (QTD-EMPRESTIMOS)
              ADD 1 TO QTD-ALTERACOES
              DISPLAY "EMPRESTIMO GRAVADO - "
                  EMP-PARCELAS (QTD-EMPRESTIMOS) " PARCELAS DE "
          ELSE
              MOVE ZEROES TO EMP-SALDO (IX-ACHADO)
              MOVE "L" TO EMP-SITUACAO (IX-ACHADO)
              MOVE ZEROES TO EMP-COMPET (IX-ACHADO)
              MOVE ZEROES TO EMP-PARCELA-MES (IX-ACHADO)
              ADD 1 TO QTD-ALTERACOES
              DISPLAY "EMPRESTIMO QUITADO MANUALMENTE.".

          MOVE EMP-VALOR-PARCELA (IX-EMP) TO VALOR-PARCELA-EMP.
          MOVE EMP-SALDO (IX-EMP) TO SALDO-EMP.
          MOVE EMP-SITUACAO (IX-EMP) TO SITUACAO-EMP.
          MOVE EMP-COMPET (IX-EMP) TO COMPET-EMP.
          MOVE EMP-PARCELA-MES (IX-EMP) TO PARCELA-MES-EMP.
          WRITE REG-EMP.
