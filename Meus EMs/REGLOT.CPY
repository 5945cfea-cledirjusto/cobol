      *----------------------------------------------------------------
      *    REGLOT.CPY
      *    Lotacao dos funcionarios da folha (CADLOT.DAT, sequencial,
      *    na pasta EM01\EX06 ao lado do CADENT). O CADENT da folha nao
      *    tem departamento; a lotacao fica aqui, um registro por
      *    matricula, com o codigo do CADDEPT e o percentual do custo
      *    que cabe ao departamento. Mantido pelo MANFUN na admissao e
      *    na alteracao cadastral.
      *----------------------------------------------------------------
          01 REG-LOT.
          02 MATRICULA-LOT             PIC 9(05).
          02 DEPTO-LOT                 PIC 9(02).
          02 PERCENTUAL-LOT            PIC 9(03)V9(02).
