      *----------------------------------------------------------------
      *    DIASEM.CPY
      *    Abreviaturas dos dias da semana usados na grade horaria
      *    (REGHOR). O dia 2 (segunda) e a primeira ocorrencia, logo
      *    o nome do dia D e NOME-DIA (D - 1).
      *----------------------------------------------------------------
       01 TAB-NOMES-DIA.
          02 FILLER    PIC X(18) VALUE "SEGTERQUAQUISEXSAB".
       01 TAB-DIAS REDEFINES TAB-NOMES-DIA.
          02 NOME-DIA  PIC X(03) OCCURS 6 TIMES.
