      *----------------------------------------------------------------
      *    REGAJM.CPY
      *    Registro do diario de ajustes pro-rata da mensalidade do
      *    aluno (AJUMENS.DAT, na raiz, so acrescimo, uma linha por
      *    movimento), gravado pelo MATRDISC quando uma inclusao (TIPO
      *    I) ou desistencia (TIPO D) de disciplina muda o valor do mes
      *    ja lancado no ARQMENS. VALOR-ANT/NOVO-AJM sao o valor mensal
      *    antes e depois do movimento (ja com teto e bolsa); VALOR-AJM
      *    e a diferenca pelos DIAS-AJM que faltam do mes (base 30),
      *    SINAL-AJM + cobra e - credita, somada ao AJUSTE-MEN do
      *    ARQMENS. Desistencia depois do prazo do PARMAJU.DAT sai com
      *    REEMBOLSO-AJM "N" e VALOR-AJM zerado. O GERAMENS lista no
      *    demonstrativo do mes seguinte os ajustes da competencia
      *    anterior.
      *----------------------------------------------------------------
          01 REG-AJM.
          02 DATA-AJM                  PIC 9(08).
          02 FILLER                    PIC X(01).
          02 COMPET-AJM                PIC 9(06).
          02 FILLER                    PIC X(01).
          02 MATRICULA-AJM             PIC 9(07).
          02 FILLER                    PIC X(01).
          02 DISCIPLINA-AJM            PIC X(05).
          02 FILLER                    PIC X(01).
          02 TIPO-AJM                  PIC X(01).
          02 FILLER                    PIC X(01).
          02 VALOR-ANT-AJM             PIC 9(05)V9(02).
          02 FILLER                    PIC X(01).
          02 VALOR-NOVO-AJM            PIC 9(05)V9(02).
          02 FILLER                    PIC X(01).
          02 DIAS-AJM                  PIC 9(02).
          02 FILLER                    PIC X(01).
          02 SINAL-AJM                 PIC X(01).
          02 VALOR-AJM                 PIC 9(07)V9(02).
          02 FILLER                    PIC X(01).
          02 REEMBOLSO-AJM             PIC X(01).
          02 FILLER                    PIC X(01).
          02 OPERADOR-AJM              PIC 9(04).
