      *----------------------------------------------------------------
      *    REGPRE.CPY
      *    Tabela de pre-requisitos das disciplinas (PREREQ.DAT, na
      *    raiz, sequencial), mantida pelo MANDISC junto com o
      *    catalogo CADDISC. Uma linha por par disciplina/requisito:
      *    para cursar DISCIPLINA-PRE o aluno precisa ter no ARQHIST a
      *    disciplina REQUISITO-PRE com situacao ao menos igual a
      *    SITUACAO-MIN-PRE (APR = aprovado; EXA = aprovado ou ao
      *    menos levado ao exame final). A conferencia e feita pela
      *    subrotina CONFPRE.
      *----------------------------------------------------------------
          01 REG-PRE.
          02 DISCIPLINA-PRE            PIC X(05).
          02 REQUISITO-PRE             PIC X(05).
          02 SITUACAO-MIN-PRE          PIC X(03).
