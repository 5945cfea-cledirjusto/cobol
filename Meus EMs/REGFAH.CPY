      *----------------------------------------------------------------
      *    REGFAH.CPY
      *    Historico dos lancamentos de faltas (ARQFALH.DAT, na raiz,
      *    linha sequencial, so acrescentado). O LANCAFAL grava uma
      *    linha por lancamento aplicado no ARQDIS/ARQALU, com o
      *    periodo aberto no CTRLPER e a disciplina efetiva (a
      *    principal do aluno quando o movimento veio em branco). E a
      *    base do CARGABO para separar as faltas abonadas.
      *----------------------------------------------------------------
          01 REG-FAH.
          02 PERIODO-FAH               PIC X(06).
          02 MATRICULA-FAH             PIC 9(07).
          02 DISCIPLINA-FAH            PIC X(05).
          02 DATA-FAH                  PIC 9(08).
          02 AULAS-FAH                 PIC 9(02).
          02 DATA-LANC-FAH             PIC 9(08).
