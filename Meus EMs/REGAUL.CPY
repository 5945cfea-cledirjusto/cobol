      *----------------------------------------------------------------
      *    REGAUL.CPY
      *    Diario de classe (ARQAUL.DAT, na raiz, sequencial, so
      *    acrescimo). Gravado pelo LANCAUL: uma linha por aula dada
      *    (TIPO-AUL A) com turma, disciplina, data, horas-aula e o
      *    professor atribuido no ATRPROF; e uma linha de
      *    encerramento do diario da turma/disciplina (TIPO-AUL E)
      *    quando a coordenacao da o diario por completo. PERIODO-AUL
      *    e o periodo letivo aberto no CTRLPER na hora do lancamento.
      *    A subrotina CARGAUL devolve as horas dadas no periodo e se
      *    o diario esta encerrado; o EX05 e o FECHASEM passam entao a
      *    apurar o percentual de faltas sobre as horas dadas, e o
      *    CONFAUL confronta as horas dadas com a carga do CADDISC.
      *----------------------------------------------------------------
          01 REG-AUL.
          02 PERIODO-AUL               PIC X(06).
          02 TURMA-AUL                 PIC X(03).
          02 DISCIPLINA-AUL            PIC X(05).
          02 TIPO-AUL                  PIC X(01).
          02 DATA-AUL                  PIC 9(08).
          02 HORAS-AUL                 PIC 9(02).
          02 PROFESSOR-AUL             PIC 9(04).
          02 OPERADOR-AUL              PIC 9(04).
