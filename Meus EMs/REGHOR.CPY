      *----------------------------------------------------------------
      *    REGHOR.CPY
      *    Grade horaria das turmas (ARQHOR.DAT, na raiz, sequencial),
      *    mantida pelo MANHOR. Uma linha por aula semanal: a turma e
      *    a disciplina (as mesmas do ATRPROF e do ARQDIS), o dia da
      *    semana (2 = segunda ... 7 = sabado), o horario de inicio e
      *    de fim (HHMM) e a sala do CADSALA. O MANHOR grava o arquivo
      *    em ordem de dia e horario de inicio. O CONFHOR confere os
      *    choques de professor, sala e aluno; o MATRDISC avisa o
      *    choque na inscricao e o EX07 mostra o horario do aluno.
      *----------------------------------------------------------------
          01 REG-HOR.
          02 TURMA-HOR                 PIC X(03).
          02 DISCIPLINA-HOR            PIC X(05).
          02 DIA-HOR                   PIC 9(01).
          02 INICIO-HOR                PIC 9(04).
          02 FIM-HOR                   PIC 9(04).
          02 SALA-HOR                  PIC X(04).
