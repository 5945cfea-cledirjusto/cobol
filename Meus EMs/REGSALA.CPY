      *----------------------------------------------------------------
      *    REGSALA.CPY
      *    Cadastro de salas de aula (CADSALA.DAT, na raiz,
      *    sequencial), mantido pelo MANHOR junto com a grade horaria.
      *    CAPACIDADE-SAL e o numero de lugares; o CONFHOR compara com
      *    os alunos da turma alocada na sala.
      *----------------------------------------------------------------
          01 REG-SALA.
          02 SALA-SAL                  PIC X(04).
          02 DESCRICAO-SAL             PIC X(20).
          02 CAPACIDADE-SAL            PIC 9(03).
