      *----------------------------------------------------------------
      *    REGINP.CPY
      *    Registro dos codigos oficiais do censo escolar (CADINEP.DAT,
      *    indexado pela matricula do aluno). O RETCENSO carrega aqui o
      *    retorno do ministerio: o codigo oficial do aluno contra a
      *    matricula e o codigo da escola. O registro de matricula
      *    zerada guarda o codigo da escola, que vai no header do
      *    CENSO.TXT; o CENSO le este cadastro para levar o codigo do
      *    aluno ja identificado no ano seguinte.
      *----------------------------------------------------------------
          01 REG-INP.
          02 MATRICULA-INP             PIC 9(07).
          02 ID-ALUNO-INP              PIC 9(12).
          02 ESCOLA-INP                PIC 9(08).
          02 ANO-CENSO-INP             PIC 9(04).
          02 DATA-RET-INP              PIC 9(08).
