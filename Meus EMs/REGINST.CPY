      *----------------------------------------------------------------
      *    REGINST.CPY
      *    Registro da tabela de instalacoes do clube (CADINST.DAT) -
      *    quadras, salao de festas, churrasqueiras. Mantida pelo
      *    MANINST. O dia de uso e dividido em periodos de
      *    DURACAO-INST horas a partir de HORA-ABRE-INST, sem passar de
      *    HORA-FECHA-INST; cada periodo e reservado inteiro pela
      *    TAXA-INST. SITUACAO-INST: A = liberada para reserva,
      *    I = interditada (nao aceita reserva nova). Lida pelo
      *    RESERVA e pelo OCUPINST.
      *----------------------------------------------------------------
          01 REG-INST.
          02 CODIGO-INST               PIC 9(03).
          02 DESCRICAO-INST            PIC X(25).
          02 TAXA-INST                 PIC 9(07)V9(02).
          02 HORA-ABRE-INST            PIC 9(02).
          02 HORA-FECHA-INST           PIC 9(02).
          02 DURACAO-INST              PIC 9(02).
          02 SITUACAO-INST             PIC X(01).
