      *----------------------------------------------------------------
      *    REGPGP.CPY
      *    Pensao alimenticia descontada na folha (PAGPENS.DAT, na
      *    pasta da folha EM01\EX06), regravado pelo EX06 a cada
      *    rodada junto com o CADSAI: um registro por ordem do
      *    CADPENS aplicada, com os dados do beneficiario e o valor
      *    descontado do funcionario. A REMESSA transforma cada
      *    registro num detalhe de credito ao beneficiario (tipo 2)
      *    no REMBANCO.DAT e o RETSAL casa a devolucao pela matricula.
      *----------------------------------------------------------------
          01 REG-PGP.
          02 MATRICULA-PGP             PIC 9(05).
          02 SEQ-PGP                   PIC 9(02).
          02 NOME-BEN-PGP              PIC X(30).
          02 CPF-BEN-PGP               PIC 9(11).
          02 BANCO-PGP                 PIC 9(03).
          02 AGENCIA-PGP               PIC 9(04).
          02 CONTA-PGP                 PIC 9(08).
          02 VALOR-PGP                 PIC 9(07)V9(02).
          02 PROCESSO-PGP              PIC X(25).
