      *----------------------------------------------------------------
      *    REGLIB.CPY
      *    Decisao de liberacao da folha calculada (ARQLIB.DAT, na
      *    raiz, sequencial, so acrescentado). O LIBFOL grava uma linha
      *    por decisao do operador nivel 2; vale a ultima linha da
      *    competencia. SITUACAO-LIB: L = liberada, R = retida.
      *    DATA-FOLHA-LIB e a data do header do CADSAI decidido e
      *    QTD-FUNC-LIB / LIQUIDO-LIB os totais dele - o CONFLIB
      *    confere os totais contra o CADSAI em disco, de modo que a
      *    folha recalculada com outro resultado depois da liberacao
      *    volta a exigir decisao (so os registros de folha contam;
      *    ferias e rescisoes do dia nao). DIF-COMP-LIB, PISO-LIB e
      *    ESTOURO-LIB sao as ocorrencias do COMPFOL, do RELPISO do
      *    EX06 e do RELORC que o operador tinha na tela ao decidir
      *    (9's = nao rodou).
      *----------------------------------------------------------------
          01 REG-LIB.
          02 COMPET-LIB                PIC 9(06).
          02 DATA-FOLHA-LIB            PIC 9(08).
          02 SITUACAO-LIB              PIC X(01).
          02 DATA-LIB                  PIC 9(08).
          02 HORA-LIB                  PIC 9(06).
          02 OPERADOR-LIB              PIC 9(04).
          02 QTD-FUNC-LIB              PIC 9(06).
          02 BRUTO-LIB                 PIC 9(09)V9(02).
          02 DESCONTO-LIB              PIC 9(09)V9(02).
          02 LIQUIDO-LIB               PIC 9(09)V9(02).
          02 DIF-COMP-LIB              PIC 9(06).
          02 PISO-LIB                  PIC 9(06).
          02 ESTOURO-LIB               PIC 9(02).
          02 COMENTARIO-LIB            PIC X(60).
