      *----------------------------------------------------------------
      *    REGCPC.CPY
      *    Registro do CADCAPAC.DAT, ocupacao das tabelas em memoria
      *    na ultima rodada de cada programa: uma linha por programa e
      *    tabela, regravada a cada rodada pela CAPTAB e listada pelo
      *    RELCAPAC. USADO-CPC maior que LIMITE-CPC e a rodada que
      *    parou com a tabela lotada.
      *----------------------------------------------------------------
          01 REG-CPC.
          02 CHAVE-CPC.
             03 PROGRAMA-CPC           PIC X(08).
             03 TABELA-CPC             PIC X(12).
          02 USADO-CPC                 PIC 9(07).
          02 LIMITE-CPC                PIC 9(07).
          02 DATA-CPC                  PIC 9(08).
          02 HORA-CPC                  PIC 9(06).
