      *----------------------------------------------------------------
      *    REGCAP.CPY
      *    Parametros da chamada da CAPTAB, que registra no CADCAPAC
      *    quanto de uma tabela em memoria a rodada usou. Quem ainda
      *    carrega tabela com OCCURS move o nome do programa, o nome
      *    da tabela, a maior ocupacao da rodada e o limite da tabela
      *    e chama a CAPTAB no fim da rodada - e tambem antes de parar
      *    com tabela lotada, com a ocupacao que nao coube.
      *----------------------------------------------------------------
          01 PARAM-CAPAC.
          02 PROGRAMA-CAPAC        PIC X(08).
          02 TABELA-CAPAC          PIC X(12).
          02 USADO-CAPAC           PIC 9(07).
          02 LIMITE-CAPAC          PIC 9(07).
