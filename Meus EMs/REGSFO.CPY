      *----------------------------------------------------------------
      *    REGSFO.CPY
      *    Registro do vinculo socio x folha (SOCFOL.DAT, na raiz,
      *    sequencial). Liga o numero do socio do CADSOC1 a matricula
      *    do funcionario no CADENT da folha (EM01\EX06) para o
      *    desconto da mensalidade em folha (METODO-PAGAMENTO1 5).
      *    Mantido pelo MANSFOL; o EX06 desconta e grava o recibo no
      *    CADRCB (canal 6) e regrava COMPET-SFO/VALOR-SFO com a
      *    competencia e o valor ja recebidos, de modo que a folha
      *    reprocessada no mesmo mes desconta o mesmo valor sem
      *    gerar outro recibo. SITUACAO-SFO: A = ativo, E = encerrado
      *    (desfeito no MANSFOL ou funcionario desligado no RESCISAO).
      *    DATA-SFO e a data do ultimo movimento do vinculo.
      *----------------------------------------------------------------
          01 REG-SFO.
          02 SOCIO-SFO                 PIC 9(06).
          02 MATR-SFO                  PIC 9(05).
          02 SITUACAO-SFO              PIC X(01).
          02 COMPET-SFO                PIC 9(06).
          02 VALOR-SFO                 PIC 9(07)V9(02).
          02 DATA-SFO                  PIC 9(08).
