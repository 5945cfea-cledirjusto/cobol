      *----------------------------------------------------------------
      *    REGFAM.CPY
      *    Registro do grupo familiar (CADFAM.DAT), um registro por
      *    socio membro ligado ao socio pagador do grupo. O pagador
      *    nao tem registro proprio: o grupo e o pagador mais os
      *    membros cujo PAGADOR-FAM e o numero dele. Um socio so pode
      *    estar em um grupo e o pagador nao pode ser membro de outro
      *    grupo. Mantido no balcao pelo MANFAM. CARNE, REMDEB, as
      *    cartas do EX06 e o EXTRSOC emitem um documento so por
      *    grupo, em nome e no endereco do pagador; o BAIXAREC reparte
      *    o recibo pago pelo pagador entre os titulos em aberto do
      *    grupo, do mais antigo para o mais novo.
      *----------------------------------------------------------------
          01 REG-FAM.
          02 PAGADOR-FAM               PIC 9(06).
          02 SOCIO-FAM                 PIC 9(06).
          02 DATA-INC-FAM              PIC 9(08).
