      *----------------------------------------------------------------
      *    REGCON.CPY
      *    Registro de contato (CADCONT.DAT, indexado por tipo mais
      *    numero): telefone e e-mail, que o CADEND e os cadastros da
      *    folha nao tem. TIPO-CON S = socio (numero do socio, como o
      *    CADEND), F = funcionario (matricula da folha), O = plantao
      *    da operacao (numero do operador), que recebe os alertas de
      *    falha da rotina noturna. O contato do socio e gravado pelo
      *    MANEND (inclusao, alteracao e aprovacao de pedido do portal
      *    ARQPORT); os de tipo F e O pelo MANCONT. DATA-ATU-CON e a
      *    data da ultima alteracao. O LGPDPUR apaga o registro junto
      *    com o endereco do socio expurgado.
      *----------------------------------------------------------------
          01 REG-CON.
          02 CHAVE-CON.
             03 TIPO-CON               PIC X(01).
             03 NUMERO-CON             PIC 9(07).
          02 FONE-CON                  PIC X(15).
          02 EMAIL-CON                 PIC X(40).
          02 DATA-ATU-CON              PIC 9(08).
