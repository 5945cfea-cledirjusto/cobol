      *----------------------------------------------------------------
      *    REGDEP.CPY
      *    Registro do deposito esperado no banco (DEPESP.DAT,
      *    sequencial, so acrescimo pelos programas de entrada do
      *    dinheiro). Cada canal grava o que deve aparecer no extrato
      *    da conta: o FECHCAIX o dinheiro contado nas gavetas do dia
      *    (canal 1), o RETBANC cada credito de transferencia do
      *    retorno (canal 2), o RETCART o liquido da adquirente por
      *    data de liquidacao - bruto menos tarifa menos chargeback
      *    (canal 3), o RETDEB o total dos debitos confirmados
      *    (canal 4) e o AGENRET o total recuperado pela agencia
      *    (canal 5). O CONCBANC casa cada deposito com uma linha do
      *    extrato (ARQEXTR.DAT) e regrava o arquivo: SITUACAO-DEP "P"
      *    pendente ou "C" conciliado, com a data e a sequencia da
      *    linha do extrato e a diferenca aceita (tarifa de cartao).
      *----------------------------------------------------------------
          01 REG-DEP.
          02 DATA-DEP                  PIC 9(08).
          02 FILLER                    PIC X(01).
          02 CANAL-DEP                 PIC 9(01).
          02 FILLER                    PIC X(01).
          02 ORIGEM-DEP                PIC X(08).
          02 FILLER                    PIC X(01).
          02 REFER-DEP                 PIC 9(10).
          02 FILLER                    PIC X(01).
          02 QTD-DEP                   PIC 9(06).
          02 FILLER                    PIC X(01).
          02 VALOR-DEP                 PIC 9(11)V9(02).
          02 FILLER                    PIC X(01).
          02 SITUACAO-DEP              PIC X(01).
          02 FILLER                    PIC X(01).
          02 DATA-EXT-DEP              PIC 9(08).
          02 FILLER                    PIC X(01).
          02 SEQ-EXT-DEP               PIC 9(06).
          02 FILLER                    PIC X(01).
          02 DIFERENCA-DEP             PIC S9(09)V9(02)
                                       SIGN LEADING SEPARATE.
