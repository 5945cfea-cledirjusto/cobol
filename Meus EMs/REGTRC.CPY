      *----------------------------------------------------------------
      *    REGTRC.CPY
      *    Registro do total de controle do movimento de recibos
      *    (CTRLRCB.DAT, sequencial, so acrescimo). Cada programa que
      *    grava recibos no CADRCB.DAT grava aqui o que acrescentou:
      *    os carregadores (RETBANC, RETCART, RETDEB, AGENRET) e a
      *    folha (EX06, mensalidade descontada em folha - canal 6) um
      *    registro por execucao e o CAIXAREC um por recibo lancado.
      *    Antes da baixa o CTRLREC monta com estes totais o trailer
      *    do CADRCB para o VERIFARQ; o BAIXAREC renomeia o CTRLRCB
      *    junto com o CADRCB ao terminar, de modo que os dois
      *    arquivos cobrem sempre o mesmo movimento.
      *----------------------------------------------------------------
          01 REG-TRC.
          02 DATA-TRC                  PIC 9(08).
          02 FILLER                    PIC X(01).
          02 ORIGEM-TRC                PIC X(08).
          02 FILLER                    PIC X(01).
          02 QTD-TRC                   PIC 9(06).
          02 FILLER                    PIC X(01).
          02 VALOR-TRC                 PIC 9(11)V9(02).
