      *----------------------------------------------------------------
      *    REGFRQ.CPY
      *    Registro de frequencia mensal do socio (FREQSOC.DAT),
      *    gravado pelo IMPCATR a partir das passagens pela catraca.
      *    A chave e o socio mais a competencia (AAAAMM) da entrada.
      *    ENTRADAS-FRQ conta todas as passagens; DIAS-FRQ conta os
      *    dias distintos com entrada (a reentrada no mesmo dia nao
      *    soma dia) e e o numero que vai para os indicadores.
      *    UNIDADE-FRQ e a unidade do socio na primeira entrada do
      *    mes e ULTIMA-FRQ (AAAAMMDD) a data da ultima passagem.
      *----------------------------------------------------------------
          01 REG-FRQ.
          02 CHAVE-FRQ.
            03 SOCIO-FRQ               PIC 9(06).
            03 COMPET-FRQ              PIC 9(06).
          02 UNIDADE-FRQ               PIC 9(02).
          02 ENTRADAS-FRQ              PIC 9(05).
          02 DIAS-FRQ                  PIC 9(03).
          02 ULTIMA-FRQ                PIC 9(08).
