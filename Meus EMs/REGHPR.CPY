      *----------------------------------------------------------------
      *    REGHPR.CPY
      *    Historico das alteracoes de parametro (ARQHPAR.DAT, na raiz,
      *    sequencial, so acrescentado pelo MANPARM). Uma linha por
      *    alteracao: o arquivo do catalogo TABPARM, a chave da linha
      *    (em branco nos arquivos de um registro so), o campo, a data
      *    de vigencia e os valores antes e depois. Inclusao e
      *    exclusao de linha vem com CAMPO-HPR "*LINHA*" e a imagem
      *    da linha inteira (em branco o lado que nao existe).
      *    VIGENCIA-HPR maior que DATA-REG-HPR e alteracao programada:
      *    o arquivo so muda quando o CHKPARM roda na data ou depois.
      *    O valor em vigor numa data e o VALOR-NOVO da ultima
      *    alteracao com vigencia ate a data; sem ela, o VALOR-ANT da
      *    primeira alteracao posterior; sem nenhuma, o do arquivo.
      *----------------------------------------------------------------
          01 REG-HPR.
          02 ARQUIVO-HPR               PIC X(08).
          02 CHAVE-HPR                 PIC X(17).
          02 CAMPO-HPR                 PIC X(12).
          02 VIGENCIA-HPR              PIC 9(08).
          02 VALOR-ANT-HPR             PIC X(33).
          02 VALOR-NOVO-HPR            PIC X(33).
          02 OPERADOR-HPR              PIC 9(04).
          02 DATA-REG-HPR              PIC 9(08).
          02 HORA-REG-HPR              PIC 9(06).
          02 MOTIVO-HPR                PIC X(40).
