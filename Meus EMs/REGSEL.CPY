      *----------------------------------------------------------------
      *    REGSEL.CPY
      *    Parametros da chamada da SELAJOR, que sela cada linha dos
      *    jornais de auditoria (JORNSOC, JORNRCB, JORNOTA, JORNSIT,
      *    JORNTUR, JORNLGPD, JORNSEG, JORNABO, JORNFUN, JORNMSG,
      *    JORNEND) com a sequencia continua e o valor de conferencia
      *    encadeado (texto de ate 300 posicoes). Quem grava o jornal
      *    move "S" para FUNCAO-SELO, o nome do jornal, o texto da
      *    linha ate antes da sequencia e o tamanho desse texto, chama
      *    a SELAJOR e grava SEQ-SELO e CHK-SELO no fim da linha.
      *----------------------------------------------------------------
          01 PARAM-SELO.
          02 FUNCAO-SELO           PIC X(01).
          02 JORNAL-SELO           PIC X(08).
          02 TEXTO-SELO            PIC X(300).
          02 TAMANHO-SELO          PIC 9(03).
          02 SEQ-SELO              PIC 9(09).
          02 CHK-SELO              PIC 9(09).
