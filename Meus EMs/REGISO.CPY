      *----------------------------------------------------------------
      *    REGISO.CPY
      *    Imagem texto do registro do CADSOC1 (mesma ordem e tamanhos
      *    do layout texto do CONVSOC/EXPSOC, 76 posicoes, valor e
      *    meses em DISPLAY). Os programas que alteram o cadastro no
      *    balcao (EX02, READMIS, RESCISAO, MANSFOL) gravam no JORNSOC
      *    a imagem de antes e a de depois de cada alteracao; o
      *    RECUPERA confere e reaplica essas imagens sobre uma geracao
      *    restaurada. Imagem em branco = registro inexistente (antes
      *    da inclusao ou depois da exclusao).
      *----------------------------------------------------------------
          01 REG-ISO.
          02 CODIGO-ISO            PIC 9(02).
          02 NUMERO-ISO            PIC 9(06).
          02 NOME-ISO              PIC X(30).
          02 VALOR-ISO             PIC 9(09)V9(02).
          02 MESES-ISO             PIC 9(02).
          02 METODO-ISO            PIC 9(01).
          02 PLANO-ISO             PIC 9(02).
          02 UNIDADE-ISO           PIC 9(02).
          02 SITUACAO-ISO          PIC X(01).
          02 ADMISSAO-ISO          PIC 9(08).
          02 CPF-ISO               PIC 9(11).
