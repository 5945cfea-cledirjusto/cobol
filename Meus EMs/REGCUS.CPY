      *----------------------------------------------------------------
      *    REGCUS.CPY
      *    Custo da folha distribuido por centro de custo e unidade
      *    (ARQCUS.DAT, sequencial, na pasta da folha EM01\EX06),
      *    gravado pelo CUSTFOL para uma competencia e lido pelo
      *    CONTEXP, que lanca a apropriacao de cada centro de custo.
      *    CENTRO-CUS vem do CADDEPT pelo departamento do CADLOT;
      *    0000 e o custo de quem nao tem lotacao valida. FUNC-CUS e o
      *    numero de funcionarios equivalente (quem esta rateado conta
      *    pela fracao do percentual). BRUTO-CUS e a remuneracao da
      *    competencia (folha, ferias, 13o e rescisao), ENCARGOS-CUS o
      *    FGTS do mes mais os encargos patronais do PROVFOL e
      *    BENEF-CUS a parte da empresa nos beneficios do MANBEN.
      *----------------------------------------------------------------
          01 REG-CUS.
          02 COMPET-CUS                PIC 9(06).
          02 CENTRO-CUS                PIC 9(04).
          02 UNIDADE-CUS               PIC 9(02).
          02 FUNC-CUS                  PIC 9(05)V9(02).
          02 BRUTO-CUS                 PIC 9(09)V9(02).
          02 ENCARGOS-CUS              PIC 9(09)V9(02).
          02 BENEF-CUS                 PIC 9(09)V9(02).
