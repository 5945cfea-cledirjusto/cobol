      *----------------------------------------------------------------
      *    REGADS.CPY
      *    Adesao do funcionario a um beneficio do catalogo
      *    (ADESBEN.DAT, sequencial, na pasta da folha EM01\EX06,
      *    mantido pelo MANBEN). A adesao vale de INICIO-ADS ate
      *    FIM-ADS (zeros = sem termo); o EX06 desconta o mes inteiro
      *    em toda competencia tocada pela vigencia. COM-DEP-ADS S
      *    estende a cobertura aos dependentes ativos do CADDPF (so
      *    planos M e O). VALOR-ADS e o custo mensal das passagens no
      *    vale transporte (zeros nos demais). SITUACAO-ADS: A ativa,
      *    E encerrada (FIM-ADS com a data do encerramento). DATA-ADS
      *    e a data do ultimo movimento.
      *----------------------------------------------------------------
          01 REG-ADS.
          02 MATRICULA-ADS             PIC 9(05).
          02 CODIGO-ADS                PIC 9(03).
          02 INICIO-ADS                PIC 9(08).
          02 FIM-ADS                   PIC 9(08).
          02 COM-DEP-ADS               PIC X(01).
          02 VALOR-ADS                 PIC 9(05)V9(02).
          02 SITUACAO-ADS              PIC X(01).
          02 DATA-ADS                  PIC 9(08).
