      *----------------------------------------------------------------
      *    REGBEN.CPY
      *    Catalogo de beneficios da folha (CADBEN.DAT, sequencial, na
      *    pasta da folha EM01\EX06, mantido pelo MANBEN). TIPO-BEN:
      *    M plano de saude, O plano odontologico, R vale refeicao ou
      *    alimentacao, T vale transporte. CUSTO-TIT-BEN e o custo
      *    mensal por titular e CUSTO-DEP-BEN por dependente coberto
      *    (so M e O). PERC-FUNC-BEN e a parte do funcionario, em
      *    percentual do custo; no vale transporte e o teto do
      *    desconto em percentual do salario (no maximo 6,00) e o
      *    custo e o valor das passagens informado na adesao (REGADS).
      *    O que o funcionario nao paga e a parte da empresa. O EX06
      *    desconta cada beneficio em linha propria no ARQVERB e o
      *    VIDABEN grava as vidas cobertas por fornecedor (FORNEC-BEN).
      *    SITUACAO-BEN: A ativo, I inativo (nao aceita adesao nova).
      *----------------------------------------------------------------
          01 REG-BEN.
          02 CODIGO-BEN                PIC 9(03).
          02 DESCRICAO-BEN             PIC X(20).
          02 TIPO-BEN                  PIC X(01).
          02 FORNEC-BEN                PIC 9(03).
          02 NOME-FORNEC-BEN           PIC X(20).
          02 CUSTO-TIT-BEN             PIC 9(05)V9(02).
          02 CUSTO-DEP-BEN             PIC 9(05)V9(02).
          02 PERC-FUNC-BEN             PIC 9(03)V9(02).
          02 SITUACAO-BEN              PIC X(01).
          02 DATA-BEN                  PIC 9(08).
