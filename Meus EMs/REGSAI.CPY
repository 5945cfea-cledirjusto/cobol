      *    parcela de emprestimo consignado descontada no mes
      *    (ARQEMP.DAT, mantido pelo MANEMP), ja contida no total de
      *    descontos - o holerite a imprime em linha propria.
      *    MENSAL-SAI e a mensalidade de socio descontada em folha
      *    (vinculo SOCFOL.DAT do MANSFOL), tambem contida no total
      *    de descontos e impressa em linha propria no holerite.
      *    PENSAO-SAI e a pensao alimenticia descontada por ordem
      *    judicial (CADPENS.DAT do MANPENS; uma ou mais ordens,
      *    abertas no PAGPENS.DAT para o credito ao beneficiario),
      *    contida no total de descontos e em linha propria no
      *    holerite.
      *    ADIANT-SAI e o adiantamento quinzenal ja pago no dia 20
      *    (ARQADT.DAT do ADIANTA), abatido pelo EX06 na folha do mes
      *    - tambem contido no total de descontos e em linha propria.
      *    TIPO-SAI identifica a origem do registro: F (ou espaco,
      *    geracoes antigas) folha do EX06, V ferias do FERIAPAG,
      *    R rescisao, A adiantamento quinzenal (so no ARQADT.DAT,
      *    nunca no CADSAI) - o holerite casa as verbas do ARQVERB pela
      *    matricula E pela origem, para o funcionario com folha e
      *    ferias no mesmo mes nao sair com as verbas dobradas.
      *----------------------------------------------------------------
           02 LIQUIDO-SAI       PIC 9(5)V99.
           02 EMPREST-SAI       PIC 9(5)V99.
           02 TIPO-SAI          PIC X(01).
           02 MENSAL-SAI        PIC 9(5)V99.
           02 PENSAO-SAI        PIC 9(5)V99.
           02 ADIANT-SAI        PIC 9(5)V99.
