      *----------------------------------------------------------------
      *    REGHSA.CPY
      *    Historico de salario e cargo da folha (HISTSAL.DAT,
      *    sequencial, na pasta EM01\EX06 ao lado do CADENT). Um
      *    registro por alteracao, gravado por quem muda o salario ou
      *    o cargo: MANHSAL (alteracao individual, acordo coletivo e
      *    carga inicial das admissoes), MANFUN (admissao) e RETPAY
      *    (ajuste confirmado e piso do cargo). VIGENCIA-HSA e a data
      *    a partir da qual o salario e o cargo valem; o salario
      *    vigente numa data e o do
      *    registro de maior vigencia ate ela (SALVIG). Motivo: A -
      *    admissao, M - merito, D - acordo ou dissidio coletivo,
      *    P - promocao, C - correcao. SALARIO-ANT-HSA e CARGO-ANT-HSA
      *    guardam o que valia antes (zeros na admissao).
      *----------------------------------------------------------------
          01 REG-HSA.
          02 MATRICULA-HSA             PIC 9(05).
          02 VIGENCIA-HSA              PIC 9(08).
          02 SALARIO-HSA               PIC 9(05)V9(02).
          02 CARGO-HSA                 PIC 9(03).
          02 UNIDADE-HSA               PIC 9(02).
          02 MOTIVO-HSA                PIC X(01).
          02 SALARIO-ANT-HSA           PIC 9(05)V9(02).
          02 CARGO-ANT-HSA             PIC 9(03).
          02 ORIGEM-HSA                PIC X(08).
          02 OPERADOR-HSA              PIC 9(04).
          02 DATA-REG-HSA              PIC 9(08).
