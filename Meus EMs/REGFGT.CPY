      *----------------------------------------------------------------
      *    REGFGT.CPY
      *    Saldo de FGTS por funcionario (ARQFGTS.DAT, indexado pela
      *    matricula, na pasta da folha EM01\EX06, ao lado do ARQYTD).
      *    SALDO-FGT e o total depositado desde a admissao; os campos
      *    de base sao a remuneracao da competencia COMPET-FGT por
      *    origem - folha do EX06, ferias do FERIAPAG, 13o do
      *    DECIMO13 e verbas da rescisao do RESCISAO. Cada origem
      *    deposita 8% da sua base; o programa que reprocessa a mesma
      *    competencia tira do saldo o deposito anterior da sua
      *    origem antes de lancar o novo (o FERIAPAG acumula, cada
      *    programacao de ferias e um pagamento novo). Virada de
      *    competencia zera as bases e o deposito do mes. MULTA-FGT e
      *    a multa rescisoria apurada pelo RESCISAO sobre o saldo,
      *    conforme TIPO-DESLIG-FGT (S sem justa causa 40%, A acordo
      *    20%, J justa causa e P pedido de demissao sem multa). O
      *    GUIAFGTS le a competencia para a guia de recolhimento e o
      *    CONTEXP exporta o total do mes.
      *----------------------------------------------------------------
          01 REG-FGT.
          02 MATRICULA-FGT             PIC 9(05).
          02 SALDO-FGT                 PIC 9(09)V9(02).
          02 COMPET-FGT                PIC 9(06).
          02 BASE-FOL-FGT              PIC 9(07)V9(02).
          02 BASE-FER-FGT              PIC 9(07)V9(02).
          02 BASE-13-FGT               PIC 9(07)V9(02).
          02 BASE-RES-FGT              PIC 9(07)V9(02).
          02 DEPOSITO-FGT              PIC 9(07)V9(02).
          02 MULTA-FGT                 PIC 9(07)V9(02).
          02 TIPO-DESLIG-FGT           PIC X(01).
