      *----------------------------------------------------------------
      *    REGCRED.CPY
      *    Registro do saldo de credito do socio (ARQCRED.DAT), um por
      *    socio, chave SOCIO-CRD. O BAIXAREC soma ao saldo a sobra do
      *    recibo que nao fecha um titulo inteiro (pagamento parcial)
      *    ou que passa dos titulos em aberto (pagamento adiantado), e
      *    usa o saldo antes do valor do proximo recibo. O FECHAMES
      *    usa o saldo primeiro no titulo da competencia: saldo que
      *    cobre a mensalidade quita o titulo na emissao e o socio em
      *    dia continua no codigo 01. EXTRSOC, DECLQUIT e RELCRED
      *    mostram o saldo. DATA-INC-CRD e a data em que o saldo atual
      *    se formou (o saldo saiu do zero), DATA-MOV-CRD o ultimo
      *    movimento e COMPET-USO-CRD a ultima competencia quitada
      *    com o credito. Valor em COMP-3 como no REGSOC1.
      *----------------------------------------------------------------
          01 REG-CRD.
          02 SOCIO-CRD                 PIC 9(06).
          02 SALDO-CRD                 PIC 9(09)V9(02) COMP-3.
          02 DATA-INC-CRD              PIC 9(08).
          02 DATA-MOV-CRD              PIC 9(08).
          02 COMPET-USO-CRD            PIC 9(06).
