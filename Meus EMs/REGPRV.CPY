      *----------------------------------------------------------------
      *    REGPRV.CPY
      *    Provisao de ferias e de 13o por funcionario (ARQPROV.DAT,
      *    indexado pela matricula, na pasta da folha EM01\EX06, ao
      *    lado do ARQFGTS). SALDO-FER-PRV (ferias mais o terco) e
      *    SALDO-13-PRV sao o passivo acumulado. O PROVFOL leva os
      *    saldos ao valor devido no mes - ferias pelos avos do CADFER
      *    menos os dias gozados, 13o pelos meses do ARQYTD menos o ja
      *    pago no ano (PAGO-13-PRV, do ANO-PRV) - lancando a diferenca
      *    em PROV-*-PRV (constituicao) ou ESTORNO-*-PRV (excesso), e
      *    grava os encargos patronais do mes em ENCARGOS-PRV. Os
      *    pagamentos baixam o saldo em BAIXA-*-PRV: ferias pelo
      *    FERIAPAG, parcelas do 13o pelo DECIMO13 (que guarda a
      *    parcela do mes em PAGO-13-MES-PRV para o reprocessamento) e
      *    tudo o que restar pelo RESCISAO. Virada de competencia
      *    (COMPET-PRV) zera os campos do mes. O CONTEXP exporta os
      *    totais da competencia e o PROVFOL lista os saldos.
      *----------------------------------------------------------------
          01 REG-PRV.
          02 MATRICULA-PRV             PIC 9(05).
          02 SALDO-FER-PRV             PIC 9(07)V9(02).
          02 SALDO-13-PRV              PIC 9(07)V9(02).
          02 ANO-PRV                   PIC 9(04).
          02 PAGO-13-PRV               PIC 9(07)V9(02).
          02 COMPET-PRV                PIC 9(06).
          02 PROV-FER-PRV              PIC 9(07)V9(02).
          02 PROV-13-PRV               PIC 9(07)V9(02).
          02 ESTORNO-FER-PRV           PIC 9(07)V9(02).
          02 ESTORNO-13-PRV            PIC 9(07)V9(02).
          02 BAIXA-FER-PRV             PIC 9(07)V9(02).
          02 BAIXA-13-PRV              PIC 9(07)V9(02).
          02 PAGO-13-MES-PRV           PIC 9(07)V9(02).
          02 ENCARGOS-PRV              PIC 9(07)V9(02).
