      *----------------------------------------------------------------
      *    REGPRO.CPY
      *    Registro de ajuste pro-rata (PRORATA.DAT), gravado pelo
      *    EX02. Na inclusao do socio (TIPO-PRO espaco ou A) guarda a
      *    primeira mensalidade proporcional aos dias restantes do mes
      *    de admissao. Na troca de plano (TIPO-PRO P) guarda a
      *    diferenca entre o valor novo e o antigo pelos dias que
      *    faltam do mes, a partir da data de vigencia: SINAL-PRO +
      *    cobra a diferenca (plano mais caro) e SINAL-PRO - credita a
      *    diferenca (plano mais barato). O FECHAMES seguinte fatura a
      *    troca de plano pendente - cobranca vira titulo tipo P no
      *    ARQTIT, credito entra no saldo do ARQCRED - e marca em
      *    COMPET-FAT-PRO a competencia em que faturou; zero ou espaco
      *    e pendente. Arquivo texto, um registro por linha.
      *----------------------------------------------------------------
          01 REG-PRO.
          02 SOCIO-PRO                 PIC 9(06).
          02 FILLER                    PIC X(01).
          02 COMPET-PRO                PIC 9(06).
          02 FILLER                    PIC X(01).
          02 VALOR-PRO                 PIC 9(09)V9(02).
          02 FILLER                    PIC X(01).
          02 TIPO-PRO                  PIC X(01).
          02 SINAL-PRO                 PIC X(01).
          02 FILLER                    PIC X(01).
          02 DATA-VIG-PRO              PIC 9(08).
          02 FILLER                    PIC X(01).
          02 PLANO-ANT-PRO             PIC 9(02).
          02 FILLER                    PIC X(01).
          02 PLANO-NOVO-PRO            PIC 9(02).
          02 FILLER                    PIC X(01).
          02 COMPET-FAT-PRO            PIC 9(06).
