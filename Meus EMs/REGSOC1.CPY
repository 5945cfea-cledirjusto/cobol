      *    cobram socio com agencia. DATA-ADMISSAO1 (AAAAMMDD, zeros
      *    = nao registrada) e captada na inclusao pelo EX02 e
      *    alimenta o pro-rata da primeira mensalidade, o extrato do
      *    balcao e o tempo de casa do winback. METODO-PAGAMENTO1:
      *    1 dinheiro, 2 transferencia, 3 cartao, 4 debito
      *    automatico, 5 desconto em folha (vinculo SOCFOL.DAT do
      *    MANSFOL; o EX06 desconta e grava o recibo no canal 6).
      *    CPF-SOCIO1 (11 digitos, zeros = nao informado) e captado
      *    no EX02 com os digitos conferidos pela DIGCPF; a base
      *    antiga recebe o CPF pela carga unica do CARGCPF.
      *----------------------------------------------------------------
          01 REG-SOC1.
          02 CODIGO-PAGAMENTO1     PIC 9(02).
          02 UNIDADE-SOCIO1        PIC 9(02).
          02 SITUACAO-COBR1        PIC X(01).
          02 DATA-ADMISSAO1        PIC 9(08).
          02 CPF-SOCIO1            PIC 9(11).
