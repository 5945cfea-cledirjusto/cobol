      *----------------------------------------------------------------
      *    REGEXT.CPY
      *    Linha de credito do extrato da conta bancaria (ARQEXTR.DAT,
      *    sequencial), gravada pelo IMPEXTR a partir do arquivo
      *    diario do banco. A chave e a data do extrato mais a
      *    sequencia da linha no dia. CANAL-EXT vem da tabela de
      *    historicos do banco (PARMHIST.DAT): 1 deposito em
      *    dinheiro, 2 transferencia, 3 adquirente de cartao, 4
      *    debito automatico, 5 agencia de cobranca e 0 historico nao
      *    reconhecido. O CONCBANC regrava o arquivo com SITUACAO-EXT
      *    "P" pendente ou "C" conciliado, a data do deposito esperado
      *    casado e a diferenca aceita.
      *----------------------------------------------------------------
          01 REG-EXT.
          02 CHAVE-EXT.
            03 DATA-EXT                PIC 9(08).
            03 SEQ-EXT                 PIC 9(06).
          02 FILLER                    PIC X(01).
          02 HISTORICO-EXT             PIC 9(04).
          02 FILLER                    PIC X(01).
          02 CANAL-EXT                 PIC 9(01).
          02 FILLER                    PIC X(01).
          02 DOCUMENTO-EXT             PIC X(10).
          02 FILLER                    PIC X(01).
          02 VALOR-EXT                 PIC 9(11)V9(02).
          02 FILLER                    PIC X(01).
          02 SITUACAO-EXT              PIC X(01).
          02 FILLER                    PIC X(01).
          02 DATA-DEP-EXT              PIC 9(08).
          02 FILLER                    PIC X(01).
          02 DIFERENCA-EXT             PIC S9(09)V9(02)
                                       SIGN LEADING SEPARATE.
