      *----------------------------------------------------------------
      *    REGPOR.CPY
      *    Registro da fila de alteracoes cadastrais feitas pelo socio
      *    no portal web (ARQPORT.DAT, sequencial). O IMPPORT carrega
      *    cada pedido valido do CONTWEB.TXT com SITUACAO-POR P
      *    (pendente); nada vai direto ao cadastro. No balcao o MANEND
      *    (opcao P) mostra o endereco e o contato atuais ao lado do
      *    pedido e o operador aprova (A - grava no CADEND e no
      *    CADCONT) ou recusa (R); a decisao vai para o diario
      *    JORNEND.DAT com o antes e o depois, e a fila e regravada
      *    so com os pedidos ainda pendentes. Campo em branco no
      *    pedido = o socio nao mexeu nele e o valor atual fica.
      *----------------------------------------------------------------
          01 REG-POR.
          02 SOCIO-POR                 PIC 9(06).
          02 DATA-REC-POR              PIC 9(08).
          02 DATA-SOL-POR              PIC 9(08).
          02 RUA-POR                   PIC X(30).
          02 CIDADE-POR                PIC X(20).
          02 CEP-POR                   PIC X(08).
          02 FONE-POR                  PIC X(15).
          02 EMAIL-POR                 PIC X(40).
          02 SITUACAO-POR              PIC X(01).
