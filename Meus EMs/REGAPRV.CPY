      *----------------------------------------------------------------
      *    REGAPRV.CPY
      *    Solicitacao de alteracao de cadastro sensivel aguardando a
      *    aprovacao de um segundo operador (ARQAPRV.DAT, na raiz,
      *    sequencial). Gravada pelo MANBANC (contas da remessa),
      *    MANPLAN (tabela de planos) e NEGDEB (acordos de debito) em
      *    vez de atualizar o cadastro; o APRVALT aprova, aplicando a
      *    alteracao, ou rejeita. ORIGEM-APR e o programa solicitante
      *    e CHAVE-APR a matricula, o codigo do plano ou o socio.
      *    ACAO-APR: I = inclusao, A = alteracao, E = exclusao.
      *    ANTES-APR e DEPOIS-APR sao as imagens do registro do
      *    cadastro antes e depois da alteracao (brancos na inclusao e
      *    na exclusao, respectivamente); no acordo do NEGDEB a imagem
      *    anterior e a situacao do debito do socio (codigo de
      *    pagamento, titulos em aberto e saldo) e a posterior o
      *    registro do ARQNEG. SITUACAO-APR: P = pendente,
      *    A = aprovada, R = rejeitada, X = expirada por prazo.
      *----------------------------------------------------------------
          01 REG-APR.
          02 NUMERO-APR                PIC 9(06).
          02 ORIGEM-APR                PIC X(08).
          02 ACAO-APR                  PIC X(01).
          02 CHAVE-APR                 PIC X(10).
          02 ANTES-APR                 PIC X(50).
          02 DEPOIS-APR                PIC X(50).
          02 OPERADOR-SOL-APR          PIC 9(04).
          02 DATA-SOL-APR              PIC 9(08).
          02 SITUACAO-APR              PIC X(01).
          02 OPERADOR-DEC-APR          PIC 9(04).
          02 DATA-DEC-APR              PIC 9(08).
