      *----------------------------------------------------------------
      *    REGTIT.CPY
      *    Registro do razao de titulos da cobranca (ARQTIT.DAT), um
      *    titulo por socio e competencia. A chave e socio mais
      *    competencia (AAAAMM) mais o tipo do titulo (M = mensalidade,
      *    P = diferenca pro-rata de troca de plano, emitida pelo
      *    FECHAMES a partir do PRORATA.DAT e quitada sem contar mes,
      *    R = taxa de reserva de instalacao, lancada pelo RESERVA na
      *    competencia da data reservada com vencimento nessa data e
      *    tambem quitada sem contar mes, J = encargos (juros e
      *    multa) da readmissao a quitar no caixa, lancado pelo
      *    READMIS na competencia da readmissao e quitado sem contar
      *    mes), de modo que a leitura com
      *    START pela chave percorre os titulos do socio do mais
      *    antigo para o mais novo. O
      *    FECHAMES emite o titulo da competencia para o socio
      *    atrasado com o VALOR-PAGAMENTO1 em vigor no fechamento; o
      *    BAIXAREC quita os titulos em aberto do mais antigo para o
      *    mais novo e grava no titulo a data e a sequencia do recibo
      *    que o quitou; o NEGDEB passa os titulos para N quando o
      *    debito entra em acordo. EX01, AGINGREL, EXTRSOC, NEGDEB e
      *    as cartas do EX06 leem os titulos em aberto no lugar de
      *    MESES-ATRASO1. CONVTIT faz a carga inicial a partir do
      *    contador de meses. SITUACAO-TIT: A = aberto, Q = quitado,
      *    N = negociado em acordo, R = remido na readmissao pelo
      *    READMIS com autorizacao de nivel 2 (DATA-BAIXA-TIT da
      *    readmissao, sem recibo). ORIGEM-TIT: F = fechamento mensal,
      *    C = carga inicial do CONVTIT, R = reserva de instalacao
      *    (RESERVA), E = encargos da readmissao (READMIS). Titulo
      *    emitido pelo FECHAMES ja quitado com o
      *    saldo de credito do ARQCRED sai com
      *    SITUACAO Q, DATA-BAIXA-TIT do fechamento e SEQ-BAIXA-TIT
      *    zerada (nao ha recibo); credito que so cobre parte da
      *    mensalidade entra em VALOR-PAGO-TIT de um titulo aberto.
      *    VALOR-BAIXA-TIT guarda quanto a baixa abateu do saldo, para
      *    o ESTORREC reabrir o titulo exatamente como estava quando o
      *    recibo (DATA-BAIXA-TIT + SEQ-BAIXA-TIT) e estornado.
      *    Valores em COMP-3 como no REGSOC1.
      *----------------------------------------------------------------
          01 REG-TIT.
          02 CHAVE-TIT.
            03 SOCIO-TIT               PIC 9(06).
            03 COMPET-TIT              PIC 9(06).
            03 TIPO-TIT                PIC X(01).
          02 VENCTO-TIT                PIC 9(08).
          02 VALOR-ORIG-TIT            PIC 9(09)V9(02) COMP-3.
          02 VALOR-PAGO-TIT            PIC 9(09)V9(02) COMP-3.
          02 SALDO-TIT                 PIC 9(09)V9(02) COMP-3.
          02 SITUACAO-TIT              PIC X(01).
          02 ORIGEM-TIT                PIC X(01).
          02 DATA-BAIXA-TIT            PIC 9(08).
          02 SEQ-BAIXA-TIT             PIC 9(06).
          02 VALOR-BAIXA-TIT           PIC 9(09)V9(02) COMP-3.
