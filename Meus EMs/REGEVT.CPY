      *----------------------------------------------------------------
      *    REGEVT.CPY
      *    Controle dos eventos da folha enviados ao governo
      *    (ARQEVT.DAT, indexado, na raiz). Cada fato detectado pelo
      *    GEREVT vira um evento numerado em sequencia unica
      *    (CTRLEVT.DAT); a chave alternativa (com duplicatas - um
      *    evento recusado e reenviado com outro numero) e o fato:
      *    tipo do evento, matricula e a referencia (data da admissao,
      *    da vigencia da alteracao ou do desligamento; AAAAMM00 nos
      *    eventos de remuneracao e de ferias da competencia).
      *    TIPO-EVT: 2200 admissao, 2206 alteracao contratual, 1200
      *    remuneracao, 2230 ferias, 2299
      *    desligamento. SITUACAO-EVT: P enviado aguardando retorno,
      *    A aceito (RECIBO-EVT e o numero do recibo do protocolo),
      *    R recusado (vai para o ARQPEND pelo CONSEXC), S substituido
      *    pelo reenvio (EVT-ANT-EVT do novo evento aponta o recusado).
      *    DATA-RET-EVT e MOTIVO-EVT vem do retorno (RETEVT).
      *----------------------------------------------------------------
          01 REG-EVT.
          02 NUMERO-EVT                PIC 9(08).
          02 FATO-EVT.
            03 TIPO-EVT                PIC X(04).
            03 MATRICULA-EVT           PIC 9(05).
            03 REFERENCIA-EVT          PIC 9(08).
          02 LOTE-EVT                  PIC 9(06).
          02 DATA-ENV-EVT              PIC 9(08).
          02 VALOR-EVT                 PIC 9(07)V9(02).
          02 SITUACAO-EVT              PIC X(01).
          02 RECIBO-EVT                PIC X(20).
          02 DATA-RET-EVT              PIC 9(08).
          02 MOTIVO-EVT                PIC X(40).
          02 EVT-ANT-EVT               PIC 9(08).
