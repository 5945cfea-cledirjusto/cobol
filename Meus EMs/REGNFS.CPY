      *----------------------------------------------------------------
      *    REGNFS.CPY
      *    Registro do controle de notas fiscais de servico eletronicas
      *    (NFSERCB.DAT, indexado). Cada recibo de socio ou de aluno
      *    baixado no JORNRCB vira um RPS (recibo provisorio de
      *    servico) enviado a prefeitura no lote do GERANFS; a chave
      *    primaria e o numero do RPS e a chave alternativa (com
      *    duplicatas - um recibo recusado e reenviado com outro RPS)
      *    e a identificacao do recibo no diario: socio, matricula,
      *    data do recibo, sequencia e valor. SITUACAO-NFS: P enviado
      *    aguardando retorno, E nota emitida, R recusada pela
      *    prefeitura (vai para o ARQPEND), C recibo estornado depois
      *    do envio (nota a cancelar no portal da prefeitura), S
      *    encerrado sem nota (reenviado com outro RPS ou estornado
      *    antes da emissao). NOTA-NFS, VERIFICA-NFS e DATA-EMI-NFS
      *    vem do retorno da prefeitura (RETNFS); RPS-ANT-NFS e o RPS
      *    recusado que este substitui.
      *----------------------------------------------------------------
          01 REG-NFS.
          02 RPS-NFS                   PIC 9(08).
          02 RECIBO-NFS.
            03 SOCIO-NFS               PIC 9(06).
            03 MATR-NFS                PIC 9(07).
            03 DATA-RCB-NFS            PIC 9(08).
            03 SEQ-NFS                 PIC 9(06).
            03 VALOR-NFS               PIC 9(09)V9(02).
          02 TIPO-NFS                  PIC X(01).
          02 LOTE-NFS                  PIC 9(06).
          02 DATA-ENV-NFS              PIC 9(08).
          02 SITUACAO-NFS              PIC X(01).
          02 NOTA-NFS                  PIC 9(08).
          02 VERIFICA-NFS              PIC X(09).
          02 DATA-EMI-NFS              PIC 9(08).
          02 MOTIVO-NFS                PIC X(40).
          02 RPS-ANT-NFS               PIC 9(08).
