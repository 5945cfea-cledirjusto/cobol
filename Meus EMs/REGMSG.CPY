      *----------------------------------------------------------------
      *    REGMSG.CPY
      *    Registro da fila de mensagens SMS/e-mail (ARQMSG.DAT, linha
      *    sequencial na pasta raiz). Os programas que avisam alguem
      *    acrescentam o aviso com OPEN EXTEND, como no LOGEXEC: o
      *    EX01 (socio atrasado), o NOTIFRES (aluno em risco de
      *    faltas), o HOLERITE (holerite disponivel) e o AVISOPER
      *    (falha da rotina noturna). O ENVMSG manda os pendentes ao
      *    provedor e o RETMSG carrega o retorno de entrega.
      *    ID-MSG identifica o aviso do envio ate o retorno: data e
      *    hora da postagem, programa de origem e sequencia do
      *    programa na rodada.
      *    CANAL-MSG: S = SMS (DESTINO e o telefone), E = e-mail.
      *    TIPO-DEST-MSG: S = socio, A = responsavel do aluno (CHAVE
      *    e a matricula com digito), F = funcionario, O = plantao da
      *    operacao.
      *    RESERVA-MSG diz o que fazer quando o aviso nao e entregue:
      *    C = carta impressa, L = lista de ligacoes, N = nada (o
      *    papel ja sai de qualquer jeito ou o aviso ja esta no log).
      *    SITUACAO-MSG: P = pendente, E = enviado ao provedor e
      *    aguardando o retorno (DATA-ENV-MSG). Entregue ou falhado,
      *    o aviso sai da fila e fica no diario JORNMSG.DAT.
      *----------------------------------------------------------------
          01 REG-MSG.
          02 ID-MSG.
             03 DATA-MSG               PIC 9(08).
             03 HORA-MSG               PIC 9(06).
             03 ORIGEM-MSG             PIC X(08).
             03 SEQ-MSG                PIC 9(04).
          02 CANAL-MSG                 PIC X(01).
          02 DESTINO-MSG               PIC X(40).
          02 TIPO-DEST-MSG             PIC X(01).
          02 CHAVE-DEST-MSG            PIC 9(07).
          02 NOME-DEST-MSG             PIC X(30).
          02 RESERVA-MSG               PIC X(01).
          02 TEXTO-MSG                 PIC X(140).
          02 SITUACAO-MSG              PIC X(01).
          02 DATA-ENV-MSG              PIC 9(08).
