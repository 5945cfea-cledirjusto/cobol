      *----------------------------------------------------------------
      *    REGDEV.CPY
      *    Registro de correspondencia devolvida pelo correio
      *    (ARQDEV.DAT, na raiz, sequencial, so acrescimo). Gravado
      *    pelo MANEND (opcao D), que tambem marca o endereco do
      *    socio no CADEND como devolvido (SITUACAO-END D). SOCIO-DEV
      *    e o destinatario da correspondencia (no grupo familiar, o
      *    pagador). DOC-DEV: C = carta de cobranca (EX06), N = carne
      *    (CARNE), Q = declaracao de quitacao (DECLQUIT), M = carta
      *    de aviso do gateway de mensagens (RETMSG), O = outro.
      *    DATA-DOC-DEV e a data impressa na correspondencia e
      *    DATA-DEV a data em que ela voltou; o EX06 nao sobe o nivel
      *    da cobranca quando a ultima carta do controle voltou.
      *    MOTIVO-DEV: 1 mudou-se, 2 desconhecido, 3 endereco
      *    insuficiente, 4 nao existe o numero, 5 recusado,
      *    6 falecido, 7 ausente (nao procurado), 9 outros.
      *----------------------------------------------------------------
          01 REG-DEV.
          02 SOCIO-DEV                 PIC 9(06).
          02 DOC-DEV                   PIC X(01).
          02 DATA-DOC-DEV              PIC 9(08).
          02 DATA-DEV                  PIC 9(08).
          02 MOTIVO-DEV                PIC 9(01).
          02 OPERADOR-DEV              PIC 9(04).
          02 DATA-REG-DEV              PIC 9(08).
