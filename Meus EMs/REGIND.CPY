      *----------------------------------------------------------------
      *    REGIND.CPY
      *    Registro de indicacao de novo socio (ARQIND.DAT), gravado
      *    pelo EX02 na inclusao do socio quando o balcao informa o
      *    socio que o indicou. A chave e o socio indicado (uma
      *    indicacao por socio novo); a chave alternativa pelo socio
      *    que indicou serve ao relatorio RELIND. UNIDADE-IND e a
      *    unidade do socio que indicou na data da indicacao.
      *    SITUACAO-IND: P = aguardando o socio indicado pagar as
      *    primeiras mensalidades, C = credito concedido ao socio que
      *    indicou (gravado pelo QUALIND no DESCSOC com ORIGEM-DES I,
      *    valor e data em VALOR-CRED-IND e DATA-CRED-IND), X = sem
      *    credito porque o socio indicado ou o que indicou foi
      *    cancelado antes da qualificacao. Valor em COMP-3 como no
      *    REGSOC1.
      *----------------------------------------------------------------
          01 REG-IND.
          02 SOCIO-IND                 PIC 9(06).
          02 INDICADOR-IND             PIC 9(06).
          02 UNIDADE-IND               PIC 9(02).
          02 DATA-IND                  PIC 9(08).
          02 OPERADOR-IND              PIC 9(04).
          02 SITUACAO-IND              PIC X(01).
          02 VALOR-CRED-IND            PIC 9(07)V9(02) COMP-3.
          02 DATA-CRED-IND             PIC 9(08).
