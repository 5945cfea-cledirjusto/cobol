      *----------------------------------------------------------------
      *    REGJAB.CPY
      *    Jornal dos abonos de faltas (JORNABO.DAT, na raiz, linha
      *    sequencial, so acrescentado). O MANABO grava uma linha por
      *    abono incluido (JAB-EVENTO I) ou cancelado (C), com o
      *    operador; a AUDISOC junta estas linhas aos outros jornais
      *    na consulta por matricula. A linha termina com a sequencia
      *    e a conferencia encadeada da SELAJOR (conferidas pelo
      *    VERJORN).
      *----------------------------------------------------------------
          01 REG-JAB.
          02 JAB-DATA                  PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JAB-HORA                  PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JAB-EVENTO                PIC X(01).
          02 FILLER                    PIC X(01).
          02 JAB-NUMERO                PIC 9(05).
          02 FILLER                    PIC X(01).
          02 JAB-MATRICULA             PIC 9(07).
          02 FILLER                    PIC X(01).
          02 JAB-DISCIPLINA            PIC X(05).
          02 FILLER                    PIC X(01).
          02 JAB-DATA-INI              PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JAB-DATA-FIM              PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JAB-MOTIVO                PIC X(01).
          02 FILLER                    PIC X(01).
          02 JAB-DOCUMENTO             PIC X(20).
          02 FILLER                    PIC X(01).
          02 JAB-OPERADOR              PIC 9(04).
          02 FILLER                    PIC X(01).
          02 JAB-SEQ                   PIC 9(09).
          02 FILLER                    PIC X(01).
          02 JAB-CHK                   PIC 9(09).
