      *----------------------------------------------------------------
      *    REGJMS.CPY
      *    Diario das mensagens SMS/e-mail (JORNMSG.DAT, linha
      *    sequencial, so acrescentado). Uma linha por evento do
      *    aviso: E = enviado ao provedor (ENVMSG, com o texto
      *    completo), D = entregue e F = nao entregue (RETMSG, com o
      *    motivo do provedor ou SEM RETORNO). A AUDISOC junta as
      *    linhas de socio (S) e de aluno (A) aos outros diarios. A
      *    linha termina com a sequencia e a conferencia encadeada da
      *    SELAJOR (conferidas pelo VERJORN).
      *----------------------------------------------------------------
          01 REG-JMS.
          02 JMS-DATA                  PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JMS-HORA                  PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JMS-EVENTO                PIC X(01).
          02 FILLER                    PIC X(01).
          02 JMS-ID                    PIC X(26).
          02 FILLER                    PIC X(01).
          02 JMS-TIPO-DEST             PIC X(01).
          02 FILLER                    PIC X(01).
          02 JMS-CHAVE-DEST            PIC 9(07).
          02 FILLER                    PIC X(01).
          02 JMS-CANAL                 PIC X(01).
          02 FILLER                    PIC X(01).
          02 JMS-DESTINO               PIC X(40).
          02 FILLER                    PIC X(01).
          02 JMS-TEXTO                 PIC X(140).
          02 FILLER                    PIC X(01).
          02 JMS-SEQ                   PIC 9(09).
          02 FILLER                    PIC X(01).
          02 JMS-CHK                   PIC 9(09).
