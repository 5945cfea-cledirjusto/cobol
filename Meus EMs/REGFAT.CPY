      *----------------------------------------------------------------
      *    REGFAT.CPY
      *    Registro do controle de faturamento da carteira a receber
      *    (CTRLFAT.DAT, sequencial, so acrescimo). Cada programa que
      *    aumenta ou reduz o valor em aberto sem passar por recibo
      *    grava aqui o total da sua execucao: o FECHAMES os titulos
      *    emitidos em aberto, o GERAMENS as mensalidades dos alunos
      *    lancadas no ARQMENS, o MATRDISC os ajustes pro-rata de
      *    inclusao e desistencia de disciplina (um registro por
      *    ajuste) e o RESERVA as taxas de reserva. O
      *    SALDREC soma os registros do dia no fechamento da carteira.
      *    NATUREZA-FAT e "D" (aumenta o valor a receber) ou "C"
      *    (reduz); CARTEIRA-FAT e "S" (titulos de socio no ARQTIT)
      *    ou "A" (mensalidades de aluno no ARQMENS).
      *----------------------------------------------------------------
          01 REG-FAT.
          02 DATA-FAT                  PIC 9(08).
          02 FILLER                    PIC X(01).
          02 ORIGEM-FAT                PIC X(08).
          02 FILLER                    PIC X(01).
          02 CARTEIRA-FAT              PIC X(01).
          02 FILLER                    PIC X(01).
          02 NATUREZA-FAT              PIC X(01).
          02 FILLER                    PIC X(01).
          02 QTD-FAT                   PIC 9(06).
          02 FILLER                    PIC X(01).
          02 VALOR-FAT                 PIC 9(11)V9(02).
