      *----------------------------------------------------------------
      *    REGRIS.CPY
      *    Historico do escore de risco de evasao (RISCHIST.DAT, na
      *    raiz, linha sequencial, so acrescentado). O RISCALU grava
      *    uma linha por aluno ativo na primeira apuracao de cada mes
      *    (COMPET-RIS AAAAMM) com os pontos, os valores apurados e os
      *    sinais acesos (S/N): media abaixo do corte, media em queda
      *    sobre a apuracao anterior, faltas perto do limite,
      *    mensalidade em aberto no ARQMENS e socio responsavel em
      *    atraso no CADSOC1. A media gravada e a base da queda no mes
      *    seguinte; o CALRISC confronta as evasoes do JORNSIT com o
      *    ultimo escore antes da evasao para o ajuste dos pesos.
      *----------------------------------------------------------------
          01 REG-RIS.
          02 COMPET-RIS                PIC 9(06).
          02 MATRICULA-RIS             PIC 9(07).
          02 TURMA-RIS                 PIC X(03).
          02 PONTOS-RIS                PIC 9(03).
          02 MEDIA-RIS                 PIC 9(02)V9(02).
          02 PCT-FALTAS-RIS            PIC 9(03)V9(02).
          02 MESES-MENS-RIS            PIC 9(02).
          02 MESES-SOCIO-RIS           PIC 9(02).
          02 SINAIS-RIS.
             03 SINAL-MEDIA-RIS        PIC X(01).
             03 SINAL-QUEDA-RIS        PIC X(01).
             03 SINAL-FALTAS-RIS       PIC X(01).
             03 SINAL-MENS-RIS         PIC X(01).
             03 SINAL-SOCIO-RIS        PIC X(01).
