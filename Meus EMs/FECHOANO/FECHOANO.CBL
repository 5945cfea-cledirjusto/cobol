      *ZERA O ACUMULADOR PARA O ANO NOVO. O ANO FECHADO FICA EM
      *CTRLANO.DAT E UMA SEGUNDA EXECUCAO PARA O MESMO ANO E
      *RECUSADA. O ANO VEM DE ANO_FECHO (AUSENTE = ANO CORRENTE).
      *O LIQUIDO DA ULTIMA FOLHA TAMBEM E ZERADO; A COMPETENCIA FICA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          02 MATRICULA-YTD            PIC 9(05).
          02 TOTAL-YTD                PIC 9(09)V9(02).
          02 MESES-YTD                PIC 9(02).
          02 COMPET-YTD               PIC 9(06).
          02 LIQUIDO-MES-YTD          PIC 9(07)V9(02).

       FD  CADENT
          LABEL RECORD ARE STANDARD
       ZERA-ACUMULADOR.
          MOVE ZEROES TO TOTAL-YTD.
          MOVE ZEROES TO MESES-YTD.
          MOVE ZEROES TO LIQUIDO-MES-YTD.
          REWRITE REG-YTD.

       FIM.
