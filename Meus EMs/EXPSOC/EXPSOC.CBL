      *FINAL, PARA QUALQUER CONSUMIDOR EXTERNO QUE AINDA PRECISE DO
      *ARQUIVO LEGIVEL - E PARA O CICLO EXPSOC/CONVSOC DE
      *RECONSTRUCAO CITADO NO SANEARQ NAO PERDER ESSES CAMPOS. O
      *CONVSOC FAZ O CAMINHO INVERSO. O CPF DO SOCIO SEGUE NA
      *ULTIMA POSICAO DA LINHA, DEPOIS DA DATA DE ADMISSAO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          02 UNIDADE-TXT           PIC 9(02).
          02 SITUACAO-TXT          PIC X(01).
          02 ADMISSAO-TXT          PIC 9(08).
          02 CPF-TXT               PIC 9(11).

       WORKING-STORAGE SECTION.
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
          MOVE UNIDADE-SOCIO1 TO UNIDADE-TXT.
          MOVE SITUACAO-COBR1 TO SITUACAO-TXT.
          MOVE DATA-ADMISSAO1 TO ADMISSAO-TXT.
          MOVE CPF-SOCIO1 TO CPF-TXT.
          WRITE REG-TXT.

       TERMINO.
