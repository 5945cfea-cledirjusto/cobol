      *ATE DEZ POR CENTO PARA CIMA OU PARA BAIXO. AS CHAVES NAO SAO
      *ALTERADAS, ENTAO O DIGITO VERIFICADOR DA MATRICULA CONTINUA
      *CONFERINDO NO DIGMAT E AS CONSULTAS POR NUMERO FUNCIONAM NO
      *TREINO COMO NA PRODUCAO. O CPF NAO VAI PARA O TREINO (SAI
      *ZERADO) E A MARCA DE ENDERECO DEVOLVIDO DO CADEND E COPIADA
      *COMO ESTA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          02 UNIDADE-STR               PIC 9(02).
          02 SITUACAO-STR              PIC X(01).
          02 ADMISSAO-STR              PIC 9(08).
          02 CPF-STR                   PIC 9(11).

       FD  CADENT
          LABEL RECORD ARE STANDARD
          02 SITUACAO-FTR              PIC X(01).
          02 UNIDADE-FTR               PIC 9(02).
          02 CARGO-FTR                 PIC 9(03).
          02 CPF-FTR                   PIC 9(11).

       FD  CADEND
          LABEL RECORD ARE STANDARD
          02 RUA-END                   PIC X(30).
          02 CIDADE-END                PIC X(20).
          02 CEP-END                   PIC 9(08).
          02 SITUACAO-END              PIC X(01).
          02 DATA-DEVOL-END            PIC 9(08).

       FD  CADENDT
          LABEL RECORD ARE STANDARD
          02 RUA-ETR                   PIC X(30).
          02 CIDADE-ETR                PIC X(20).
          02 CEP-ETR                   PIC 9(08).
          02 SITUACAO-ETR              PIC X(01).
          02 DATA-DEVOL-ETR            PIC 9(08).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          MOVE UNIDADE-SOCIO1 TO UNIDADE-STR.
          MOVE SITUACAO-COBR1 TO SITUACAO-STR.
          MOVE DATA-ADMISSAO1 TO ADMISSAO-STR.
          MOVE ZEROES TO CPF-STR.
          WRITE REG-STR.
          ADD 1 TO CONTADOR-SOC.
          PERFORM LE-SOCIO.
          MOVE SITUACAO-FUN TO SITUACAO-FTR.
          MOVE UNIDADE-FUN TO UNIDADE-FTR.
          MOVE CARGO-FUN TO CARGO-FTR.
          MOVE ZEROES TO CPF-FTR.
          WRITE REG-FTR.
          ADD 1 TO CONTADOR-FUN.
          PERFORM LE-FUNCIONARIO.
          MOVE RUA-TRN (IX-RUA) TO RUA-ETR.
          MOVE "CIDADE DE TREINO" TO CIDADE-ETR.
          MOVE CEP-END TO CEP-ETR.
          MOVE SITUACAO-END TO SITUACAO-ETR.
          MOVE DATA-DEVOL-END TO DATA-DEVOL-ETR.
          WRITE REG-ETR.
          ADD 1 TO CONTADOR-END.
          PERFORM LE-ENDERECO.
