          02 RUA-END                   PIC X(30).
          02 CIDADE-END                PIC X(20).
          02 CEP-END                   PIC 9(08).
          02 SITUACAO-END              PIC X(01).
          02 DATA-DEVOL-END            PIC 9(08).

       FD  CADPLAN
          LABEL RECORD ARE STANDARD
