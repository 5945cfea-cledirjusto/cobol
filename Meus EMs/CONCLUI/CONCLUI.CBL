          02 FALTAS-HIS                PIC 9(02).
          02 MEDIA-HIS                 PIC 9(02)V9(02).
          02 SITUACAO-HIS              PIC X(03).
          02 CONCEITO-HIS              PIC X(01).

       FD  ARQALU
          LABEL RECORD ARE STANDARD
