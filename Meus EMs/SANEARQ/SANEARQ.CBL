          02 MATRICULA-YTD             PIC 9(05).
          02 TOTAL-YTD                 PIC 9(09)V9(02).
          02 MESES-YTD                 PIC 9(02).
          02 COMPET-YTD                PIC 9(06).
          02 LIQUIDO-MES-YTD           PIC 9(07)V9(02).

       FD  ARQYTDNV
          LABEL RECORD ARE STANDARD
          02 MATRICULA-YNV             PIC 9(05).
          02 TOTAL-YNV                 PIC 9(09)V9(02).
          02 MESES-YNV                 PIC 9(02).
          02 COMPET-YNV                PIC 9(06).
          02 LIQUIDO-MES-YNV           PIC 9(07)V9(02).

       FD  ARQHIST
          LABEL RECORD ARE STANDARD
             03 MATRICULA-HIS          PIC 9(07).
             03 PERIODO-HIS            PIC X(06).
             03 DISCIPLINA-HIS         PIC X(05).
          02 RESTO-HIS                 PIC X(29).

       FD  ARQHISNV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQHIST.NOV".
          01 REG-HIS-NV.
          02 CHAVE-HNV                 PIC X(18).
          02 RESTO-HNV                 PIC X(29).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
