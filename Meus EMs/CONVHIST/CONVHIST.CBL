      *COMO .BAK DATADO, COMO NO SANEARQ. CHAVE NOVA DUPLICADA E
      *DESCARTADA E JORNALIZADA EM CONVHIST.JRN. RODAR DUAS VEZES E
      *INOFENSIVO: NA SEGUNDA O ARQUIVO JA CONVERTIDO ABRE COM
      *STATUS 39 NO LEIAUTE ANTIGO E NADA E TROCADO. A GERACAO NOVA
      *JA SAI COM O CONCEITO-HIS EM BRANCO (VER CONVHCON).

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          02 FALTAS-HIS                PIC 9(02).
          02 MEDIA-HIS                 PIC 9(02)V9(02).
          02 SITUACAO-HIS              PIC X(03).
          02 CONCEITO-HIS              PIC X(01).

       FD  JORNCONV
          LABEL RECORD ARE STANDARD
          MOVE FALTAS-ANT TO FALTAS-HIS.
          MOVE MEDIA-ANT TO MEDIA-HIS.
          MOVE SITUACAO-ANT TO SITUACAO-HIS.
          MOVE SPACES TO CONCEITO-HIS.
          WRITE REG-HIS
              INVALID KEY PERFORM DESCARTA-REGISTRO.
          IF FS-NOVO EQUAL "00" OR FS-NOVO EQUAL "02"
