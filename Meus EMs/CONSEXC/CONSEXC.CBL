      *REGISTRADAS EM ABERTO (ORIGEM, CHAVE, MOTIVO, DATA, SITUACAO
      *A, CRITICIDADE POR ORIGEM). AO FINAL IMPRIME EM RELPEND O
      *ENVELHECIMENTO DAS PENDENCIAS ABERTAS. A BAIXA E FEITA PELO
      *MANPEND E O FECHAMES AVISA QUANDO HA CRITICA EM ABERTO. O
      *NFSERCB.REJ (RPS RECUSADOS PELA PREFEITURA, GRAVADO PELO
      *RETNFS) ENTRA COM CHAVE NO NUMERO DO RPS; A BAIXA DESSA
      *PENDENCIA NO MANPEND LIBERA O REENVIO PELO GERANFS. DO MESMO
      *MODO O ARQEVT.REJ (EVENTOS DA FOLHA RECUSADOS PELO GOVERNO,
      *GRAVADO PELO RETEVT) ENTRA COM CHAVE NO NUMERO DO EVENTO,
      *COMO CRITICO, E A BAIXA LIBERA O REENVIO PELO GEREVT. O
      *ARQINT.EXC (QUEBRAS DE INTEGRIDADE ENTRE CADASTROS, GRAVADO PELO
      *INTEGR NA ROTINA SEMANAL) TRAZ EM CADA LINHA O ARQUIVO DE
      *ORIGEM E A GRAVIDADE DA REGRA, QUE VALEM NO LUGAR DAS DA FONTE.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL EXCFER ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL EXCNFS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL EXCEVT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL EXCINT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELPEND ASSIGN TO DISK.

       DATA    DIVISION.
          VALUE OF FILE-ID IS "ARQFERT.EXC".
          01 REG-EXCFER                PIC X(80).

       FD  EXCNFS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "NFSERCB.REJ".
          01 REG-EXCNFS                PIC X(80).

       FD  EXCEVT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQEVT.REJ".
          01 REG-EXCEVT                PIC X(80).

       FD  EXCINT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQINT.EXC".
          01 REG-EXCINT                PIC X(80).

       FD  RELPEND
          LABEL RECORD IS OMITTED.
          01  REGPEND     PIC X(80).
          PERFORM LE-EXCFER.
          PERFORM TRATA-EXCFER UNTIL FIM-FONTE EQUAL "SIM".
          CLOSE EXCFER.
          MOVE "NFSERCB " TO ORIGEM-FONTE.
          MOVE 41 TO POS-MOTIVO.
          MOVE 22 TO TAM-MOTIVO.
          MOVE "N" TO CRITICA-FONTE.
          MOVE "NAO" TO FIM-FONTE.
          OPEN INPUT EXCNFS.
          PERFORM LE-EXCNFS.
          PERFORM TRATA-EXCNFS UNTIL FIM-FONTE EQUAL "SIM".
          CLOSE EXCNFS.
          MOVE "ARQEVT  " TO ORIGEM-FONTE.
          MOVE 41 TO POS-MOTIVO.
          MOVE 22 TO TAM-MOTIVO.
          MOVE "S" TO CRITICA-FONTE.
          MOVE "NAO" TO FIM-FONTE.
          OPEN INPUT EXCEVT.
          PERFORM LE-EXCEVT.
          PERFORM TRATA-EXCEVT UNTIL FIM-FONTE EQUAL "SIM".
          CLOSE EXCEVT.
          MOVE 41 TO POS-MOTIVO.
          MOVE 22 TO TAM-MOTIVO.
          MOVE "NAO" TO FIM-FONTE.
          OPEN INPUT EXCINT.
          PERFORM LE-EXCINT.
          PERFORM TRATA-EXCINT UNTIL FIM-FONTE EQUAL "SIM".
          CLOSE EXCINT.

       LE-EXCALU.
          READ EXCALU AT END MOVE "SIM" TO FIM-FONTE.
          PERFORM REGISTRA-PENDENCIA.
          PERFORM LE-EXCFER.

       LE-EXCNFS.
          READ EXCNFS AT END MOVE "SIM" TO FIM-FONTE.

       TRATA-EXCNFS.
          MOVE REG-EXCNFS TO LINHA-FONTE.
          PERFORM REGISTRA-PENDENCIA.
          PERFORM LE-EXCNFS.

       LE-EXCEVT.
          READ EXCEVT AT END MOVE "SIM" TO FIM-FONTE.

       TRATA-EXCEVT.
          MOVE REG-EXCEVT TO LINHA-FONTE.
          PERFORM REGISTRA-PENDENCIA.
          PERFORM LE-EXCEVT.

       LE-EXCINT.
          READ EXCINT AT END MOVE "SIM" TO FIM-FONTE.

       TRATA-EXCINT.
          MOVE REG-EXCINT TO LINHA-FONTE.
          MOVE LINHA-FONTE(11:8) TO ORIGEM-FONTE.
          MOVE LINHA-FONTE(19:1) TO CRITICA-FONTE.
          PERFORM REGISTRA-PENDENCIA.
          PERFORM LE-EXCINT.

       REGISTRA-PENDENCIA.
          MOVE "NAO" TO JA-CONSTA.
          IF QTD-PENDENCIAS GREATER THAN ZEROES
