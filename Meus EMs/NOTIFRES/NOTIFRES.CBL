      *EM RISCO SEM CONTATO REGISTRADO SAEM MARCADOS NO FIM DA LISTA
      *PARA A SECRETARIA PROVIDENCIAR O CADASTRO. ALUNO COM SITUACAO
      *TRANCADO, TRANSFERIDO OU EVADIDO NO ARQALU NAO GERA LIGACAO.
      *RESPONSAVEL COM E-MAIL NO CADRESP E AVISADO POR E-MAIL (FILA
      *ARQMSG.DAT, ENVIADA PELO ENVMSG) EM VEZ DE ENTRAR NA LISTA; SE
      *O E-MAIL NAO FOR ENTREGUE O RETMSG DEVOLVE O AVISO PARA A
      *LISTA DE LIGACOES DO RELMSGL. AS FALTAS DA LISTA SAO AS SEM
      *ABONO; AS ABONADAS NO MANABO VEM EM COLUNA PROPRIA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SELECT RELNOTIF ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQMSG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          02 ALER-MEDIA                 PIC 9(02)V9(02).
          02 FILLER                     PIC X(02).
          02 ALER-FALTAS                PIC 9(02).
          02 FILLER                     PIC X(02).
          02 ALER-ABONADAS              PIC 9(02).

       FD  CADRESP
          LABEL RECORD ARE STANDARD
          02 RESPONSAVEL-RSP           PIC X(30).
          02 TELEFONE-RSP              PIC X(12).
          02 ENDERECO-RSP              PIC X(40).
          02 EMAIL-RSP                 PIC X(40).
          02 CPF-RSP                   PIC 9(11).

       FD  ARQALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       FD  ARQMSG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQMSG.DAT".
          COPY REGMSG.

       WORKING-STORAGE SECTION.
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  IX-SEMC            PIC 9(03) VALUE ZEROES.
       77  DATA-SISTEMA-LOG   PIC 9(08).
       77  HORA-SISTEMA-LOG   PIC 9(08).
       77  CONTADOR-MSG       PIC 9(04) VALUE ZEROES.
       77  MEDIA-EDITADA      PIC Z9,99.

       01 TABELA-SEM-CONTATO.
          02 SEMC-OCORRENCIA OCCURS 500 TIMES.
          02 FILLER    PIC X(08)  VALUE "TELEFONE".
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "ALUNO".
          02 FILLER    PIC X(15)  VALUE SPACES.
          02 FILLER    PIC X(06)  VALUE "FALTAS".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(04)  VALUE "ABON".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-SEMC  PIC 9(05).

       01 CAB-07.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "AVISADOS POR E-MAIL......:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-MSG   PIC 9(05).

       01 DETALHE.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 RESPON    PIC X(30).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 TELEF     PIC X(12).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 ALUNO     PIC X(20).
          02 FILLER    PIC X(04) VALUE SPACES.
          02 FALT      PIC 9(02).
          02 FILLER    PIC X(03) VALUE SPACES.
          02 ABON      PIC 9(02).

       01 DET-SEMC.
          02 FILLER    PIC X(05) VALUE SPACES.
                      CADRESP
                      ARQALU
               OUTPUT RELNOTIF.
          OPEN EXTEND ARQMSG.
          PERFORM LEITURA.

       LEITURA.
              PERFORM BUSCA-CONTATO
              IF NAO-ACHOU EQUAL "SIM"
                  PERFORM GUARDA-SEM-CONTATO
              ELSE
              IF EMAIL-RSP NOT EQUAL SPACES
                  PERFORM POSTA-AVISO
              ELSE
                  PERFORM IMPRIME-CONTATO.
          PERFORM LEITURA.
          MOVE TELEFONE-RSP TO TELEF.
          MOVE ALER-NOME TO ALUNO.
          MOVE ALER-FALTAS TO FALT.
          MOVE ALER-ABONADAS TO ABON.
          WRITE REGNOTIF FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

      *----------------------------------------------------------------
      *    AVISO AO RESPONSAVEL PELA FILA DE MENSAGENS. NAO ENTREGUE,
      *    VOLTA PARA A LISTA DE LIGACOES (RESERVA L) PELO RETMSG.
      *----------------------------------------------------------------
       POSTA-AVISO.
          ADD 1 TO CONTADOR-MSG.
          ACCEPT DATA-SISTEMA-LOG FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA-LOG FROM TIME.
          MOVE SPACES TO REG-MSG.
          MOVE DATA-SISTEMA-LOG TO DATA-MSG.
          MOVE HORA-SISTEMA-LOG(1:6) TO HORA-MSG.
          MOVE "NOTIFRES" TO ORIGEM-MSG.
          MOVE CONTADOR-MSG TO SEQ-MSG.
          MOVE "E" TO CANAL-MSG.
          MOVE EMAIL-RSP TO DESTINO-MSG.
          MOVE "A" TO TIPO-DEST-MSG.
          MOVE MATRICULA-RSP TO CHAVE-DEST-MSG.
          MOVE RESPONSAVEL-RSP TO NOME-DEST-MSG.
          MOVE "L" TO RESERVA-MSG.
          MOVE ALER-MEDIA TO MEDIA-EDITADA.
          STRING "O ALUNO " DELIMITED BY SIZE
                 ALER-NOME DELIMITED BY "  "
                 " ESTA COM " DELIMITED BY SIZE
                 ALER-FALTAS DELIMITED BY SIZE
                 " FALTAS SEM ABONO E MEDIA " DELIMITED BY SIZE
                 MEDIA-EDITADA DELIMITED BY SIZE
                 ". PROCURE A SECRETARIA DA ESCOLA."
                     DELIMITED BY SIZE
                 INTO TEXTO-MSG.
          MOVE "P" TO SITUACAO-MSG.
          MOVE ZEROES TO DATA-ENV-MSG.
          WRITE REG-MSG.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          WRITE REGNOTIF FROM CAB-05 AFTER ADVANCING 2 LINES.
          MOVE CONTADOR-SEMC TO TOT-SEMC.
          WRITE REGNOTIF FROM CAB-06 AFTER ADVANCING 1 LINES.
          MOVE CONTADOR-MSG TO TOT-MSG.
          WRITE REGNOTIF FROM CAB-07 AFTER ADVANCING 1 LINES.
          PERFORM GRAVA-LOG.
          DISPLAY "ALUNOS NAO ATIVOS IGNORADOS: " CONTADOR-NAOATIV.
          CLOSE ARQALER
                CADRESP
                ARQALU
                RELNOTIF
                ARQMSG.

       IMPRIME-SEM-CONTATO.
          MOVE SEMC-MAT (IX-SEMC) TO SMC-MAT.
