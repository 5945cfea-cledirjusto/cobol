       IDENTIFICATION DIVISION.
          PROGRAM-ID.      RETMSG.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CARGA DO RETORNO DE ENTREGA DO PROVEDOR DE SMS/E-MAIL.
      *LE O MSGRET.TXT (ID;SITUACAO;DATA;MOTIVO, COM HEADER E TRAILER
      *NO PADRAO DO VERIFARQ) E CONFRONTA COM OS AVISOS ENVIADOS DA
      *FILA ARQMSG.DAT. ENTREGUE (D) OU NAO ENTREGUE (F), O AVISO SAI
      *DA FILA E O EVENTO ENTRA NO DIARIO JORNMSG.DAT. AVISO ENVIADO
      *HA MAIS DE PRAZO-PARM DIAS (PARMMSG.DAT, PADRAO 3) SEM RETORNO
      *CONTA COMO NAO ENTREGUE. O NAO ENTREGUE VOLTA PARA O CAMINHO DE
      *PAPEL DE ANTES CONFORME A RESERVA DO AVISO: C = CARTA NO
      *RELMSGC (ENDERECO DO CADEND OU DO CADRESP), L = LINHA NA LISTA
      *DE LIGACOES DO RELMSGL (TELEFONE DO CADRESP OU DO CADCONT),
      *N = SO O DIARIO. SEM ENDERECO A CARTA VIRA LIGACAO. RETORNO QUE
      *NAO CASA COM A FILA E LISTADO NA TELA E DA CODIGO 4. SEM O
      *MSGRET.TXT SO O PRAZO E APLICADO. ENDERECO DO SOCIO MARCADO
      *COMO DEVOLVIDO PELO CORREIO (MANEND, OPCAO D) CONTA COMO SEM
      *ENDERECO E A CARTA TAMBEM VIRA LIGACAO.
      *CADA LINHA DO JORNMSG LEVA NO FIM A SEQUENCIA E A CONFERENCIA
      *ENCADEADA DA SELAJOR, CONFERIDAS PELO VERJORN.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL MSGRET ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQMSG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQMSGN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL JORNMSG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMMSG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADEND ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-END
          FILE STATUS IS FS-END.
          SELECT OPTIONAL CADCONT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-CON
          FILE STATUS IS FS-CON.
          SELECT OPTIONAL CADRESP ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-RSP
          FILE STATUS IS FS-RSP.
          SELECT RELMSGC ASSIGN TO DISK.
          SELECT RELMSGL ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  MSGRET
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "MSGRET.TXT".
          01 REG-RET                   PIC X(80).

       FD  ARQMSG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQMSG.DAT".
          COPY REGMSG.

       FD  ARQMSGN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQMSG.NOV".
          01 REG-MSGN                  PIC X(255).

       FD  JORNMSG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNMSG.DAT".
          COPY REGJMS.

       FD  PARMMSG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMMSG.DAT".
          01 REG-PARM.
          02 PRAZO-PARM                PIC 9(02).

       FD  CADEND
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADEND.DAT".
          01 REG-END.
          02 NUMERO-END                PIC 9(06).
          02 RUA-END                   PIC X(30).
          02 CIDADE-END                PIC X(20).
          02 CEP-END                   PIC 9(08).
          02 SITUACAO-END              PIC X(01).
          02 DATA-DEVOL-END            PIC 9(08).

       FD  CADCONT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADCONT.DAT".
          COPY REGCON.

       FD  CADRESP
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADRESP.DAT".
          01 REG-RSP.
          02 MATRICULA-RSP             PIC 9(07).
          02 RESPONSAVEL-RSP           PIC X(30).
          02 TELEFONE-RSP              PIC X(12).
          02 ENDERECO-RSP              PIC X(40).
          02 EMAIL-RSP                 PIC X(40).
          02 CPF-RSP                   PIC 9(11).

       FD  RELMSGC
          LABEL RECORD IS OMITTED.
          01  REGCARTA     PIC X(80).

       FD  RELMSGL
          LABEL RECORD IS OMITTED.
          01  REGLIGA      PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-END             PIC X(02) VALUE "00".
       77  FS-CON             PIC X(02) VALUE "00".
       77  FS-RSP             PIC X(02) VALUE "00".
       77  TEM-CADEND         PIC X(03) VALUE "NAO".
       77  TEM-CADCONT        PIC X(03) VALUE "NAO".
       77  TEM-CADRESP        PIC X(03) VALUE "NAO".
       77  FIM-RET            PIC X(03) VALUE "NAO".
       77  FIM-MSG            PIC X(03) VALUE "NAO".
       77  FIM-PARM           PIC X(03) VALUE "NAO".
       77  ACHOU-RET          PIC X(03) VALUE "NAO".
       77  TEM-ENDERECO       PIC X(03) VALUE "NAO".
       77  END-DEVOLVIDO      PIC X(03) VALUE "NAO".
       77  PRAZO-DIAS         PIC 9(02) VALUE 3.
       77  QTD-RET            PIC 9(04) VALUE ZEROES.
       77  IX-RET             PIC 9(04) VALUE ZEROES.
       77  IX-ACHOU           PIC 9(04) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-RET       PIC 9(06) VALUE ZEROES.
       77  CONTADOR-ENTREG    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-FALHA     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-PRAZO     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CARTAS    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-LIGA      PIC 9(06) VALUE ZEROES.
       77  CONTADOR-AVULSO    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-MANTIDO   PIC 9(06) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  HORA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  DIAS-HOJE          PIC 9(07) VALUE ZEROES.
       77  DIAS-ENVIO         PIC 9(07) VALUE ZEROES.
       77  DIAS-CALC          PIC 9(07) VALUE ZEROES.
       77  DIAS-DECORRIDOS    PIC S9(07) VALUE ZEROES.
       77  DATA-CALC          PIC 9(08) VALUE ZEROES.
       77  ANO-CALC           PIC 9(04) VALUE ZEROES.
       77  MES-CALC           PIC 9(02) VALUE ZEROES.
       77  DIA-CALC           PIC 9(02) VALUE ZEROES.
       77  QUOC-CALC          PIC 9(07) VALUE ZEROES.
       77  ENT-ID             PIC X(26) VALUE SPACES.
       77  ENT-SITUACAO       PIC X(01) VALUE SPACES.
       77  ENT-DATA           PIC X(08) VALUE SPACES.
       77  ENT-MOTIVO         PIC X(40) VALUE SPACES.
       77  SITUACAO-FINAL     PIC X(01) VALUE SPACES.
       77  MOTIVO-FINAL       PIC X(40) VALUE SPACES.

       01 TAB-RETORNOS.
          02 RET-OCORRENCIA OCCURS 3000 TIMES.
             03 RET-ID                 PIC X(26).
             03 RET-SITUACAO           PIC X(01).
             03 RET-MOTIVO             PIC X(40).
             03 RET-USADO              PIC X(03).

       01 CARTA-L01.
          02 FILLER    PIC X(80) VALUE SPACES.

       01 CARTA-L02.
          02 FILLER    PIC X(50) VALUE SPACES.
          02 FILLER    PIC X(04) VALUE "DATA".
          02 FILLER    PIC X(02) VALUE ": ".
          02 CL02-DIA  PIC 99.
          02 FILLER    PIC X(01) VALUE "/".
          02 CL02-MES  PIC 99.
          02 FILLER    PIC X(01) VALUE "/".
          02 CL02-ANO  PIC 9999.

       01 CARTA-END1.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 CE1-NOME  PIC X(30).

       01 CARTA-END2.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 CE2-RUA   PIC X(40).

       01 CARTA-END3.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 CE3-CIDADE PIC X(20).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(04) VALUE "CEP ".
          02 CE3-CEP   PIC 9(08).

       01 CARTA-L04.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(05) VALUE "PREZO".
          02 FILLER    PIC X(01) VALUE "(".
          02 FILLER    PIC X(01) VALUE "A".
          02 FILLER    PIC X(01) VALUE ")".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CL04-NOME PIC X(30).

       01 CARTA-L05.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 CL05-TEXTO PIC X(70).

       01 CARTA-L06.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(45) VALUE
             "ESTE AVISO FOI ENVIADO POR MEIO ELETRONICO E ".
          02 FILLER    PIC X(20) VALUE "NAO PODE SER ENTREGU".
          02 FILLER    PIC X(02) VALUE "E.".

       01 CARTA-L07.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(45) VALUE
             "FAVOR ATUALIZAR TELEFONE E E-MAIL NA SECRETAR".
          02 FILLER    PIC X(03) VALUE "IA.".

       01 CAB-01.
          02 FILLER    PIC X(19) VALUE SPACES.
          02 FILLER    PIC X(32) VALUE
             "LIGACOES - AVISOS NAO ENTREGUES".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "DESTINO".
          02 FILLER    PIC X(27)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "TELEFONE".
          02 FILLER    PIC X(08)  VALUE SPACES.
          02 FILLER    PIC X(06)  VALUE "MOTIVO".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "LIGACOES NA LISTA........:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-LIGA  PIC 9(05).

       01 DETALHE.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-TIPO  PIC X(01).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-CHAVE PIC 9(07).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-NOME  PIC X(23).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-FONE  PIC X(15).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-MOTIVO PIC X(29).

       01 DETALHE-TEXTO.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DTX-TEXTO PIC X(70).

       01 LINHA-LOG.
          02 LOG-PROGRAMA              PIC X(08).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-DATA.
             03 LOG-ANO                PIC 9(04).
             03 FILLER                 PIC X(01) VALUE "-".
             03 LOG-MES                PIC 9(02).
             03 FILLER                 PIC X(01) VALUE "-".
             03 LOG-DIA                PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-HORA.
             03 LOG-HH                 PIC 9(02).
             03 FILLER                 PIC X(01) VALUE ":".
             03 LOG-MI                 PIC 9(02).
             03 FILLER                 PIC X(01) VALUE ":".
             03 LOG-SS                 PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 FILLER                    PIC X(05) VALUE "LIDOS".
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-LIDOS                 PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-ARQ1-NOME             PIC X(08).
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ1-QTD              PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 LOG-ARQ2-NOME             PIC X(08).
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ2-QTD              PIC 9(06).

       COPY REGSEL.

       PROCEDURE DIVISION.

       PGM-RETMSG.
          PERFORM INICIO.
          PERFORM CARREGA-RETORNO.
          IF RETURN-CODE EQUAL 8
              STOP RUN.
          OPEN INPUT ARQMSG
               OUTPUT ARQMSGN.
          OPEN EXTEND JORNMSG.
          PERFORM LE-MENSAGEM.
          PERFORM TRATA-MENSAGEM UNTIL FIM-MSG EQUAL "SIM".
          PERFORM CONFERE-AVULSOS
              VARYING IX-RET FROM 1 BY 1
              UNTIL IX-RET GREATER THAN QTD-RET.
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE DATA-SISTEMA TO DATA-CALC.
          PERFORM CALCULA-DIAS.
          MOVE DIAS-CALC TO DIAS-HOJE.
          OPEN INPUT PARMMSG.
          READ PARMMSG AT END MOVE "SIM" TO FIM-PARM.
          IF FIM-PARM NOT EQUAL "SIM"
              IF PRAZO-PARM NUMERIC AND PRAZO-PARM GREATER THAN ZEROES
                  MOVE PRAZO-PARM TO PRAZO-DIAS.
          CLOSE PARMMSG.
          OPEN INPUT CADEND.
          IF FS-END EQUAL "00" OR FS-END EQUAL "05"
              MOVE "SIM" TO TEM-CADEND.
          OPEN INPUT CADCONT.
          IF FS-CON EQUAL "00" OR FS-CON EQUAL "05"
              MOVE "SIM" TO TEM-CADCONT.
          OPEN INPUT CADRESP.
          IF FS-RSP EQUAL "00" OR FS-RSP EQUAL "05"
              MOVE "SIM" TO TEM-CADRESP.

      *----------------------------------------------------------------
      *    O RETORNO DO PROVEDOR VAI PARA A TABELA; HEADER E TRAILER
      *    SAO PULADOS. TABELA CHEIA NAO PROCESSA NADA (CODIGO 8) E O
      *    MSGRET.TXT FICA PARA A PROXIMA RODADA.
      *----------------------------------------------------------------
       CARREGA-RETORNO.
          OPEN INPUT MSGRET.
          PERFORM LE-RETORNO.
          PERFORM GUARDA-RETORNO
              UNTIL FIM-RET EQUAL "SIM" OR RETURN-CODE EQUAL 8.
          CLOSE MSGRET.
          IF RETURN-CODE EQUAL 8
              DISPLAY "TABELA DE RETORNOS LOTADA - NADA PROCESSADO."
              CLOSE CADEND
                    CADCONT
                    CADRESP.

       LE-RETORNO.
          READ MSGRET AT END MOVE "SIM" TO FIM-RET.

       GUARDA-RETORNO.
          IF REG-RET(1:3) NOT EQUAL "HDR" AND
             REG-RET(1:3) NOT EQUAL "TRL" AND
             REG-RET NOT EQUAL SPACES
              PERFORM INCLUI-RETORNO.
          IF RETURN-CODE NOT EQUAL 8
              PERFORM LE-RETORNO.

       INCLUI-RETORNO.
          IF QTD-RET NOT LESS 3000
              MOVE 8 TO RETURN-CODE
          ELSE
              ADD 1 TO QTD-RET
              ADD 1 TO CONTADOR-RET
              MOVE SPACES TO ENT-ID ENT-SITUACAO ENT-DATA ENT-MOTIVO
              UNSTRING REG-RET DELIMITED BY ";"
                  INTO ENT-ID ENT-SITUACAO ENT-DATA ENT-MOTIVO
              MOVE ENT-ID TO RET-ID (QTD-RET)
              MOVE ENT-SITUACAO TO RET-SITUACAO (QTD-RET)
              MOVE ENT-MOTIVO TO RET-MOTIVO (QTD-RET)
              MOVE "NAO" TO RET-USADO (QTD-RET).

       LE-MENSAGEM.
          READ ARQMSG AT END MOVE "SIM" TO FIM-MSG.
          IF FIM-MSG NOT EQUAL "SIM"
              ADD 1 TO CONTADOR-LIDOS.

      *----------------------------------------------------------------
      *    AVISO PENDENTE AINDA NAO FOI AO PROVEDOR E SEGUE NA FILA.
      *    AVISO ENVIADO SAI DA FILA QUANDO HA RETORNO OU QUANDO O
      *    PRAZO DO RETORNO VENCEU.
      *----------------------------------------------------------------
       TRATA-MENSAGEM.
          MOVE SPACES TO SITUACAO-FINAL.
          IF SITUACAO-MSG EQUAL "E"
              PERFORM PROCURA-RETORNO.
          IF SITUACAO-FINAL EQUAL SPACES
              ADD 1 TO CONTADOR-MANTIDO
              WRITE REG-MSGN FROM REG-MSG
          ELSE
              PERFORM REGISTRA-EVENTO.
          PERFORM LE-MENSAGEM.

       PROCURA-RETORNO.
          MOVE "NAO" TO ACHOU-RET.
          PERFORM COMPARA-RETORNO
              VARYING IX-RET FROM 1 BY 1
              UNTIL IX-RET GREATER THAN QTD-RET
                 OR ACHOU-RET EQUAL "SIM".
          IF ACHOU-RET EQUAL "SIM"
              MOVE "SIM" TO RET-USADO (IX-ACHOU)
              MOVE RET-MOTIVO (IX-ACHOU) TO MOTIVO-FINAL
              IF RET-SITUACAO (IX-ACHOU) EQUAL "D"
                  MOVE "D" TO SITUACAO-FINAL
                  MOVE "ENTREGUE" TO MOTIVO-FINAL
              ELSE
                  MOVE "F" TO SITUACAO-FINAL
                  IF MOTIVO-FINAL EQUAL SPACES
                      MOVE "RECUSADO PELO PROVEDOR" TO MOTIVO-FINAL
                  END-IF
              END-IF
          ELSE
              PERFORM VERIFICA-PRAZO.

       COMPARA-RETORNO.
          IF RET-ID (IX-RET) EQUAL ID-MSG
             AND RET-USADO (IX-RET) EQUAL "NAO"
              MOVE "SIM" TO ACHOU-RET
              MOVE IX-RET TO IX-ACHOU.

       VERIFICA-PRAZO.
          MOVE DATA-ENV-MSG TO DATA-CALC.
          PERFORM CALCULA-DIAS.
          MOVE DIAS-CALC TO DIAS-ENVIO.
          COMPUTE DIAS-DECORRIDOS = DIAS-HOJE - DIAS-ENVIO.
          IF DIAS-DECORRIDOS GREATER THAN PRAZO-DIAS
              ADD 1 TO CONTADOR-PRAZO
              MOVE "F" TO SITUACAO-FINAL
              MOVE "SEM RETORNO DO PROVEDOR" TO MOTIVO-FINAL.

      *----------------------------------------------------------------
      *    NUMERO DE DIAS DA DATA-CALC (AAAAMMDD) CONTADO A PARTIR DE
      *    MARCO COMO PRIMEIRO MES, PARA QUE FEVEREIRO FIQUE NO FIM DO
      *    ANO E O BISSEXTO SO ENTRE PELAS DIVISOES POR 4, 100 E 400.
      *    SO SERVE PARA SUBTRAIR UMA DATA DA OUTRA.
      *----------------------------------------------------------------
       CALCULA-DIAS.
          MOVE DATA-CALC(1:4) TO ANO-CALC.
          MOVE DATA-CALC(5:2) TO MES-CALC.
          MOVE DATA-CALC(7:2) TO DIA-CALC.
          IF MES-CALC LESS 3
              SUBTRACT 1 FROM ANO-CALC
              ADD 12 TO MES-CALC.
          COMPUTE DIAS-CALC = 365 * ANO-CALC + DIA-CALC.
          DIVIDE ANO-CALC BY 4 GIVING QUOC-CALC.
          ADD QUOC-CALC TO DIAS-CALC.
          DIVIDE ANO-CALC BY 100 GIVING QUOC-CALC.
          SUBTRACT QUOC-CALC FROM DIAS-CALC.
          DIVIDE ANO-CALC BY 400 GIVING QUOC-CALC.
          ADD QUOC-CALC TO DIAS-CALC.
          COMPUTE QUOC-CALC = 153 * (MES-CALC - 3) + 2.
          DIVIDE QUOC-CALC BY 5 GIVING QUOC-CALC.
          ADD QUOC-CALC TO DIAS-CALC.

       REGISTRA-EVENTO.
          MOVE SPACES TO REG-JMS.
          MOVE DATA-SISTEMA TO JMS-DATA.
          MOVE HORA-SISTEMA(1:6) TO JMS-HORA.
          MOVE SITUACAO-FINAL TO JMS-EVENTO.
          MOVE ID-MSG TO JMS-ID.
          MOVE TIPO-DEST-MSG TO JMS-TIPO-DEST.
          MOVE CHAVE-DEST-MSG TO JMS-CHAVE-DEST.
          MOVE CANAL-MSG TO JMS-CANAL.
          MOVE DESTINO-MSG TO JMS-DESTINO.
          MOVE MOTIVO-FINAL TO JMS-TEXTO.
          PERFORM SELA-JORNAL.
          WRITE REG-JMS.
          IF SITUACAO-FINAL EQUAL "D"
              ADD 1 TO CONTADOR-ENTREG
          ELSE
              ADD 1 TO CONTADOR-FALHA
              PERFORM APLICA-RESERVA.

      *----------------------------------------------------------------
      *    SEQUENCIA E CONFERENCIA ENCADEADA DA LINHA (SELAJOR).
      *----------------------------------------------------------------
       SELA-JORNAL.
          MOVE "S" TO FUNCAO-SELO.
          MOVE "JORNMSG" TO JORNAL-SELO.
          MOVE REG-JMS(1:238) TO TEXTO-SELO.
          MOVE 238 TO TAMANHO-SELO.
          CALL "SELAJOR" USING FUNCAO-SELO JORNAL-SELO TEXTO-SELO
              TAMANHO-SELO SEQ-SELO CHK-SELO.
          MOVE SEQ-SELO TO JMS-SEQ.
          MOVE CHK-SELO TO JMS-CHK.

      *----------------------------------------------------------------
      *    CAMINHO DE PAPEL DO AVISO NAO ENTREGUE.
      *----------------------------------------------------------------
       APLICA-RESERVA.
          IF RESERVA-MSG EQUAL "C"
              PERFORM BUSCA-ENDERECO
              IF TEM-ENDERECO EQUAL "SIM"
                  PERFORM IMPRIME-CARTA
              ELSE
              IF END-DEVOLVIDO EQUAL "SIM"
                  MOVE "ENDERECO DEVOLVIDO" TO MOTIVO-FINAL
                  PERFORM IMPRIME-LIGACAO
              ELSE
                  MOVE "SEM ENDERECO PARA A CARTA" TO MOTIVO-FINAL
                  PERFORM IMPRIME-LIGACAO
              END-IF
          ELSE IF RESERVA-MSG EQUAL "L"
              PERFORM IMPRIME-LIGACAO.

       BUSCA-ENDERECO.
          MOVE "NAO" TO TEM-ENDERECO.
          MOVE "NAO" TO END-DEVOLVIDO.
          MOVE SPACES TO CE2-RUA CE3-CIDADE.
          MOVE ZEROES TO CE3-CEP.
          IF TIPO-DEST-MSG EQUAL "S" AND TEM-CADEND EQUAL "SIM"
              MOVE CHAVE-DEST-MSG TO NUMERO-END
              READ CADEND KEY IS NUMERO-END
                  INVALID KEY MOVE "10" TO FS-END
              END-READ
              IF FS-END EQUAL "00" AND SITUACAO-END EQUAL "D"
                  MOVE "SIM" TO END-DEVOLVIDO
              END-IF
              IF FS-END EQUAL "00" AND SITUACAO-END NOT EQUAL "D"
                  MOVE "SIM" TO TEM-ENDERECO
                  MOVE RUA-END TO CE2-RUA
                  MOVE CIDADE-END TO CE3-CIDADE
                  MOVE CEP-END TO CE3-CEP
              END-IF.
          IF TIPO-DEST-MSG EQUAL "A" AND TEM-CADRESP EQUAL "SIM"
              MOVE CHAVE-DEST-MSG TO MATRICULA-RSP
              READ CADRESP KEY IS MATRICULA-RSP
                  INVALID KEY MOVE "10" TO FS-RSP
              END-READ
              IF FS-RSP EQUAL "00" AND ENDERECO-RSP NOT EQUAL SPACES
                  MOVE "SIM" TO TEM-ENDERECO
                  MOVE ENDERECO-RSP TO CE2-RUA
              END-IF.

       IMPRIME-CARTA.
          ADD 1 TO CONTADOR-CARTAS.
          IF CONTADOR-CARTAS EQUAL 1
              OPEN OUTPUT RELMSGC.
          MOVE SPACES TO REGCARTA.
          WRITE REGCARTA AFTER ADVANCING PAGE.
          WRITE REGCARTA FROM CARTA-L01 AFTER ADVANCING 1 LINE.
          MOVE DATA-SISTEMA(7:2) TO CL02-DIA.
          MOVE DATA-SISTEMA(5:2) TO CL02-MES.
          MOVE DATA-SISTEMA(1:4) TO CL02-ANO.
          WRITE REGCARTA FROM CARTA-L02 AFTER ADVANCING 1 LINE.
          MOVE NOME-DEST-MSG TO CE1-NOME.
          WRITE REGCARTA FROM CARTA-END1 AFTER ADVANCING 2 LINES.
          WRITE REGCARTA FROM CARTA-END2 AFTER ADVANCING 1 LINE.
          IF CE3-CIDADE NOT EQUAL SPACES
              WRITE REGCARTA FROM CARTA-END3 AFTER ADVANCING 1 LINE.
          MOVE NOME-DEST-MSG TO CL04-NOME.
          WRITE REGCARTA FROM CARTA-L04 AFTER ADVANCING 3 LINES.
          MOVE TEXTO-MSG(1:70) TO CL05-TEXTO.
          WRITE REGCARTA FROM CARTA-L05 AFTER ADVANCING 2 LINES.
          IF TEXTO-MSG(71:70) NOT EQUAL SPACES
              MOVE TEXTO-MSG(71:70) TO CL05-TEXTO
              WRITE REGCARTA FROM CARTA-L05 AFTER ADVANCING 1 LINE.
          WRITE REGCARTA FROM CARTA-L06 AFTER ADVANCING 2 LINES.
          WRITE REGCARTA FROM CARTA-L07 AFTER ADVANCING 1 LINE.

       IMPRIME-LIGACAO.
          ADD 1 TO CONTADOR-LIGA.
          IF CONTADOR-LIGA EQUAL 1
              OPEN OUTPUT RELMSGL.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE TIPO-DEST-MSG TO DET-TIPO.
          MOVE CHAVE-DEST-MSG TO DET-CHAVE.
          MOVE NOME-DEST-MSG TO DET-NOME.
          MOVE MOTIVO-FINAL TO DET-MOTIVO.
          PERFORM BUSCA-TELEFONE.
          WRITE REGLIGA FROM DETALHE AFTER ADVANCING 1 LINE.
          MOVE TEXTO-MSG(1:70) TO DTX-TEXTO.
          WRITE REGLIGA FROM DETALHE-TEXTO AFTER ADVANCING 1 LINE.
          ADD 2 TO CT-LIN.

       BUSCA-TELEFONE.
          MOVE SPACES TO DET-FONE.
          IF CANAL-MSG EQUAL "S"
              MOVE DESTINO-MSG TO DET-FONE.
          IF TIPO-DEST-MSG EQUAL "A" AND TEM-CADRESP EQUAL "SIM"
              MOVE CHAVE-DEST-MSG TO MATRICULA-RSP
              READ CADRESP KEY IS MATRICULA-RSP
                  INVALID KEY MOVE "10" TO FS-RSP
              END-READ
              IF FS-RSP EQUAL "00"
                  MOVE TELEFONE-RSP TO DET-FONE
              END-IF.
          IF TIPO-DEST-MSG NOT EQUAL "A" AND TEM-CADCONT EQUAL "SIM"
              MOVE TIPO-DEST-MSG TO TIPO-CON
              MOVE CHAVE-DEST-MSG TO NUMERO-CON
              READ CADCONT KEY IS CHAVE-CON
                  INVALID KEY MOVE "10" TO FS-CON
              END-READ
              IF FS-CON EQUAL "00" AND FONE-CON NOT EQUAL SPACES
                  MOVE FONE-CON TO DET-FONE
              END-IF.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGLIGA.
          WRITE REGLIGA AFTER ADVANCING PAGE.
          WRITE REGLIGA FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGLIGA FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGLIGA FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       CONFERE-AVULSOS.
          IF RET-USADO (IX-RET) EQUAL "NAO"
              ADD 1 TO CONTADOR-AVULSO
              DISPLAY "RETORNO SEM AVISO NA FILA: " RET-ID (IX-RET).

       TROCA-FILA.
          CALL "CBL_DELETE_FILE" USING "ARQMSG.DAT".
          MOVE ZEROES TO RETURN-CODE.
          CALL "CBL_RENAME_FILE" USING "ARQMSG.NOV" "ARQMSG.DAT".
          MOVE ZEROES TO RETURN-CODE.

       TERMINO.
          CLOSE ARQMSG
                ARQMSGN
                JORNMSG
                CADEND
                CADCONT
                CADRESP.
          IF CONTADOR-CARTAS GREATER THAN ZEROES
              CLOSE RELMSGC.
          IF CONTADOR-LIGA GREATER THAN ZEROES
              MOVE CONTADOR-LIGA TO TOT-LIGA
              WRITE REGLIGA FROM CAB-04 AFTER ADVANCING 2 LINES
              CLOSE RELMSGL.
          PERFORM TROCA-FILA.
          PERFORM GRAVA-LOG.
          DISPLAY "RETORNO DE MENSAGENS ENCERRADO.".
          DISPLAY "AVISOS NA FILA.......: " CONTADOR-LIDOS.
          DISPLAY "RETORNOS RECEBIDOS...: " CONTADOR-RET.
          DISPLAY "ENTREGUES............: " CONTADOR-ENTREG.
          DISPLAY "NAO ENTREGUES........: " CONTADOR-FALHA.
          DISPLAY "  SEM RETORNO NO PRAZO: " CONTADOR-PRAZO.
          DISPLAY "CARTAS (RELMSGC).....: " CONTADOR-CARTAS.
          DISPLAY "LIGACOES (RELMSGL)...: " CONTADOR-LIGA.
          DISPLAY "MANTIDOS NA FILA.....: " CONTADOR-MANTIDO.
          IF CONTADOR-AVULSO GREATER THAN ZEROES
              DISPLAY "RETORNOS SEM AVISO...: " CONTADOR-AVULSO
              MOVE 4 TO RETURN-CODE.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "RETMSG"               TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "RELMSGC"              TO LOG-ARQ1-NOME.
          MOVE CONTADOR-CARTAS        TO LOG-ARQ1-QTD.
          MOVE "RELMSGL"              TO LOG-ARQ2-NOME.
          MOVE CONTADOR-LIGA          TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
