       IDENTIFICATION DIVISION.
          PROGRAM-ID.      GERANFS.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. GERACAO NOTURNA DO LOTE DE RPS (RECIBO PROVISORIO DE
      *SERVICO) PARA A PREFEITURA EMITIR A NOTA FISCAL DE SERVICO
      *ELETRONICA DE CADA MENSALIDADE DE SOCIO E DE ALUNO. LE O
      *DIARIO JORNRCB.DAT A PARTIR DA POSICAO GUARDADA NO CTRLNFS.DAT
      *(SO ACRESCIMO, COMO NO SALDREC) E PEGA OS RECIBOS BAIXADOS PELO
      *BAIXAREC: SOCIO (TIPO S), ALUNO (TIPO M) E O RECIBO DO GRUPO
      *FAMILIAR PELO VALOR CHEIO NO PAGADOR (TIPO F) - A PARTE DE CADA
      *MEMBRO (TIPO G) NAO GERA NOTA, SENAO O GRUPO SAIRIA EM DOBRO.
      *O RECIBO ESTORNADO (LINHA E) ANTES DO ENVIO NAO VAI PARA O LOTE;
      *O ESTORNADO DEPOIS DO ENVIO FICA MARCADO NO NFSERCB E SAI NO
      *RELNFS PARA CANCELAR A NOTA NO PORTAL DA PREFEITURA (CODIGO 4).
      *O TOMADOR DO SOCIO VEM DO CADSOC1 E DO CADEND; O DO ALUNO E O
      *RESPONSAVEL DO CADRESP OU, SEM ELE, O PROPRIO ALUNO DO ARQALU.
      *INSCRICAO MUNICIPAL, ITEM DE SERVICO DE SOCIO E DE ALUNO,
      *ALIQUOTA DO ISS E DATA DE INICIO VEM DO PARMNFS.DAT (SEM A
      *INSCRICAO NADA E GERADO, CODIGO 8). CADA RPS FICA NO NFSERCB.DAT
      *PENDENTE DE RETORNO (CARREGADO PELO RETNFS) E O LOTE SAI EM
      *ARQRPS.DAT COM HEADER E TRAILER NO PADRAO DO VERIFARQ. RPS
      *RECUSADO PELA PREFEITURA VAI PARA O ARQPEND; QUANDO A PENDENCIA
      *E BAIXADA NO MANPEND (CADASTRO CORRIGIDO) O RECIBO E REENVIADO
      *NO LOTE SEGUINTE COM UM NOVO NUMERO DE RPS.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL JORNRCB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLNFS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMNFS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQPEND ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT NFSERCB ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS RPS-NFS
          ALTERNATE RECORD KEY IS RECIBO-NFS WITH DUPLICATES
          FILE STATUS IS FS-NFS.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES
          FILE STATUS IS FS-SOC.
          SELECT OPTIONAL CADEND ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-END
          FILE STATUS IS FS-END.
          SELECT OPTIONAL CADRESP ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-RSP
          FILE STATUS IS FS-RSP.
          SELECT OPTIONAL ARQALU ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-ENT
          ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES
          FILE STATUS IS FS-ALU.
          SELECT ARQRPS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELNFS ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  JORNRCB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNRCB.DAT".
          01 REG-JRC.
          02 JRC-DATA-MOV              PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JRC-SOCIO                 PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-DATA-RCB              PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JRC-VALOR                 PIC 9(09)V9(02).
          02 FILLER                    PIC X(01).
          02 JRC-MESES-ABAT            PIC 9(02).
          02 FILLER                    PIC X(01).
          02 JRC-CODIGO-NOVO           PIC 9(02).
          02 FILLER                    PIC X(01).
          02 JRC-SEQ                   PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-TIPO                  PIC X(01).
          02 FILLER                    PIC X(01).
          02 JRC-MATR                  PIC 9(07).

       FD  CTRLNFS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLNFS.DAT".
          01 REG-CTN.
          02 DATA-CTN                  PIC 9(08).
          02 FILLER                    PIC X(01).
          02 POS-JRC-CTN               PIC 9(08).
          02 FILLER                    PIC X(01).
          02 ULT-RPS-CTN               PIC 9(08).
          02 FILLER                    PIC X(01).
          02 ULT-LOTE-CTN              PIC 9(06).

       FD  PARMNFS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMNFS.DAT".
          01 REG-PARMNFS.
          02 INSCRICAO-PARM            PIC X(11).
          02 ITEM-SOC-PARM             PIC X(05).
          02 ITEM-ALU-PARM             PIC X(05).
          02 ALIQUOTA-PARM             PIC 9(02)V9(02).
          02 INICIO-PARM               PIC 9(08).

       FD  ARQPEND
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQPEND.DAT".
          01 REG-PEN.
          02 ORIGEM-PEN                PIC X(08).
          02 CHAVE-PEN                 PIC X(10).
          02 MOTIVO-PEN                PIC X(22).
          02 DATA-PEN                  PIC 9(08).
          02 SITUACAO-PEN              PIC X(01).
          02 CRITICA-PEN               PIC X(01).

       FD  NFSERCB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "NFSERCB.DAT".
          COPY REGNFS.

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

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

       FD  ARQALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX05\ARQALU.DAT".
          COPY REGALU.

       FD  ARQRPS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQRPS.DAT".
          01 REG-RPS.
          02 NUMERO-RPS                PIC 9(08).
          02 DATA-RPS                  PIC 9(08).
          02 ITEM-RPS                  PIC X(05).
          02 ALIQUOTA-RPS              PIC 9(02)V9(02).
          02 VALOR-RPS                 PIC 9(09)V9(02).
          02 ISS-RPS                   PIC 9(09)V9(02).
          02 TIPO-TOM-RPS              PIC X(01).
          02 CODIGO-TOM-RPS            PIC 9(07).
          02 NOME-TOM-RPS              PIC X(30).
          02 ENDERECO-RPS              PIC X(40).
          02 CIDADE-RPS                PIC X(20).
          02 CEP-RPS                   PIC 9(08).
          01 REG-RPS-HDR.
          02 TIPO-HDR                  PIC X(03).
          02 ID-HDR                    PIC X(08).
          02 DATA-HDR                  PIC 9(08).
          02 LOTE-HDR                  PIC 9(06).
          02 INSCRICAO-HDR             PIC X(11).
          01 REG-RPS-TRL.
          02 TIPO-TRL                  PIC X(03).
          02 QTDE-TRL                  PIC 9(06).
          02 SOMA-TRL                  PIC 9(15).

       FD  RELNFS
          LABEL RECORD IS OMITTED.
          01  REGNFS      PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-NFS             PIC X(02).
       77  FS-SOC             PIC X(02).
       77  FS-END             PIC X(02).
       77  FS-RSP             PIC X(02).
       77  FS-ALU             PIC X(02).
       77  TEM-CADEND         PIC X(03) VALUE "NAO".
       77  TEM-CADRESP        PIC X(03) VALUE "NAO".
       77  TEM-ARQALU         PIC X(03) VALUE "NAO".
       77  FIM-JRC            PIC X(03) VALUE "NAO".
       77  FIM-CTN            PIC X(03) VALUE "NAO".
       77  FIM-PARM           PIC X(03) VALUE "NAO".
       77  FIM-PEN            PIC X(03) VALUE "NAO".
       77  FIM-NFS            PIC X(03) VALUE "NAO".
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  ACHOU-RECIBO       PIC X(03) VALUE "NAO".
       77  ACHOU-TOMADOR      PIC X(03) VALUE "NAO".
       77  ERRO-GRAVACAO      PIC X(03) VALUE "NAO".
       77  INSCRICAO-MUN      PIC X(11) VALUE SPACES.
       77  ITEM-SOCIO         PIC X(05) VALUE "06.04".
       77  ITEM-ALUNO         PIC X(05) VALUE "08.01".
       77  ALIQUOTA-ISS       PIC 9(02)V9(02) VALUE 2,00.
       77  DATA-INICIO        PIC 9(08) VALUE ZEROES.
       77  POS-JRC-ANT        PIC 9(08) VALUE ZEROES.
       77  ULTIMO-RPS         PIC 9(08) VALUE ZEROES.
       77  ULTIMO-LOTE        PIC 9(06) VALUE ZEROES.
       77  RPS-ACHADO         PIC 9(08) VALUE ZEROES.
       77  RPS-REENVIO        PIC 9(08) VALUE ZEROES.
       77  QTD-RECIBOS        PIC 9(04) VALUE ZEROES.
       77  IX-REC             PIC 9(04) VALUE ZEROES.
       77  IX-TST             PIC 9(04) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(08) VALUE ZEROES.
       77  CONTADOR-NOVOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-A-ENVIAR  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-RPS       PIC 9(06) VALUE ZEROES.
       77  CONTADOR-REENVIOS  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-ESTORNADOS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CANCELAR  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-JA-ENVIADOS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-SEM-TOMADOR PIC 9(06) VALUE ZEROES.
       77  CONTADOR-PARTES    PIC 9(06) VALUE ZEROES.
       77  SOMA-RPS           PIC 9(13)V9(02) VALUE ZEROES.
       77  SOMA-ISS           PIC 9(13)V9(02) VALUE ZEROES.
       77  SOMA-TRAILER       PIC 9(15) VALUE ZEROES.
       77  VALOR-AUX          PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-AUX-DIG      REDEFINES VALOR-AUX PIC 9(11).
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 RECIBO-PROCURADO.
          02 PRC-SOCIO                 PIC 9(06).
          02 PRC-MATR                  PIC 9(07).
          02 PRC-DATA-RCB              PIC 9(08).
          02 PRC-SEQ                   PIC 9(06).
          02 PRC-VALOR                 PIC 9(09)V9(02).

      *----------------------------------------------------------------
      *    RECIBOS DA RODADA. REC-ACAO: N NOVO, R REENVIO DE RPS
      *    RECUSADO, E ESTORNADO ANTES DO ENVIO, C ESTORNO DE RECIBO JA
      *    ENVIADO (NOTA A CANCELAR).
      *----------------------------------------------------------------
       01 TAB-RECIBOS.
          02 REC-OCORRENCIA OCCURS 3000 TIMES.
             03 REC-SOCIO              PIC 9(06).
             03 REC-MATR               PIC 9(07).
             03 REC-DATA-RCB           PIC 9(08).
             03 REC-SEQ                PIC 9(06).
             03 REC-VALOR              PIC 9(09)V9(02).
             03 REC-TIPO               PIC X(01).
             03 REC-ACAO               PIC X(01).
             03 REC-RPS-ANT            PIC 9(08).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "LOTE DE RPS - NFS-".
          02 FILLER    PIC X(12) VALUE "E           ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "RPS     ".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(06)  VALUE "SOCIO ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "MATRIC.".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "DATA RCB".
          02 FILLER    PIC X(10)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "VALOR".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "OCORRENCIA".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 TOT-ROTULO PIC X(26).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-QTD   PIC ZZZZZ9.
          02 FILLER    PIC X(03)  VALUE SPACES.
          02 TOT-VALOR PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 DETALHE.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-RPS   PIC 9(08).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-SOCIO PIC 9(06).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-MATR  PIC 9(07).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-DATA  PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-VALOR PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-OCO   PIC X(28).

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

       PROCEDURE DIVISION.

       PGM-GERANFS.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM LE-PARAMETRO.
          PERFORM LEITURA-CONTROLE.
          PERFORM INICIO.
          PERFORM CARREGA-JORNAL.
          PERFORM BUSCA-REENVIOS.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "TABELA DE RECIBOS LOTADA - LOTE NAO GERADO, "
                  "RODAR DE NOVO APOS AMPLIAR."
              PERFORM FECHA-ARQUIVOS
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM GERA-LOTE.
          PERFORM TERMINO.
          STOP RUN.

      *----------------------------------------------------------------
      *    PARMNFS: INSCRICAO MUNICIPAL DO CLUBE (OBRIGATORIA), ITENS
      *    DA LISTA DE SERVICOS, ALIQUOTA DO ISS E A DATA DE INICIO DA
      *    EMISSAO (RECIBOS BAIXADOS ANTES DELA NAO GERAM NOTA). SEM
      *    DATA DE INICIO VALE O DIA DA PRIMEIRA GERACAO.
      *----------------------------------------------------------------
       LE-PARAMETRO.
          OPEN INPUT PARMNFS.
          READ PARMNFS AT END MOVE "SIM" TO FIM-PARM.
          IF FIM-PARM NOT EQUAL "SIM"
              MOVE INSCRICAO-PARM TO INSCRICAO-MUN
              IF ITEM-SOC-PARM NOT EQUAL SPACES
                  MOVE ITEM-SOC-PARM TO ITEM-SOCIO
              END-IF
              IF ITEM-ALU-PARM NOT EQUAL SPACES
                  MOVE ITEM-ALU-PARM TO ITEM-ALUNO
              END-IF
              IF ALIQUOTA-PARM NUMERIC
                 AND ALIQUOTA-PARM GREATER THAN ZEROES
                  MOVE ALIQUOTA-PARM TO ALIQUOTA-ISS
              END-IF
              IF INICIO-PARM NUMERIC
                  MOVE INICIO-PARM TO DATA-INICIO.
          CLOSE PARMNFS.
          IF DATA-INICIO EQUAL ZEROES
              MOVE DATA-SISTEMA TO DATA-INICIO.
          IF INSCRICAO-MUN EQUAL SPACES
              DISPLAY "PARMNFS SEM INSCRICAO MUNICIPAL - LOTE DE RPS "
                  "NAO GERADO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.

      *----------------------------------------------------------------
      *    CTRLNFS GUARDA QUANTAS LINHAS DO JORNRCB JA PASSARAM, O
      *    ULTIMO NUMERO DE RPS E O ULTIMO LOTE.
      *----------------------------------------------------------------
       LEITURA-CONTROLE.
          OPEN INPUT CTRLNFS.
          PERFORM LE-CONTROLE.
          PERFORM GUARDA-CONTROLE UNTIL FIM-CTN EQUAL "SIM".
          CLOSE CTRLNFS.

       LE-CONTROLE.
          READ CTRLNFS AT END MOVE "SIM" TO FIM-CTN.

       GUARDA-CONTROLE.
          IF POS-JRC-CTN NUMERIC
             AND ULT-RPS-CTN NUMERIC
             AND ULT-LOTE-CTN NUMERIC
              MOVE POS-JRC-CTN TO POS-JRC-ANT
              MOVE ULT-RPS-CTN TO ULTIMO-RPS
              MOVE ULT-LOTE-CTN TO ULTIMO-LOTE.
          PERFORM LE-CONTROLE.

       INICIO.
          OPEN INPUT CADSOC1.
          IF FS-SOC NOT EQUAL "00"
              DISPLAY "CADSOC1 INDISPONIVEL - FS " FS-SOC
                  " - LOTE DE RPS NAO GERADO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN INPUT CADEND.
          IF FS-END EQUAL "00"
              MOVE "SIM" TO TEM-CADEND.
          OPEN INPUT CADRESP.
          IF FS-RSP EQUAL "00"
              MOVE "SIM" TO TEM-CADRESP.
          OPEN INPUT ARQALU.
          IF FS-ALU EQUAL "00"
              MOVE "SIM" TO TEM-ARQALU.
          OPEN I-O NFSERCB.
          IF FS-NFS EQUAL "35"
              OPEN OUTPUT NFSERCB
              CLOSE NFSERCB
              OPEN I-O NFSERCB.

      *----------------------------------------------------------------
      *    SO AS LINHAS GRAVADAS DEPOIS DA ULTIMA GERACAO ENTRAM. O
      *    DIARIO MENOR QUE NA ULTIMA GERACAO INDICA ARQUIVO TROCADO.
      *----------------------------------------------------------------
       CARREGA-JORNAL.
          OPEN INPUT JORNRCB.
          PERFORM LE-JORNAL.
          PERFORM TRATA-JORNAL UNTIL FIM-JRC EQUAL "SIM".
          CLOSE JORNRCB.
          IF CONTADOR-LIDOS LESS THAN POS-JRC-ANT
              DISPLAY "JORNRCB MENOR QUE NA ULTIMA GERACAO ("
                  POS-JRC-ANT " LINHAS) - LOTE NAO GERADO."
              PERFORM FECHA-ARQUIVOS
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       LE-JORNAL.
          READ JORNRCB AT END MOVE "SIM" TO FIM-JRC.

       TRATA-JORNAL.
          ADD 1 TO CONTADOR-LIDOS.
          IF CONTADOR-LIDOS GREATER THAN POS-JRC-ANT
             AND JRC-DATA-MOV NOT LESS DATA-INICIO
              PERFORM SEPARA-LINHA.
          PERFORM LE-JORNAL.

       SEPARA-LINHA.
          IF JRC-TIPO EQUAL "S" OR JRC-TIPO EQUAL SPACE
             OR JRC-TIPO EQUAL "M" OR JRC-TIPO EQUAL "F"
              ADD 1 TO CONTADOR-NOVOS
              PERFORM INCLUI-RECIBO
          ELSE
          IF JRC-TIPO EQUAL "E"
              PERFORM ESTORNA-RECIBO
          ELSE
          IF JRC-TIPO EQUAL "G"
              ADD 1 TO CONTADOR-PARTES.

       INCLUI-RECIBO.
          IF QTD-RECIBOS NOT LESS 3000
              MOVE "SIM" TO TABELA-CHEIA
          ELSE
              ADD 1 TO QTD-RECIBOS
              MOVE JRC-SOCIO TO REC-SOCIO (QTD-RECIBOS)
              MOVE JRC-DATA-RCB TO REC-DATA-RCB (QTD-RECIBOS)
              MOVE JRC-SEQ TO REC-SEQ (QTD-RECIBOS)
              MOVE JRC-VALOR TO REC-VALOR (QTD-RECIBOS)
              MOVE ZEROES TO REC-RPS-ANT (QTD-RECIBOS)
              MOVE "N" TO REC-ACAO (QTD-RECIBOS)
              ADD 1 TO CONTADOR-A-ENVIAR
              IF JRC-TIPO EQUAL "M"
                  MOVE JRC-MATR TO REC-MATR (QTD-RECIBOS)
                  MOVE "M" TO REC-TIPO (QTD-RECIBOS)
              ELSE
                  MOVE ZEROES TO REC-MATR (QTD-RECIBOS)
                  IF JRC-TIPO EQUAL "F"
                      MOVE "F" TO REC-TIPO (QTD-RECIBOS)
                  ELSE
                      MOVE "S" TO REC-TIPO (QTD-RECIBOS).

      *----------------------------------------------------------------
      *    ESTORNO: SE O RECIBO AINDA ESTA NA TABELA DA RODADA, SAI DO
      *    LOTE; SENAO FICA ANOTADO PARA PROCURAR O RPS JA ENVIADO.
      *----------------------------------------------------------------
       ESTORNA-RECIBO.
          MOVE JRC-SOCIO TO PRC-SOCIO.
          IF JRC-SOCIO EQUAL ZEROES
              MOVE JRC-MATR TO PRC-MATR
          ELSE
              MOVE ZEROES TO PRC-MATR.
          MOVE JRC-DATA-RCB TO PRC-DATA-RCB.
          MOVE JRC-SEQ TO PRC-SEQ.
          MOVE JRC-VALOR TO PRC-VALOR.
          MOVE "NAO" TO ACHOU-RECIBO.
          IF QTD-RECIBOS GREATER THAN ZEROES
              PERFORM TESTA-ESTORNO
                  VARYING IX-TST FROM 1 BY 1
                  UNTIL IX-TST GREATER THAN QTD-RECIBOS
                     OR ACHOU-RECIBO EQUAL "SIM".
          IF ACHOU-RECIBO EQUAL "NAO"
              IF QTD-RECIBOS NOT LESS 3000
                  MOVE "SIM" TO TABELA-CHEIA
              ELSE
                  ADD 1 TO QTD-RECIBOS
                  MOVE PRC-SOCIO TO REC-SOCIO (QTD-RECIBOS)
                  MOVE PRC-MATR TO REC-MATR (QTD-RECIBOS)
                  MOVE PRC-DATA-RCB TO REC-DATA-RCB (QTD-RECIBOS)
                  MOVE PRC-SEQ TO REC-SEQ (QTD-RECIBOS)
                  MOVE PRC-VALOR TO REC-VALOR (QTD-RECIBOS)
                  MOVE SPACE TO REC-TIPO (QTD-RECIBOS)
                  MOVE ZEROES TO REC-RPS-ANT (QTD-RECIBOS)
                  MOVE "C" TO REC-ACAO (QTD-RECIBOS).

       TESTA-ESTORNO.
          IF REC-ACAO (IX-TST) EQUAL "N"
             AND REC-SOCIO (IX-TST) EQUAL PRC-SOCIO
             AND REC-MATR (IX-TST) EQUAL PRC-MATR
             AND REC-DATA-RCB (IX-TST) EQUAL PRC-DATA-RCB
             AND REC-SEQ (IX-TST) EQUAL PRC-SEQ
             AND REC-VALOR (IX-TST) EQUAL PRC-VALOR
              MOVE "SIM" TO ACHOU-RECIBO
              SUBTRACT 1 FROM CONTADOR-A-ENVIAR
              MOVE "E" TO REC-ACAO (IX-TST).

      *----------------------------------------------------------------
      *    PENDENCIA DE RPS RECUSADO JA BAIXADA NO MANPEND (SITUACAO R
      *    NO ARQPEND): O CADASTRO FOI CORRIGIDO E O RECIBO VOLTA AO
      *    LOTE COM NOVO RPS.
      *----------------------------------------------------------------
       BUSCA-REENVIOS.
          OPEN INPUT ARQPEND.
          PERFORM LE-PENDENCIA.
          PERFORM TESTA-PENDENCIA UNTIL FIM-PEN EQUAL "SIM".
          CLOSE ARQPEND.

       LE-PENDENCIA.
          READ ARQPEND AT END MOVE "SIM" TO FIM-PEN.

       TESTA-PENDENCIA.
          IF ORIGEM-PEN EQUAL "NFSERCB "
             AND SITUACAO-PEN EQUAL "R"
             AND CHAVE-PEN(1:8) NUMERIC
              MOVE CHAVE-PEN(1:8) TO RPS-REENVIO
              PERFORM INCLUI-REENVIO.
          PERFORM LE-PENDENCIA.

       INCLUI-REENVIO.
          MOVE "NAO" TO ACHOU-RECIBO.
          MOVE RPS-REENVIO TO RPS-NFS.
          READ NFSERCB KEY IS RPS-NFS
              INVALID KEY MOVE "SIM" TO ACHOU-RECIBO.
          IF SITUACAO-NFS NOT EQUAL "R"
              MOVE "SIM" TO ACHOU-RECIBO.
          IF ACHOU-RECIBO EQUAL "NAO"
             AND QTD-RECIBOS GREATER THAN ZEROES
              PERFORM TESTA-REENVIO
                  VARYING IX-TST FROM 1 BY 1
                  UNTIL IX-TST GREATER THAN QTD-RECIBOS
                     OR ACHOU-RECIBO EQUAL "SIM".
          IF ACHOU-RECIBO EQUAL "NAO"
              IF QTD-RECIBOS NOT LESS 3000
                  MOVE "SIM" TO TABELA-CHEIA
              ELSE
                  ADD 1 TO QTD-RECIBOS
                  MOVE SOCIO-NFS TO REC-SOCIO (QTD-RECIBOS)
                  MOVE MATR-NFS TO REC-MATR (QTD-RECIBOS)
                  MOVE DATA-RCB-NFS TO REC-DATA-RCB (QTD-RECIBOS)
                  MOVE SEQ-NFS TO REC-SEQ (QTD-RECIBOS)
                  MOVE VALOR-NFS TO REC-VALOR (QTD-RECIBOS)
                  MOVE TIPO-NFS TO REC-TIPO (QTD-RECIBOS)
                  MOVE RPS-NFS TO REC-RPS-ANT (QTD-RECIBOS)
                  MOVE "R" TO REC-ACAO (QTD-RECIBOS)
                  ADD 1 TO CONTADOR-A-ENVIAR.

       TESTA-REENVIO.
          IF REC-ACAO (IX-TST) EQUAL "R"
             AND REC-RPS-ANT (IX-TST) EQUAL RPS-REENVIO
              MOVE "SIM" TO ACHOU-RECIBO.

      *----------------------------------------------------------------
      *    GERACAO DO LOTE: UM RPS POR RECIBO NOVO OU REENVIADO, E O
      *    TRATAMENTO DOS ESTORNOS DE RECIBOS JA ENVIADOS.
      *----------------------------------------------------------------
       GERA-LOTE.
          OPEN OUTPUT ARQRPS
                      RELNFS.
          PERFORM CABECALHO.
          IF CONTADOR-A-ENVIAR GREATER THAN ZEROES
              ADD 1 TO ULTIMO-LOTE
              MOVE SPACES TO REG-RPS
              MOVE "HDR" TO TIPO-HDR
              MOVE "RPSLOTE " TO ID-HDR
              MOVE DATA-SISTEMA TO DATA-HDR
              MOVE ULTIMO-LOTE TO LOTE-HDR
              MOVE INSCRICAO-MUN TO INSCRICAO-HDR
              WRITE REG-RPS-HDR.
          IF QTD-RECIBOS GREATER THAN ZEROES
              PERFORM TRATA-RECIBO
                  VARYING IX-REC FROM 1 BY 1
                  UNTIL IX-REC GREATER THAN QTD-RECIBOS
                     OR ERRO-GRAVACAO EQUAL "SIM".
          IF CONTADOR-A-ENVIAR GREATER THAN ZEROES
              MOVE SPACES TO REG-RPS
              MOVE "TRL" TO TIPO-TRL
              MOVE CONTADOR-RPS TO QTDE-TRL
              MOVE SOMA-TRAILER TO SOMA-TRL
              WRITE REG-RPS-TRL.
          IF ERRO-GRAVACAO EQUAL "SIM"
              DISPLAY "RPS " ULTIMO-RPS " JA EXISTE NO NFSERCB - "
                  "CTRLNFS DESATUALIZADO, LOTE INTERROMPIDO."
              PERFORM FECHA-ARQUIVOS
              CLOSE ARQRPS
                    RELNFS
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       TRATA-RECIBO.
          IF REC-ACAO (IX-REC) EQUAL "N"
             OR REC-ACAO (IX-REC) EQUAL "R"
              PERFORM EMITE-RPS
          ELSE
          IF REC-ACAO (IX-REC) EQUAL "E"
              ADD 1 TO CONTADOR-ESTORNADOS
              MOVE ZEROES TO DET-RPS
              MOVE "ESTORNADO ANTES DO ENVIO" TO DET-OCO
              PERFORM IMPRIME-DETALHE
          ELSE
          IF REC-ACAO (IX-REC) EQUAL "C"
              PERFORM CANCELA-NOTA.

       EMITE-RPS.
          MOVE "NAO" TO ACHOU-RECIBO.
          IF REC-ACAO (IX-REC) EQUAL "N"
              PERFORM PROCURA-RECIBO.
          IF ACHOU-RECIBO EQUAL "SIM"
              ADD 1 TO CONTADOR-JA-ENVIADOS
              MOVE RPS-ACHADO TO DET-RPS
              MOVE "RECIBO JA ENVIADO" TO DET-OCO
              PERFORM IMPRIME-DETALHE
          ELSE
              PERFORM GRAVA-RPS.

       GRAVA-RPS.
          IF REC-ACAO (IX-REC) EQUAL "R"
              MOVE REC-RPS-ANT (IX-REC) TO RPS-NFS
              READ NFSERCB KEY IS RPS-NFS
                  INVALID KEY MOVE SPACE TO SITUACAO-NFS
              END-READ
              IF SITUACAO-NFS EQUAL "R"
                  MOVE "S" TO SITUACAO-NFS
                  REWRITE REG-NFS
                  END-REWRITE
              END-IF
              ADD 1 TO CONTADOR-REENVIOS.
          ADD 1 TO ULTIMO-RPS.
          PERFORM BUSCA-TOMADOR.
          MOVE SPACES TO REG-NFS.
          MOVE ULTIMO-RPS TO RPS-NFS.
          MOVE REC-SOCIO (IX-REC) TO SOCIO-NFS.
          MOVE REC-MATR (IX-REC) TO MATR-NFS.
          MOVE REC-DATA-RCB (IX-REC) TO DATA-RCB-NFS.
          MOVE REC-SEQ (IX-REC) TO SEQ-NFS.
          MOVE REC-VALOR (IX-REC) TO VALOR-NFS.
          MOVE REC-TIPO (IX-REC) TO TIPO-NFS.
          MOVE ULTIMO-LOTE TO LOTE-NFS.
          MOVE DATA-SISTEMA TO DATA-ENV-NFS.
          MOVE "P" TO SITUACAO-NFS.
          MOVE ZEROES TO NOTA-NFS.
          MOVE ZEROES TO DATA-EMI-NFS.
          MOVE REC-RPS-ANT (IX-REC) TO RPS-ANT-NFS.
          WRITE REG-NFS
              INVALID KEY MOVE "SIM" TO ERRO-GRAVACAO.
          IF ERRO-GRAVACAO NOT EQUAL "SIM"
              PERFORM GRAVA-DETALHE-RPS.

       GRAVA-DETALHE-RPS.
          MOVE ULTIMO-RPS TO NUMERO-RPS.
          MOVE REC-DATA-RCB (IX-REC) TO DATA-RPS.
          IF REC-TIPO (IX-REC) EQUAL "M"
              MOVE ITEM-ALUNO TO ITEM-RPS
          ELSE
              MOVE ITEM-SOCIO TO ITEM-RPS.
          MOVE ALIQUOTA-ISS TO ALIQUOTA-RPS.
          MOVE REC-VALOR (IX-REC) TO VALOR-RPS.
          COMPUTE ISS-RPS ROUNDED =
              REC-VALOR (IX-REC) * ALIQUOTA-ISS / 100.
          WRITE REG-RPS.
          ADD 1 TO CONTADOR-RPS.
          ADD VALOR-RPS TO SOMA-RPS.
          ADD ISS-RPS TO SOMA-ISS.
          MOVE VALOR-RPS TO VALOR-AUX.
          ADD VALOR-AUX-DIG TO SOMA-TRAILER.
          MOVE ULTIMO-RPS TO DET-RPS.
          IF ACHOU-TOMADOR EQUAL "NAO"
              ADD 1 TO CONTADOR-SEM-TOMADOR
              MOVE "TOMADOR SEM CADASTRO" TO DET-OCO
          ELSE
          IF REC-ACAO (IX-REC) EQUAL "R"
              MOVE SPACES TO DET-OCO
              STRING "REENVIO DO RPS " REC-RPS-ANT (IX-REC)
                  DELIMITED BY SIZE INTO DET-OCO
          ELSE
              MOVE "ENVIADO" TO DET-OCO.
          PERFORM IMPRIME-DETALHE.

      *----------------------------------------------------------------
      *    TOMADOR: SOCIO (S E F) PELO CADSOC1 E CADEND; ALUNO (M) PELO
      *    RESPONSAVEL NO CADRESP OU, SEM ELE, PELO NOME NO ARQALU.
      *----------------------------------------------------------------
       BUSCA-TOMADOR.
          MOVE SPACES TO REG-RPS.
          MOVE ZEROES TO CEP-RPS.
          MOVE "NAO" TO ACHOU-TOMADOR.
          IF REC-TIPO (IX-REC) EQUAL "M"
              MOVE "A" TO TIPO-TOM-RPS
              MOVE REC-MATR (IX-REC) TO CODIGO-TOM-RPS
              PERFORM TOMADOR-ALUNO
          ELSE
              MOVE "S" TO TIPO-TOM-RPS
              MOVE REC-SOCIO (IX-REC) TO CODIGO-TOM-RPS
              PERFORM TOMADOR-SOCIO.

       TOMADOR-SOCIO.
          MOVE REC-SOCIO (IX-REC) TO NUMERO-SOCIO1.
          MOVE "SIM" TO ACHOU-TOMADOR.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "NAO" TO ACHOU-TOMADOR.
          IF ACHOU-TOMADOR EQUAL "SIM"
              MOVE NOME-SOCIO1 TO NOME-TOM-RPS.
          IF ACHOU-TOMADOR EQUAL "SIM"
             AND TEM-CADEND EQUAL "SIM"
              MOVE REC-SOCIO (IX-REC) TO NUMERO-END
              READ CADEND KEY IS NUMERO-END
                  INVALID KEY MOVE SPACES TO RUA-END
                              MOVE SPACES TO CIDADE-END
                              MOVE ZEROES TO CEP-END
              END-READ
              MOVE RUA-END TO ENDERECO-RPS
              MOVE CIDADE-END TO CIDADE-RPS
              MOVE CEP-END TO CEP-RPS.

       TOMADOR-ALUNO.
          IF TEM-CADRESP EQUAL "SIM"
              MOVE REC-MATR (IX-REC) TO MATRICULA-RSP
              MOVE "SIM" TO ACHOU-TOMADOR
              READ CADRESP KEY IS MATRICULA-RSP
                  INVALID KEY MOVE "NAO" TO ACHOU-TOMADOR
              END-READ
              IF ACHOU-TOMADOR EQUAL "SIM"
                  MOVE RESPONSAVEL-RSP TO NOME-TOM-RPS
                  MOVE ENDERECO-RSP TO ENDERECO-RPS.
          IF ACHOU-TOMADOR EQUAL "NAO"
             AND TEM-ARQALU EQUAL "SIM"
              MOVE REC-MATR (IX-REC) TO MATRICULA-ENT-NUM
              MOVE "SIM" TO ACHOU-TOMADOR
              READ ARQALU KEY IS MATRICULA-ENT
                  INVALID KEY MOVE "NAO" TO ACHOU-TOMADOR
              END-READ
              IF ACHOU-TOMADOR EQUAL "SIM"
                  MOVE NOME-ENT TO NOME-TOM-RPS.

      *----------------------------------------------------------------
      *    ESTORNO DE RECIBO JA ENVIADO: RPS AGUARDANDO RETORNO OU NOTA
      *    EMITIDA FICA C (CANCELAR NO PORTAL); RPS RECUSADO FICA S.
      *----------------------------------------------------------------
       CANCELA-NOTA.
          PERFORM PROCURA-RECIBO.
          IF ACHOU-RECIBO EQUAL "SIM"
              MOVE RPS-ACHADO TO RPS-NFS
              READ NFSERCB KEY IS RPS-NFS
                  INVALID KEY MOVE "NAO" TO ACHOU-RECIBO.
          IF ACHOU-RECIBO EQUAL "SIM"
              MOVE RPS-ACHADO TO DET-RPS
              IF SITUACAO-NFS EQUAL "R"
                  MOVE "S" TO SITUACAO-NFS
                  REWRITE REG-NFS
                  END-REWRITE
                  MOVE "ESTORNO DE RPS RECUSADO" TO DET-OCO
                  PERFORM IMPRIME-DETALHE
              ELSE
              IF SITUACAO-NFS EQUAL "P" OR SITUACAO-NFS EQUAL "E"
                  ADD 1 TO CONTADOR-CANCELAR
                  IF SITUACAO-NFS EQUAL "E"
                      MOVE SPACES TO DET-OCO
                      STRING "CANCELAR NFS-E " NOTA-NFS
                          DELIMITED BY SIZE INTO DET-OCO
                  ELSE
                      MOVE "CANCELAR QUANDO EMITIDA" TO DET-OCO
                  END-IF
                  MOVE "C" TO SITUACAO-NFS
                  REWRITE REG-NFS
                  END-REWRITE
                  PERFORM IMPRIME-DETALHE.

      *----------------------------------------------------------------
      *    PROCURA PELA CHAVE ALTERNATIVA O ULTIMO RPS DO RECIBO QUE
      *    NAO ESTEJA ENCERRADO (S).
      *----------------------------------------------------------------
       PROCURA-RECIBO.
          MOVE "NAO" TO ACHOU-RECIBO.
          MOVE "NAO" TO FIM-NFS.
          MOVE ZEROES TO RPS-ACHADO.
          MOVE REC-SOCIO (IX-REC) TO PRC-SOCIO.
          MOVE REC-MATR (IX-REC) TO PRC-MATR.
          MOVE REC-DATA-RCB (IX-REC) TO PRC-DATA-RCB.
          MOVE REC-SEQ (IX-REC) TO PRC-SEQ.
          MOVE REC-VALOR (IX-REC) TO PRC-VALOR.
          MOVE RECIBO-PROCURADO TO RECIBO-NFS.
          START NFSERCB KEY EQUAL RECIBO-NFS
              INVALID KEY MOVE "SIM" TO FIM-NFS.
          PERFORM LE-RECIBO-NFS.
          PERFORM TESTA-RECIBO-NFS UNTIL FIM-NFS EQUAL "SIM".

       LE-RECIBO-NFS.
          IF FIM-NFS NOT EQUAL "SIM"
              READ NFSERCB NEXT RECORD
                  AT END MOVE "SIM" TO FIM-NFS.
          IF FIM-NFS NOT EQUAL "SIM"
             AND RECIBO-NFS NOT EQUAL RECIBO-PROCURADO
              MOVE "SIM" TO FIM-NFS.

       TESTA-RECIBO-NFS.
          IF SITUACAO-NFS NOT EQUAL "S"
              MOVE "SIM" TO ACHOU-RECIBO
              MOVE RPS-NFS TO RPS-ACHADO.
          PERFORM LE-RECIBO-NFS.

       IMPRIME-DETALHE.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE REC-SOCIO (IX-REC) TO DET-SOCIO.
          MOVE REC-MATR (IX-REC) TO DET-MATR.
          MOVE REC-DATA-RCB (IX-REC) TO DET-DATA.
          MOVE REC-VALOR (IX-REC) TO DET-VALOR.
          WRITE REGNFS FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGNFS.
          WRITE REGNFS AFTER ADVANCING PAGE.
          WRITE REGNFS FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGNFS FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGNFS FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       FECHA-ARQUIVOS.
          CLOSE CADSOC1
                NFSERCB.
          IF TEM-CADEND EQUAL "SIM"
              CLOSE CADEND.
          IF TEM-CADRESP EQUAL "SIM"
              CLOSE CADRESP.
          IF TEM-ARQALU EQUAL "SIM"
              CLOSE ARQALU.

       TERMINO.
          MOVE "RECIBOS NOVOS NO DIARIO..:" TO TOT-ROTULO.
          MOVE CONTADOR-NOVOS TO TOT-QTD.
          MOVE ZEROES TO TOT-VALOR.
          WRITE REGNFS FROM CAB-04 AFTER ADVANCING 2 LINES.
          MOVE "PARTES DE GRUPO (SEM RPS):" TO TOT-ROTULO.
          MOVE CONTADOR-PARTES TO TOT-QTD.
          WRITE REGNFS FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "ESTORNADOS ANTES DO ENVIO:" TO TOT-ROTULO.
          MOVE CONTADOR-ESTORNADOS TO TOT-QTD.
          WRITE REGNFS FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "JA ENVIADOS (IGNORADOS)..:" TO TOT-ROTULO.
          MOVE CONTADOR-JA-ENVIADOS TO TOT-QTD.
          WRITE REGNFS FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "REENVIOS DE RECUSADOS....:" TO TOT-ROTULO.
          MOVE CONTADOR-REENVIOS TO TOT-QTD.
          WRITE REGNFS FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "NOTAS A CANCELAR NO PORTAL" TO TOT-ROTULO.
          MOVE CONTADOR-CANCELAR TO TOT-QTD.
          WRITE REGNFS FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "RPS NO LOTE (VALOR)......:" TO TOT-ROTULO.
          MOVE CONTADOR-RPS TO TOT-QTD.
          MOVE SOMA-RPS TO TOT-VALOR.
          WRITE REGNFS FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "ISS DO LOTE..............:" TO TOT-ROTULO.
          MOVE CONTADOR-RPS TO TOT-QTD.
          MOVE SOMA-ISS TO TOT-VALOR.
          WRITE REGNFS FROM CAB-04 AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-CONTROLE.
          PERFORM GRAVA-LOG.
          PERFORM FECHA-ARQUIVOS.
          CLOSE ARQRPS
                RELNFS.
          DISPLAY "GERACAO DO LOTE DE RPS ENCERRADA.".
          DISPLAY "LOTE.................: " ULTIMO-LOTE.
          DISPLAY "RPS GERADOS..........: " CONTADOR-RPS.
          DISPLAY "REENVIOS.............: " CONTADOR-REENVIOS.
          DISPLAY "TOMADOR SEM CADASTRO.: " CONTADOR-SEM-TOMADOR.
          DISPLAY "NOTAS A CANCELAR.....: " CONTADOR-CANCELAR.
          IF CONTADOR-CANCELAR GREATER THAN ZEROES
              DISPLAY "HA NOTAS DE RECIBOS ESTORNADOS A CANCELAR NO "
                  "PORTAL DA PREFEITURA - CONFERIR RELNFS."
              MOVE 4 TO RETURN-CODE.

       GRAVA-CONTROLE.
          OPEN OUTPUT CTRLNFS.
          MOVE SPACES TO REG-CTN.
          MOVE DATA-SISTEMA TO DATA-CTN.
          MOVE CONTADOR-LIDOS TO POS-JRC-CTN.
          MOVE ULTIMO-RPS TO ULT-RPS-CTN.
          MOVE ULTIMO-LOTE TO ULT-LOTE-CTN.
          WRITE REG-CTN.
          CLOSE CTRLNFS.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "GERANFS"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-NOVOS         TO LOG-LIDOS.
          MOVE "ARQRPS"               TO LOG-ARQ1-NOME.
          MOVE CONTADOR-RPS           TO LOG-ARQ1-QTD.
          MOVE "RELNFS"               TO LOG-ARQ2-NOME.
          ADD CONTADOR-CANCELAR CONTADOR-SEM-TOMADOR
              GIVING LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
