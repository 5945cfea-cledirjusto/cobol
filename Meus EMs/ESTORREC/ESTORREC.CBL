       IDENTIFICATION DIVISION.
          PROGRAM-ID.      ESTORREC.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. ESTORNO DE RECIBO JA BAIXADO. SO PARA OPERADOR NIVEL
      *2 (SUPERVISOR), COM O CADSOC1 LIVRE DE ROTINA BATCH. O
      *SUPERVISOR INFORMA A SEQUENCIA (SEQ-RCB) DO RECIBO; COMO A
      *SEQUENCIA RECOMECA A CADA SESSAO DO CAIXAREC, TODAS AS LINHAS
      *DO JORNRCB COM ESSA SEQUENCIA AINDA NAO ESTORNADAS SAO
      *MOSTRADAS E O SUPERVISOR ESCOLHE QUAL ESTORNAR. O ESTORNO
      *DESFAZ O QUE O BAIXAREC FEZ: MESES-ATRASO1 E CODIGO-PAGAMENTO1
      *VOLTAM AO ESTADO ANTERIOR (SOMADOS OS MESES QUE O FECHAMES
      *ACRESCENTOU DEPOIS), OS TITULOS DO ARQTIT QUITADOS PELO RECIBO
      *VOLTAM A ABERTOS (OU NEGOCIADOS), O SALDO DE CREDITO DO
      *ARQCRED VOLTA AO VALOR ANTERIOR, AS PARCELAS DO ACORDO DO
      *ARQNEG SAO REABERTAS E O CREDITO DE DEPENDENTE DO DESCSOC
      *ABATIDO PELO RECIBO VOLTA A PENDENTE. RECIBO DE MENSALIDADE
      *DE ALUNO (TIPO M) REABRE OS MESES NO ARQMENS. O JORNRCB
      *RECEBE UMA LINHA DE ESTORNO (TIPO E) COM OS DADOS DO RECIBO
      *ORIGINAL, A DATA DE MOVIMENTO DO ORIGINAL EM JRC-DATA-ORIG E
      *O SUPERVISOR EM JRC-OPER-EST - NADA E APAGADO. SO O ULTIMO
      *RECIBO NAO ESTORNADO DO SOCIO PODE SER ESTORNADO; TAMBEM SAO
      *RECUSADOS O RECIBO GRAVADO ANTES DO JORNRCB GUARDAR O ESTADO
      *ANTERIOR, O DE SOCIO CANCELADO OU NEGOCIADO DEPOIS DO RECIBO
      *E O QUE GEROU CREDITO JA CONSUMIDO PELO FECHAMES. O RECIBO DE
      *GRUPO FAMILIAR (LINHA TIPO F DO PAGADOR) TAMBEM E RECUSADO,
      *POIS FOI REPARTIDO ENTRE OS TITULOS DE VARIOS SOCIOS; AS
      *LINHAS TIPO G DOS MEMBROS NAO SAO OFERECIDAS PARA ESTORNO.
      *A LINHA DE ESTORNO LEVA EM JRC-VALOR-REAB O VALOR QUE VOLTOU A
      *ABERTO (SALDO DOS TITULOS REABERTOS COMO A, OU MESES REABERTOS
      *X VALOR-MEN NO ARQMENS), QUE O SALDREC SOMA DE VOLTA A CARTEIRA,
      *E EM JRC-DEP-REAB O CREDITO DE DEPENDENTE QUE VOLTOU A PENDENTE.
      *RECIBO DE MENSALIDADE QUE ACERTOU AJUSTE PRO-RATA DO ALUNO
      *(JRC-AJU-ANT DIFERENTE DE JRC-AJU-NOVO) TAMBEM E RECUSADO.
      *A LINHA DE ESTORNO LEVA NO FIM A HORA DA GRAVACAO (JRC-HORA).
      *CADA LINHA DO JORNRCB LEVA NO FIM A SEQUENCIA E A CONFERENCIA
      *ENCADEADA DA SELAJOR, CONFERIDAS PELO VERJORN.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES
          FILE STATUS IS FS-SOC.
          SELECT OPTIONAL JORNRCB ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL DESCSOC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQNEG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQMENS ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-MEN
          FILE STATUS IS FS-MEN.
          SELECT ARQTIT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-TIT
          FILE STATUS IS FS-TIT.
          SELECT ARQCRED ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SOCIO-CRD
          FILE STATUS IS FS-CRD.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       FD  JORNRCB
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNRCB.DAT".
          01 REG-JRC.
          02 JRC-DATA-MOV              PIC 9(08).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-SOCIO                 PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-DATA-RCB              PIC 9(08).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-VALOR                 PIC 9(09)V9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-MESES-ABAT            PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-CODIGO-NOVO           PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-SEQ                   PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-TIPO                  PIC X(01).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-MATR                  PIC 9(07).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-COMPET-INI            PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-COMPET-FIM            PIC 9(06).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-CRED-ANT              PIC 9(09)V9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-CRED-NOVO             PIC 9(09)V9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-CODIGO-ANT            PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-MESES-ANT             PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-MESES-NOVO            PIC 9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-OPERADOR              PIC 9(04).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-CANAL                 PIC 9(01).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-DATA-ORIG             PIC 9(08).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-OPER-EST              PIC 9(04).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-VALOR-REAB            PIC 9(09)V9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-DEP-REAB              PIC 9(09)V9(02).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-AJU-ANT               PIC S9(07)V9(02)
                                       SIGN LEADING SEPARATE.
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-AJU-NOVO              PIC S9(07)V9(02)
                                       SIGN LEADING SEPARATE.
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JRC-HORA                  PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-SEQ-JOR               PIC 9(09).
          02 FILLER                    PIC X(01).
          02 JRC-CHK-JOR               PIC 9(09).

       FD  DESCSOC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "DESCSOC.DAT".
          01 REG-DES.
          02 SOCIO-DES                 PIC 9(06).
          02 MATR-DES                  PIC 9(06).
          02 DIGI-DES                  PIC 9(01).
          02 VALOR-DES                 PIC 9(09)V9(02).
          02 DATA-DES                  PIC 9(08).
          02 SITUACAO-DES              PIC X(01).
          02 SEQ-ABAT-DES              PIC 9(06).
          02 DATA-ABAT-DES             PIC 9(08).
          02 ORIGEM-DES                PIC X(01).

       FD  ARQNEG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQNEG.DAT".
          01 REG-NEG.
          02 SOCIO-NEG                 PIC 9(06).
          02 DATA-NEG                  PIC 9(08).
          02 TOTAL-NEG                 PIC 9(09)V9(02).
          02 PARCELAS-NEG              PIC 9(02).
          02 VALOR-PARCELA-NEG         PIC 9(09)V9(02).
          02 PARCELAS-PAGAS-NEG        PIC 9(02).
          02 SITUACAO-NEG              PIC X(01).

       FD  ARQMENS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQMENS.DAT".
          01 REG-MEN.
          02 CODIGO-MEN                PIC 9(02).
          02 MATRICULA-MEN             PIC 9(07).
          02 NOME-MEN                  PIC X(30).
          02 DISCIPLINA-MEN            PIC X(05).
          02 VALOR-MEN                 PIC 9(09)V9(02) COMP-3.
          02 MESES-ATRASO-MEN          PIC 9(02)       COMP-3.
          02 AJUSTE-MEN                PIC S9(07)V9(02) COMP-3.

       FD  ARQTIT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQTIT.DAT".
          COPY REGTIT.

       FD  ARQCRED
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQCRED.DAT".
          COPY REGCRED.

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  ARQUIVO-TRAVA      PIC X(12) VALUE SPACES.
       77  CADASTRO-TRAVADO   PIC X(03) VALUE "NAO".
       77  FS-SOC             PIC X(02) VALUE "00".
       77  FS-MEN             PIC X(02) VALUE "00".
       77  FS-TIT             PIC X(02) VALUE "00".
       77  FS-CRD             PIC X(02) VALUE "00".
       77  TEM-ARQMENS        PIC X(03) VALUE "NAO".
       77  FIM-JRC            PIC X(03) VALUE "NAO".
       77  FIM-TIT            PIC X(03) VALUE "NAO".
       77  FIM-DES            PIC X(03) VALUE "NAO".
       77  FIM-NEG            PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  TEM-SALDO-CRED     PIC X(03) VALUE "NAO".
       77  ESCOLHEU           PIC X(03) VALUE "NAO".
       77  RECUSADO           PIC X(03) VALUE "NAO".
       77  TABELA-CHEIA-CAN   PIC X(03) VALUE "NAO".
       77  TABELA-CHEIA-DES   PIC X(03) VALUE "NAO".
       77  TABELA-CHEIA-NEG   PIC X(03) VALUE "NAO".
       77  ACHOU-ACORDO       PIC X(03) VALUE "NAO".
       77  ENTRADA-SEQ        PIC X(06) VALUE SPACES.
       77  SEQ-ESTORNO        PIC 9(06) VALUE ZEROES.
       77  RESP-CONFIRMA      PIC X(01) VALUE SPACES.
       77  MOTIVO-RECUSA      PIC X(50) VALUE SPACES.
       77  POSICAO-JRC        PIC 9(06) VALUE ZEROES.
       77  QTD-CANDIDATOS     PIC 9(02) VALUE ZEROES.
       77  IX-CAN             PIC 9(02) VALUE ZEROES.
       77  IX-ESCOLHIDO       PIC 9(02) VALUE ZEROES.
       77  QTD-LIVRES         PIC 9(02) VALUE ZEROES.
       77  QTD-POSTERIORES    PIC 9(04) VALUE ZEROES.
       77  QTD-EST-POSTER     PIC 9(04) VALUE ZEROES.
       77  QTD-DESCONTOS      PIC 9(03) VALUE ZEROES.
       77  IX-DES             PIC 9(03) VALUE ZEROES.
       77  QTD-ACORDOS        PIC 9(03) VALUE ZEROES.
       77  IX-NEG             PIC 9(03) VALUE ZEROES.
       77  IX-NEG-ACHADO      PIC 9(03) VALUE ZEROES.
       77  MESES-REABERTOS    PIC 9(03) VALUE ZEROES.
       77  CODIGO-ATUAL       PIC 9(02) VALUE ZEROES.
       77  MESES-ATUAL        PIC 9(02) VALUE ZEROES.
       77  CODIGO-RESTAURADO  PIC 9(02) VALUE ZEROES.
       77  MESES-RESTAURADOS  PIC 9(02) VALUE ZEROES.
       77  CREDITO-ATUAL      PIC 9(09)V9(02) VALUE ZEROES.
       77  CREDITO-GERADO     PIC 9(09)V9(02) VALUE ZEROES.
       77  CREDITO-RESTAURADO PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-REABERTO     PIC 9(09)V9(02) VALUE ZEROES.
       77  DEP-REABERTO       PIC 9(09)V9(02) VALUE ZEROES.
       77  CONTADOR-TITULOS   PIC 9(04) VALUE ZEROES.
       77  CONTADOR-DESC      PIC 9(04) VALUE ZEROES.
       77  CONTADOR-ESTORNOS  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-RECUSAS   PIC 9(06) VALUE ZEROES.
       77  VALOR-ED           PIC ZZZ.ZZZ.ZZ9,99.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA-LOG   PIC 9(08).
       77  HORA-JORNAL        PIC 9(08) VALUE ZEROES.

       01 TAB-CANDIDATOS.
          02 CAN-OCORRENCIA OCCURS 20 TIMES.
             03 CAN-POSICAO            PIC 9(06).
             03 CAN-ESTORNADO          PIC X(03).
             03 CAN-REGISTRO           PIC X(173).

       01 REG-ORIGINAL.
          02 ORI-DATA-MOV              PIC 9(08).
          02 FILLER                    PIC X(01).
          02 ORI-SOCIO                 PIC 9(06).
          02 FILLER                    PIC X(01).
          02 ORI-DATA-RCB              PIC 9(08).
          02 FILLER                    PIC X(01).
          02 ORI-VALOR                 PIC 9(09)V9(02).
          02 FILLER                    PIC X(01).
          02 ORI-MESES-ABAT            PIC 9(02).
          02 FILLER                    PIC X(01).
          02 ORI-CODIGO-NOVO           PIC 9(02).
          02 FILLER                    PIC X(01).
          02 ORI-SEQ                   PIC 9(06).
          02 FILLER                    PIC X(01).
          02 ORI-TIPO                  PIC X(01).
          02 FILLER                    PIC X(01).
          02 ORI-MATR                  PIC 9(07).
          02 FILLER                    PIC X(01).
          02 ORI-COMPET-INI            PIC 9(06).
          02 FILLER                    PIC X(01).
          02 ORI-COMPET-FIM            PIC 9(06).
          02 FILLER                    PIC X(01).
          02 ORI-CRED-ANT              PIC 9(09)V9(02).
          02 FILLER                    PIC X(01).
          02 ORI-CRED-NOVO             PIC 9(09)V9(02).
          02 FILLER                    PIC X(01).
          02 ORI-CODIGO-ANT            PIC 9(02).
          02 FILLER                    PIC X(01).
          02 ORI-MESES-ANT             PIC 9(02).
          02 FILLER                    PIC X(01).
          02 ORI-MESES-NOVO            PIC 9(02).
          02 FILLER                    PIC X(01).
          02 ORI-OPERADOR              PIC 9(04).
          02 FILLER                    PIC X(01).
          02 ORI-CANAL                 PIC 9(01).
          02 FILLER                    PIC X(01).
          02 ORI-DATA-ORIG             PIC 9(08).
          02 FILLER                    PIC X(01).
          02 ORI-OPER-EST              PIC 9(04).
          02 FILLER                    PIC X(25).
          02 ORI-AJU-ANT               PIC S9(07)V9(02)
                                       SIGN LEADING SEPARATE.
          02 FILLER                    PIC X(01).
          02 ORI-AJU-NOVO              PIC S9(07)V9(02)
                                       SIGN LEADING SEPARATE.

       01 TAB-DESCONTOS.
          02 DES-OCORRENCIA OCCURS 200 TIMES.
             03 DES-SOCIO              PIC 9(06).
             03 DES-MATR               PIC 9(06).
             03 DES-DIGI               PIC 9(01).
             03 DES-VALOR              PIC 9(09)V9(02).
             03 DES-DATA               PIC 9(08).
             03 DES-SITUACAO           PIC X(01).
             03 DES-SEQ-ABAT           PIC 9(06).
             03 DES-DATA-ABAT          PIC 9(08).
             03 DES-ORIGEM             PIC X(01).

       01 TAB-ACORDOS.
          02 NEG-OCORRENCIA OCCURS 200 TIMES.
             03 NEG-SOCIO              PIC 9(06).
             03 NEG-DATA               PIC 9(08).
             03 NEG-TOTAL              PIC 9(09)V9(02).
             03 NEG-PARCELAS           PIC 9(02).
             03 NEG-VALOR-PARCELA      PIC 9(09)V9(02).
             03 NEG-PAGAS              PIC 9(02).
             03 NEG-SITUACAO           PIC X(01).

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

       PGM-ESTORREC.
          CALL "SIGNON" USING OPERADOR-ID NIVEL-OPERADOR
              RESULTADO-SIGNON.
          IF RESULTADO-SIGNON NOT EQUAL "SIM"
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          IF NIVEL-OPERADOR LESS THAN 2
              DISPLAY "ESTORNO DE RECIBO EXIGE OPERADOR NIVEL 2."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          MOVE "CADSOC1" TO ARQUIVO-TRAVA.
          CALL "TESTTRAV" USING ARQUIVO-TRAVA CADASTRO-TRAVADO.
          IF CADASTRO-TRAVADO EQUAL "SIM"
              DISPLAY "ROTINA BATCH EM ANDAMENTO - SESSAO "
                  "RECUSADA. LIBERE PELO MENU SE NECESSARIO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM INICIO.
          PERFORM PEDE-ESTORNO UNTIL ENTRADA-SEQ EQUAL "000000".
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN I-O CADSOC1.
          IF FS-SOC NOT EQUAL "00"
              DISPLAY "CADSOC1 NAO ABRIU - STATUS " FS-SOC
                  ". ESTORNO NAO PERMITIDO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN I-O ARQTIT.
          IF FS-TIT NOT EQUAL "00"
              DISPLAY "ARQTIT AUSENTE (STATUS " FS-TIT ") - "
                  "ESTORNO NAO PERMITIDO."
              CLOSE CADSOC1
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN I-O ARQCRED.
          IF FS-CRD EQUAL "35"
              OPEN OUTPUT ARQCRED
              CLOSE ARQCRED
              OPEN I-O ARQCRED.
          OPEN I-O ARQMENS.
          IF FS-MEN EQUAL "00"
              MOVE "SIM" TO TEM-ARQMENS.

       PEDE-ESTORNO.
          DISPLAY " ".
          DISPLAY "SEQUENCIA DO RECIBO A ESTORNAR (000000 ENCERRA): ".
          ACCEPT ENTRADA-SEQ.
          IF ENTRADA-SEQ NOT NUMERIC
              DISPLAY "SEQUENCIA INVALIDA - INFORME 6 DIGITOS."
          ELSE
          IF ENTRADA-SEQ NOT EQUAL "000000"
              MOVE ENTRADA-SEQ TO SEQ-ESTORNO
              PERFORM PROCURA-CANDIDATOS
              PERFORM ESCOLHE-CANDIDATO.

      *----------------------------------------------------------------
      *    PRIMEIRA PASSADA NO JORNRCB: GUARDA AS LINHAS DE RECIBO COM
      *    A SEQUENCIA PEDIDA E MARCA AS QUE JA TEM LINHA DE ESTORNO.
      *----------------------------------------------------------------
       PROCURA-CANDIDATOS.
          MOVE ZEROES TO QTD-CANDIDATOS.
          MOVE ZEROES TO POSICAO-JRC.
          MOVE "NAO" TO TABELA-CHEIA-CAN.
          MOVE "NAO" TO FIM-JRC.
          OPEN INPUT JORNRCB.
          PERFORM LE-JORNAL.
          PERFORM GUARDA-CANDIDATO UNTIL FIM-JRC EQUAL "SIM".
          CLOSE JORNRCB.

       LE-JORNAL.
          READ JORNRCB AT END MOVE "SIM" TO FIM-JRC.
          IF FIM-JRC NOT EQUAL "SIM"
              ADD 1 TO POSICAO-JRC.

       GUARDA-CANDIDATO.
          IF JRC-SEQ NOT EQUAL SEQ-ESTORNO
             OR JRC-TIPO EQUAL "G"
              CONTINUE
          ELSE
          IF JRC-TIPO EQUAL "E"
              PERFORM MARCA-ESTORNADO
                  VARYING IX-CAN FROM 1 BY 1
                  UNTIL IX-CAN GREATER THAN QTD-CANDIDATOS
          ELSE
          IF QTD-CANDIDATOS NOT LESS 20
              MOVE "SIM" TO TABELA-CHEIA-CAN
          ELSE
              ADD 1 TO QTD-CANDIDATOS
              MOVE POSICAO-JRC TO CAN-POSICAO (QTD-CANDIDATOS)
              MOVE "NAO" TO CAN-ESTORNADO (QTD-CANDIDATOS)
              MOVE REG-JRC TO CAN-REGISTRO (QTD-CANDIDATOS).
          PERFORM LE-JORNAL.

       MARCA-ESTORNADO.
          MOVE CAN-REGISTRO (IX-CAN) TO REG-ORIGINAL.
          IF ORI-SOCIO EQUAL JRC-SOCIO
             AND ORI-MATR EQUAL JRC-MATR
             AND ORI-DATA-RCB EQUAL JRC-DATA-RCB
             AND ORI-VALOR EQUAL JRC-VALOR
             AND ORI-DATA-MOV EQUAL JRC-DATA-ORIG
              MOVE "SIM" TO CAN-ESTORNADO (IX-CAN).

       ESCOLHE-CANDIDATO.
          MOVE ZEROES TO QTD-LIVRES.
          MOVE "NAO" TO ESCOLHEU.
          MOVE ZEROES TO IX-ESCOLHIDO.
          IF TABELA-CHEIA-CAN EQUAL "SIM"
              DISPLAY "MAIS DE 20 RECIBOS COM ESSA SEQUENCIA - SO OS "
                  "20 PRIMEIROS SAO MOSTRADOS.".
          PERFORM OFERECE-CANDIDATO
              VARYING IX-CAN FROM 1 BY 1
              UNTIL IX-CAN GREATER THAN QTD-CANDIDATOS
                 OR ESCOLHEU EQUAL "SIM".
          IF QTD-LIVRES EQUAL ZEROES
              DISPLAY "NENHUM RECIBO NAO ESTORNADO COM A SEQUENCIA "
                  SEQ-ESTORNO "."
          ELSE
          IF ESCOLHEU EQUAL "NAO"
              DISPLAY "NENHUM RECIBO ESCOLHIDO - NADA ESTORNADO."
          ELSE
              PERFORM ESTORNA-RECIBO.

       OFERECE-CANDIDATO.
          IF CAN-ESTORNADO (IX-CAN) EQUAL "NAO"
              ADD 1 TO QTD-LIVRES
              MOVE CAN-REGISTRO (IX-CAN) TO REG-ORIGINAL
              MOVE ORI-VALOR TO VALOR-ED
              DISPLAY " "
              IF ORI-TIPO EQUAL "M"
                  DISPLAY "MENSALIDADE - MATRICULA " ORI-MATR
              ELSE
                  DISPLAY "SOCIO " ORI-SOCIO
              END-IF
              DISPLAY "RECIBO DE " ORI-DATA-RCB " VALOR " VALOR-ED
                  " BAIXADO EM " ORI-DATA-MOV
              DISPLAY "MESES ABATIDOS " ORI-MESES-ABAT
                  " CODIGO APOS A BAIXA " ORI-CODIGO-NOVO
              DISPLAY "ESTORNAR ESTE RECIBO (S/N)? "
              ACCEPT RESP-CONFIRMA
              IF RESP-CONFIRMA EQUAL "S"
                  MOVE "SIM" TO ESCOLHEU
                  MOVE IX-CAN TO IX-ESCOLHIDO.

      *----------------------------------------------------------------
      *    ESTORNO DO RECIBO ESCOLHIDO. AS CONFERENCIAS VEM ANTES DE
      *    QUALQUER REGRAVACAO - RECUSADO, NADA E ALTERADO.
      *----------------------------------------------------------------
       ESTORNA-RECIBO.
          MOVE CAN-REGISTRO (IX-ESCOLHIDO) TO REG-ORIGINAL.
          MOVE "NAO" TO RECUSADO.
          MOVE SPACES TO MOTIVO-RECUSA.
          IF ORI-CODIGO-ANT NOT NUMERIC
             OR ORI-MESES-ANT NOT NUMERIC
             OR ORI-MESES-NOVO NOT NUMERIC
              MOVE "SIM" TO RECUSADO
              MOVE "RECIBO SEM O ESTADO ANTERIOR NO JORNRCB"
                TO MOTIVO-RECUSA.
          IF RECUSADO EQUAL "NAO"
             AND ORI-TIPO EQUAL "F"
              MOVE "SIM" TO RECUSADO
              MOVE "RECIBO REPARTIDO NO GRUPO FAMILIAR"
                TO MOTIVO-RECUSA.
          IF RECUSADO EQUAL "NAO"
             AND ORI-TIPO EQUAL "M"
             AND ORI-AJU-ANT NUMERIC
             AND ORI-AJU-NOVO NUMERIC
             AND ORI-AJU-ANT NOT EQUAL ORI-AJU-NOVO
              MOVE "SIM" TO RECUSADO
              MOVE "RECIBO ACERTOU AJUSTE PRO-RATA DO ALUNO"
                TO MOTIVO-RECUSA.
          IF RECUSADO EQUAL "NAO"
              PERFORM CONTA-POSTERIORES.
          IF RECUSADO EQUAL "NAO"
              IF ORI-TIPO EQUAL "M"
                  PERFORM CONFERE-MENSALIDADE
              ELSE
                  PERFORM CONFERE-SOCIO.
          MOVE ZEROES TO VALOR-REABERTO.
          MOVE ZEROES TO DEP-REABERTO.
          IF RECUSADO EQUAL "SIM"
              ADD 1 TO CONTADOR-RECUSAS
              DISPLAY "ESTORNO RECUSADO: " MOTIVO-RECUSA
          ELSE
              IF ORI-TIPO EQUAL "M"
                  PERFORM ESTORNA-MENSALIDADE
              ELSE
                  PERFORM ESTORNA-SOCIO
              END-IF
              PERFORM GRAVA-ESTORNO
              ADD 1 TO CONTADOR-ESTORNOS
              DISPLAY "RECIBO ESTORNADO. CODIGO " CODIGO-RESTAURADO
                  " MESES EM ATRASO " MESES-RESTAURADOS.

      *----------------------------------------------------------------
      *    SEGUNDA PASSADA: RECIBO DO MESMO SOCIO (OU MATRICULA) BAIXADO
      *    DEPOIS DO ESCOLHIDO E AINDA NAO ESTORNADO IMPEDE O ESTORNO.
      *----------------------------------------------------------------
       CONTA-POSTERIORES.
          MOVE ZEROES TO QTD-POSTERIORES.
          MOVE ZEROES TO QTD-EST-POSTER.
          MOVE ZEROES TO POSICAO-JRC.
          MOVE "NAO" TO FIM-JRC.
          OPEN INPUT JORNRCB.
          PERFORM LE-JORNAL.
          PERFORM CONTA-UM-POSTERIOR UNTIL FIM-JRC EQUAL "SIM".
          CLOSE JORNRCB.
          IF QTD-POSTERIORES GREATER THAN QTD-EST-POSTER
              MOVE "SIM" TO RECUSADO
              MOVE "HA RECIBO POSTERIOR DO MESMO SOCIO NAO ESTORNADO"
                TO MOTIVO-RECUSA.

       CONTA-UM-POSTERIOR.
          IF POSICAO-JRC GREATER THAN CAN-POSICAO (IX-ESCOLHIDO)
             AND JRC-SOCIO EQUAL ORI-SOCIO
             AND JRC-MATR EQUAL ORI-MATR
              IF JRC-TIPO EQUAL "E"
                  ADD 1 TO QTD-EST-POSTER
              ELSE
                  ADD 1 TO QTD-POSTERIORES.
          PERFORM LE-JORNAL.

       CONFERE-SOCIO.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE ORI-SOCIO TO NUMERO-SOCIO1.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE "SIM" TO RECUSADO
              MOVE "SOCIO NAO CONSTA NO CADSOC1" TO MOTIVO-RECUSA
          ELSE
          IF CODIGO-PAGAMENTO1 EQUAL 03
              MOVE "SIM" TO RECUSADO
              MOVE "SOCIO CANCELADO DEPOIS DO RECIBO" TO MOTIVO-RECUSA
          ELSE
          IF CODIGO-PAGAMENTO1 EQUAL 04
             AND ORI-CODIGO-NOVO NOT EQUAL 04
              MOVE "SIM" TO RECUSADO
              MOVE "SOCIO NEGOCIADO DEPOIS DO RECIBO" TO MOTIVO-RECUSA
          ELSE
              PERFORM CONFERE-CREDITO.

       CONFERE-CREDITO.
          MOVE ZEROES TO CREDITO-ATUAL.
          MOVE "SIM" TO TEM-SALDO-CRED.
          MOVE ORI-SOCIO TO SOCIO-CRD.
          READ ARQCRED KEY IS SOCIO-CRD
              INVALID KEY MOVE "NAO" TO TEM-SALDO-CRED.
          IF TEM-SALDO-CRED EQUAL "SIM"
              MOVE SALDO-CRD TO CREDITO-ATUAL.
          IF ORI-CRED-NOVO GREATER THAN ORI-CRED-ANT
              COMPUTE CREDITO-GERADO = ORI-CRED-NOVO - ORI-CRED-ANT
              IF CREDITO-ATUAL LESS THAN CREDITO-GERADO
                  MOVE "SIM" TO RECUSADO
                  MOVE "CREDITO GERADO PELO RECIBO JA FOI CONSUMIDO"
                    TO MOTIVO-RECUSA.

       CONFERE-MENSALIDADE.
          MOVE "NAO" TO NAO-ACHOU.
          IF TEM-ARQMENS EQUAL "NAO"
              MOVE "SIM" TO NAO-ACHOU
          ELSE
              MOVE ORI-MATR TO MATRICULA-MEN
              READ ARQMENS KEY IS MATRICULA-MEN
                  INVALID KEY MOVE "SIM" TO NAO-ACHOU
              END-READ.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE "SIM" TO RECUSADO
              MOVE "MATRICULA SEM MENSALIDADE NO ARQMENS"
                TO MOTIVO-RECUSA.

      *----------------------------------------------------------------
      *    OS MESES QUE O FECHAMES ACRESCENTOU DEPOIS DO RECIBO SAO
      *    MANTIDOS: ATUAL + ANTES DO RECIBO - DEPOIS DO RECIBO.
      *----------------------------------------------------------------
       CALCULA-MESES.
          COMPUTE MESES-REABERTOS =
              MESES-ATUAL + ORI-MESES-ANT.
          IF MESES-REABERTOS LESS THAN ORI-MESES-NOVO
              MOVE ORI-MESES-ANT TO MESES-REABERTOS
          ELSE
              SUBTRACT ORI-MESES-NOVO FROM MESES-REABERTOS.
          IF MESES-REABERTOS GREATER THAN 99
              MOVE 99 TO MESES-REABERTOS.
          MOVE MESES-REABERTOS TO MESES-RESTAURADOS.
          IF ORI-CODIGO-ANT EQUAL 04
              MOVE 04 TO CODIGO-RESTAURADO
          ELSE
          IF MESES-RESTAURADOS GREATER THAN ZEROES
              MOVE 02 TO CODIGO-RESTAURADO
          ELSE
              MOVE ORI-CODIGO-ANT TO CODIGO-RESTAURADO.

       ESTORNA-SOCIO.
          MOVE CODIGO-PAGAMENTO1 TO CODIGO-ATUAL.
          MOVE MESES-ATRASO1 TO MESES-ATUAL.
          PERFORM CALCULA-MESES.
          MOVE CODIGO-RESTAURADO TO CODIGO-PAGAMENTO1.
          MOVE MESES-RESTAURADOS TO MESES-ATRASO1.
          REWRITE REG-SOC1.
          PERFORM REABRE-TITULOS.
          PERFORM RESTAURA-CREDITO.
          IF ORI-CODIGO-ANT EQUAL 04
             AND ORI-MESES-ABAT GREATER THAN ZEROES
              PERFORM REABRE-PARCELAS.
          PERFORM REABRE-DESCONTOS.

       ESTORNA-MENSALIDADE.
          MOVE CODIGO-MEN TO CODIGO-ATUAL.
          MOVE MESES-ATRASO-MEN TO MESES-ATUAL.
          MOVE ZEROES TO CREDITO-ATUAL.
          MOVE ZEROES TO CREDITO-RESTAURADO.
          PERFORM CALCULA-MESES.
          MOVE CODIGO-RESTAURADO TO CODIGO-MEN.
          MOVE MESES-RESTAURADOS TO MESES-ATRASO-MEN.
          REWRITE REG-MEN.
          IF MESES-RESTAURADOS GREATER THAN MESES-ATUAL
              COMPUTE VALOR-REABERTO =
                  (MESES-RESTAURADOS - MESES-ATUAL) * VALOR-MEN.

       REABRE-TITULOS.
          MOVE ZEROES TO CONTADOR-TITULOS.
          MOVE "NAO" TO FIM-TIT.
          MOVE ORI-SOCIO TO SOCIO-TIT.
          MOVE ZEROES TO COMPET-TIT.
          MOVE SPACES TO TIPO-TIT.
          START ARQTIT KEY NOT LESS CHAVE-TIT
              INVALID KEY MOVE "SIM" TO FIM-TIT.
          PERFORM LE-TITULO.
          PERFORM REABRE-UM-TITULO UNTIL FIM-TIT EQUAL "SIM".
          DISPLAY "TITULOS REABERTOS....: " CONTADOR-TITULOS.

       LE-TITULO.
          IF FIM-TIT NOT EQUAL "SIM"
              READ ARQTIT NEXT RECORD
                  AT END MOVE "SIM" TO FIM-TIT.
          IF FIM-TIT NOT EQUAL "SIM"
             AND SOCIO-TIT NOT EQUAL ORI-SOCIO
              MOVE "SIM" TO FIM-TIT.

       REABRE-UM-TITULO.
          IF SITUACAO-TIT EQUAL "Q"
             AND DATA-BAIXA-TIT EQUAL ORI-DATA-RCB
             AND SEQ-BAIXA-TIT EQUAL ORI-SEQ
              MOVE VALOR-BAIXA-TIT TO SALDO-TIT
              IF VALOR-PAGO-TIT GREATER THAN VALOR-BAIXA-TIT
                  SUBTRACT VALOR-BAIXA-TIT FROM VALOR-PAGO-TIT
              ELSE
                  MOVE ZEROES TO VALOR-PAGO-TIT
              END-IF
              IF ORI-CODIGO-ANT EQUAL 04
                  MOVE "N" TO SITUACAO-TIT
              ELSE
                  MOVE "A" TO SITUACAO-TIT
                  ADD SALDO-TIT TO VALOR-REABERTO
              END-IF
              MOVE ZEROES TO DATA-BAIXA-TIT
              MOVE ZEROES TO SEQ-BAIXA-TIT
              MOVE ZEROES TO VALOR-BAIXA-TIT
              REWRITE REG-TIT
              ADD 1 TO CONTADOR-TITULOS.
          PERFORM LE-TITULO.

       RESTAURA-CREDITO.
          COMPUTE CREDITO-RESTAURADO =
              CREDITO-ATUAL + ORI-CRED-ANT - ORI-CRED-NOVO.
          IF TEM-SALDO-CRED EQUAL "SIM"
              MOVE CREDITO-RESTAURADO TO SALDO-CRD
              MOVE DATA-SISTEMA TO DATA-MOV-CRD
              REWRITE REG-CRD
          ELSE
          IF CREDITO-RESTAURADO GREATER THAN ZEROES
              MOVE ORI-SOCIO TO SOCIO-CRD
              MOVE CREDITO-RESTAURADO TO SALDO-CRD
              MOVE DATA-SISTEMA TO DATA-INC-CRD
              MOVE DATA-SISTEMA TO DATA-MOV-CRD
              MOVE ZEROES TO COMPET-USO-CRD
              WRITE REG-CRD.

      *----------------------------------------------------------------
      *    ARQNEG E DESCSOC SAO SEQUENCIAIS: CARREGA NA TABELA, ACERTA
      *    E REGRAVA O ARQUIVO INTEIRO, COMO NO BAIXAREC.
      *----------------------------------------------------------------
       REABRE-PARCELAS.
          MOVE ZEROES TO QTD-ACORDOS.
          MOVE "NAO" TO FIM-NEG.
          MOVE "NAO" TO TABELA-CHEIA-NEG.
          OPEN INPUT ARQNEG.
          PERFORM LE-ACORDO.
          PERFORM GUARDA-ACORDO UNTIL FIM-NEG EQUAL "SIM".
          CLOSE ARQNEG.
          MOVE "NAO" TO ACHOU-ACORDO.
          IF TABELA-CHEIA-NEG EQUAL "SIM"
              DISPLAY "ARQNEG MAIOR QUE A TABELA - PARCELAS NAO "
                  "REABERTAS. ACERTE O ACORDO PELO NEGDEB."
          ELSE
              PERFORM PROCURA-ACORDO
                  VARYING IX-NEG FROM 1 BY 1
                  UNTIL IX-NEG GREATER THAN QTD-ACORDOS
                     OR ACHOU-ACORDO EQUAL "SIM".
          IF ACHOU-ACORDO EQUAL "SIM"
              IF NEG-PAGAS (IX-NEG-ACHADO) GREATER THAN ORI-MESES-ABAT
                  SUBTRACT ORI-MESES-ABAT FROM NEG-PAGAS (IX-NEG-ACHADO)
              ELSE
                  MOVE ZEROES TO NEG-PAGAS (IX-NEG-ACHADO)
              END-IF
              MOVE "A" TO NEG-SITUACAO (IX-NEG-ACHADO)
              OPEN OUTPUT ARQNEG
              PERFORM GRAVA-UM-ACORDO
                  VARYING IX-NEG FROM 1 BY 1
                  UNTIL IX-NEG GREATER THAN QTD-ACORDOS
              CLOSE ARQNEG
              DISPLAY "PARCELAS REABERTAS...: " ORI-MESES-ABAT.

       LE-ACORDO.
          READ ARQNEG AT END MOVE "SIM" TO FIM-NEG.

       GUARDA-ACORDO.
          IF QTD-ACORDOS NOT LESS 200
              MOVE "SIM" TO TABELA-CHEIA-NEG
          ELSE
              ADD 1 TO QTD-ACORDOS
              MOVE SOCIO-NEG TO NEG-SOCIO (QTD-ACORDOS)
              MOVE DATA-NEG TO NEG-DATA (QTD-ACORDOS)
              MOVE TOTAL-NEG TO NEG-TOTAL (QTD-ACORDOS)
              MOVE PARCELAS-NEG TO NEG-PARCELAS (QTD-ACORDOS)
              MOVE VALOR-PARCELA-NEG
                TO NEG-VALOR-PARCELA (QTD-ACORDOS)
              MOVE PARCELAS-PAGAS-NEG TO NEG-PAGAS (QTD-ACORDOS)
              MOVE SITUACAO-NEG TO NEG-SITUACAO (QTD-ACORDOS).
          PERFORM LE-ACORDO.

       PROCURA-ACORDO.
          IF NEG-SOCIO (IX-NEG) EQUAL ORI-SOCIO
             AND (NEG-SITUACAO (IX-NEG) EQUAL "A"
              OR NEG-SITUACAO (IX-NEG) EQUAL "L")
              MOVE "SIM" TO ACHOU-ACORDO
              MOVE IX-NEG TO IX-NEG-ACHADO.

       GRAVA-UM-ACORDO.
          MOVE NEG-SOCIO (IX-NEG) TO SOCIO-NEG.
          MOVE NEG-DATA (IX-NEG) TO DATA-NEG.
          MOVE NEG-TOTAL (IX-NEG) TO TOTAL-NEG.
          MOVE NEG-PARCELAS (IX-NEG) TO PARCELAS-NEG.
          MOVE NEG-VALOR-PARCELA (IX-NEG) TO VALOR-PARCELA-NEG.
          MOVE NEG-PAGAS (IX-NEG) TO PARCELAS-PAGAS-NEG.
          MOVE NEG-SITUACAO (IX-NEG) TO SITUACAO-NEG.
          WRITE REG-NEG.

       REABRE-DESCONTOS.
          MOVE ZEROES TO QTD-DESCONTOS.
          MOVE ZEROES TO CONTADOR-DESC.
          MOVE "NAO" TO FIM-DES.
          MOVE "NAO" TO TABELA-CHEIA-DES.
          OPEN INPUT DESCSOC.
          PERFORM LE-DESCONTO.
          PERFORM GUARDA-DESCONTO UNTIL FIM-DES EQUAL "SIM".
          CLOSE DESCSOC.
          IF TABELA-CHEIA-DES EQUAL "SIM"
              DISPLAY "DESCSOC MAIOR QUE A TABELA - CREDITOS DE "
                  "DEPENDENTE NAO REABERTOS."
          ELSE
          IF QTD-DESCONTOS GREATER THAN ZEROES
              PERFORM REABRE-UM-DESCONTO
                  VARYING IX-DES FROM 1 BY 1
                  UNTIL IX-DES GREATER THAN QTD-DESCONTOS.
          IF CONTADOR-DESC GREATER THAN ZEROES
              OPEN OUTPUT DESCSOC
              PERFORM GRAVA-UM-DESCONTO
                  VARYING IX-DES FROM 1 BY 1
                  UNTIL IX-DES GREATER THAN QTD-DESCONTOS
              CLOSE DESCSOC
              DISPLAY "CREDITOS DE DEPENDENTE REABERTOS: "
                  CONTADOR-DESC.

       LE-DESCONTO.
          READ DESCSOC AT END MOVE "SIM" TO FIM-DES.

       GUARDA-DESCONTO.
          IF QTD-DESCONTOS NOT LESS 200
              MOVE "SIM" TO TABELA-CHEIA-DES
          ELSE
              ADD 1 TO QTD-DESCONTOS
              MOVE SOCIO-DES TO DES-SOCIO (QTD-DESCONTOS)
              MOVE MATR-DES TO DES-MATR (QTD-DESCONTOS)
              MOVE DIGI-DES TO DES-DIGI (QTD-DESCONTOS)
              MOVE VALOR-DES TO DES-VALOR (QTD-DESCONTOS)
              MOVE DATA-DES TO DES-DATA (QTD-DESCONTOS)
              MOVE SITUACAO-DES TO DES-SITUACAO (QTD-DESCONTOS)
              MOVE ORIGEM-DES TO DES-ORIGEM (QTD-DESCONTOS)
              IF SEQ-ABAT-DES NUMERIC AND DATA-ABAT-DES NUMERIC
                  MOVE SEQ-ABAT-DES TO DES-SEQ-ABAT (QTD-DESCONTOS)
                  MOVE DATA-ABAT-DES TO DES-DATA-ABAT (QTD-DESCONTOS)
              ELSE
                  MOVE ZEROES TO DES-SEQ-ABAT (QTD-DESCONTOS)
                  MOVE ZEROES TO DES-DATA-ABAT (QTD-DESCONTOS).
          PERFORM LE-DESCONTO.

       REABRE-UM-DESCONTO.
          IF DES-SOCIO (IX-DES) EQUAL ORI-SOCIO
             AND DES-SITUACAO (IX-DES) EQUAL "A"
             AND DES-SEQ-ABAT (IX-DES) EQUAL ORI-SEQ
             AND DES-DATA-ABAT (IX-DES) EQUAL ORI-DATA-RCB
              MOVE "P" TO DES-SITUACAO (IX-DES)
              MOVE ZEROES TO DES-SEQ-ABAT (IX-DES)
              MOVE ZEROES TO DES-DATA-ABAT (IX-DES)
              ADD DES-VALOR (IX-DES) TO DEP-REABERTO
              ADD 1 TO CONTADOR-DESC.

       GRAVA-UM-DESCONTO.
          MOVE SPACES TO REG-DES.
          MOVE DES-SOCIO (IX-DES) TO SOCIO-DES.
          MOVE DES-MATR (IX-DES) TO MATR-DES.
          MOVE DES-DIGI (IX-DES) TO DIGI-DES.
          MOVE DES-VALOR (IX-DES) TO VALOR-DES.
          MOVE DES-DATA (IX-DES) TO DATA-DES.
          MOVE DES-SITUACAO (IX-DES) TO SITUACAO-DES.
          MOVE DES-SEQ-ABAT (IX-DES) TO SEQ-ABAT-DES.
          MOVE DES-DATA-ABAT (IX-DES) TO DATA-ABAT-DES.
          MOVE DES-ORIGEM (IX-DES) TO ORIGEM-DES.
          WRITE REG-DES.

      *----------------------------------------------------------------
      *    LINHA DE ESTORNO: DADOS DO RECIBO ORIGINAL, ESTADO ANTES E
      *    DEPOIS DO ESTORNO, DATA DE MOVIMENTO DO ORIGINAL E O
      *    SUPERVISOR QUE ESTORNOU.
      *----------------------------------------------------------------
       GRAVA-ESTORNO.
          OPEN EXTEND JORNRCB.
          MOVE SPACES TO REG-JRC.
          MOVE DATA-SISTEMA TO JRC-DATA-MOV.
          MOVE ORI-SOCIO TO JRC-SOCIO.
          MOVE ORI-DATA-RCB TO JRC-DATA-RCB.
          MOVE ORI-VALOR TO JRC-VALOR.
          MOVE ORI-MESES-ABAT TO JRC-MESES-ABAT.
          MOVE CODIGO-RESTAURADO TO JRC-CODIGO-NOVO.
          MOVE ORI-SEQ TO JRC-SEQ.
          MOVE "E" TO JRC-TIPO.
          MOVE ORI-MATR TO JRC-MATR.
          MOVE ORI-COMPET-INI TO JRC-COMPET-INI.
          MOVE ORI-COMPET-FIM TO JRC-COMPET-FIM.
          MOVE CREDITO-ATUAL TO JRC-CRED-ANT.
          MOVE CREDITO-RESTAURADO TO JRC-CRED-NOVO.
          MOVE CODIGO-ATUAL TO JRC-CODIGO-ANT.
          MOVE MESES-ATUAL TO JRC-MESES-ANT.
          MOVE MESES-RESTAURADOS TO JRC-MESES-NOVO.
          IF ORI-OPERADOR NUMERIC
              MOVE ORI-OPERADOR TO JRC-OPERADOR
          ELSE
              MOVE ZEROES TO JRC-OPERADOR.
          IF ORI-CANAL NUMERIC
              MOVE ORI-CANAL TO JRC-CANAL
          ELSE
              MOVE ZEROES TO JRC-CANAL.
          MOVE ORI-DATA-MOV TO JRC-DATA-ORIG.
          MOVE OPERADOR-ID TO JRC-OPER-EST.
          MOVE VALOR-REABERTO TO JRC-VALOR-REAB.
          MOVE DEP-REABERTO TO JRC-DEP-REAB.
          ACCEPT HORA-JORNAL FROM TIME.
          MOVE HORA-JORNAL(1:6) TO JRC-HORA.
          PERFORM SELA-JORNAL.
          WRITE REG-JRC.
          CLOSE JORNRCB.

      *----------------------------------------------------------------
      *    SEQUENCIA E CONFERENCIA ENCADEADA DA LINHA (SELAJOR).
      *----------------------------------------------------------------
       SELA-JORNAL.
          MOVE "S" TO FUNCAO-SELO.
          MOVE "JORNRCB" TO JORNAL-SELO.
          MOVE REG-JRC(1:180) TO TEXTO-SELO.
          MOVE 180 TO TAMANHO-SELO.
          CALL "SELAJOR" USING FUNCAO-SELO JORNAL-SELO TEXTO-SELO
              TAMANHO-SELO SEQ-SELO CHK-SELO.
          MOVE SEQ-SELO TO JRC-SEQ-JOR.
          MOVE CHK-SELO TO JRC-CHK-JOR.

       TERMINO.
          IF TEM-ARQMENS EQUAL "SIM"
              CLOSE ARQMENS.
          CLOSE CADSOC1
                ARQTIT
                ARQCRED.
          PERFORM GRAVA-LOG.
          DISPLAY "ESTORNO DE RECIBOS ENCERRADO.".
          DISPLAY "RECIBOS ESTORNADOS...: " CONTADOR-ESTORNOS.
          DISPLAY "ESTORNOS RECUSADOS...: " CONTADOR-RECUSAS.
          IF CONTADOR-RECUSAS GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA-LOG FROM TIME.
          MOVE "ESTORREC"             TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA-LOG(1:2)  TO LOG-HH.
          MOVE HORA-SISTEMA-LOG(3:2)  TO LOG-MI.
          MOVE HORA-SISTEMA-LOG(5:2)  TO LOG-SS.
          MOVE POSICAO-JRC            TO LOG-LIDOS.
          MOVE "ESTORNOS"             TO LOG-ARQ1-NOME.
          MOVE CONTADOR-ESTORNOS      TO LOG-ARQ1-QTD.
          MOVE "RECUSAS"              TO LOG-ARQ2-NOME.
          MOVE CONTADOR-RECUSAS       TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
