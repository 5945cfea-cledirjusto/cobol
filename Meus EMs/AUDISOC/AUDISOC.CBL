      *DISPOSICAO), JORNRCB (RECIBOS BAIXADOS) E JORNOTA (ALTERACOES
      *DE NOTA, COM ANTES/DEPOIS E OPERADOR) - E IMPRIME EM RELAUDIT
      *O EXTRATO CRONOLOGICO UNICO (DATA, HORA, ORIGEM, DETALHE),
      *PRONTO PARA A VISITA DO AUDITOR. O ESTORNO DE RECIBO (LINHA
      *TIPO E DO JORNRCB, GRAVADA PELO ESTORREC) SAI COM ORIGEM
      *ESTORNO LOGO ABAIXO DO RECIBO ORIGINAL, NA DATA DO ORIGINAL,
      *COM A DATA DO ESTORNO E O SUPERVISOR QUE O FEZ. A TROCA DE
      *PLANO DO EX02 (OPCAO P DO JORNSOC) APLICADA SAI COM O PLANO
      *ANTIGO, O NOVO E A DATA DE VIGENCIA NO LUGAR DA DISPOSICAO.
      *O DIARIO DE MENSAGENS SMS/E-MAIL (JORNMSG) TAMBEM ENTRA: AVISO
      *AO SOCIO (TIPO S) OU AO RESPONSAVEL DO ALUNO (TIPO A) SAI COM
      *ORIGEM MENSAGEM, O EVENTO (ENVIADO, ENTREGUE OU FALHOU), O
      *CANAL E O TEXTO ENVIADO OU O MOTIVO DO RETORNO. NA CONSULTA
      *POR MATRICULA ENTRA TAMBEM O JORNABO (ABONOS DE FALTAS DO
      *MANABO): ORIGEM ABONO, INCLUSAO OU CANCELAMENTO, NUMERO,
      *DISCIPLINA, INTERVALO DE DATAS, MOTIVO E OPERADOR. O
      *FUNCIONARIO DA FOLHA (MATRICULA DE 5 DIGITOS, ZERO DISPENSA) E
      *CONSULTADO NO JORNFUN (MANFUN E MANHSAL): A ADMISSAO SAI COM
      *SALARIO, CARGO E UNIDADE E CADA ALTERACAO OU DESLIGAMENTO SAI
      *UMA LINHA POR CAMPO QUE MUDOU, COM O VALOR ANTES, O DEPOIS E O
      *OPERADOR - QUEM MUDOU O SALARIO E QUANDO. O RATEIO DE CUSTO
      *(OPCAO R DO MANFUN) SAI COM ORIGEM RATEIO, UMA LINHA POR
      *DEPARTAMENTO ADICIONAL QUE MUDOU, COM DEPARTAMENTO E PERCENTUAL.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL JORNOTA ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL JORNMSG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL JORNABO ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL JORNFUN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT SORTWK ASSIGN TO DISK.
          SELECT RELAUDIT ASSIGN TO DISK.

          02 JSO-DISPOSICAO        PIC X(14).
          02 FILLER                PIC X(01).
          02 JSO-OPERADOR          PIC 9(04).
          02 FILLER                PIC X(01).
          02 JSO-VIGENCIA          PIC 9(08).
          02 FILLER                PIC X(01).
          02 JSO-PLANO-ANT         PIC 9(02).
          02 FILLER                PIC X(01).
          02 JSO-PLANO-NOVO        PIC 9(02).

       FD  JORNRCB
          LABEL RECORD ARE STANDARD
          02 JRC-CODIGO-NOVO           PIC 9(02).
          02 FILLER                    PIC X(01).
          02 JRC-SEQ                   PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JRC-TIPO                  PIC X(01).
          02 FILLER                    PIC X(63).
          02 JRC-DATA-ORIG             PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JRC-OPER-EST              PIC 9(04).

       FD  JORNOTA
          LABEL RECORD ARE STANDARD
          02 FILLER                    PIC X(01).
          02 JOR-DISCIPLINA            PIC X(05).

       FD  JORNMSG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNMSG.DAT".
          COPY REGJMS.

       FD  JORNABO
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNABO.DAT".
          COPY REGJAB.

       FD  JORNFUN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNFUN.DAT".
          COPY REGJFU.

       SD  SORTWK.
          01 REG-SORT.
          02 DATA-SRT                  PIC 9(08).
          02 HORA-SRT                  PIC 9(06).
          02 VINCULO-SRT.
             03 VIN-DATA-SRT           PIC 9(08).
             03 VIN-SEQ-SRT            PIC 9(06).
             03 VIN-ORDEM-SRT          PIC X(01).
          02 ORIGEM-SRT                PIC X(08).
          02 DETALHE-SRT               PIC X(56).

       77  FIM-JSO            PIC X(03) VALUE "NAO".
       77  FIM-JRC            PIC X(03) VALUE "NAO".
       77  FIM-JOR            PIC X(03) VALUE "NAO".
       77  FIM-JMS            PIC X(03) VALUE "NAO".
       77  FIM-JAB            PIC X(03) VALUE "NAO".
       77  FIM-JFU            PIC X(03) VALUE "NAO".
       77  PASSA-JMS          PIC X(03) VALUE "NAO".
       77  FIM-ORD            PIC X(03) VALUE "NAO".
       77  ENTRADA-SOC        PIC X(06) VALUE SPACES.
       77  ENTRADA-MAT        PIC X(07) VALUE SPACES.
       77  ENTRADA-FUN        PIC X(05) VALUE SPACES.
       77  ENTRADA-DATA       PIC X(08) VALUE SPACES.
       77  SOCIO-BUSCA        PIC 9(06) VALUE ZEROES.
       77  MATRICULA-BUSCA    PIC 9(07) VALUE ZEROES.
       77  FUNCIONARIO-BUSCA  PIC 9(05) VALUE ZEROES.
       77  SEQ-JFU            PIC 9(06) VALUE ZEROES.
       77  ORDEM-JFU          PIC 9(01) VALUE ZEROES.
       77  VALOR-EDIT         PIC ZZ.ZZ9,99.
       77  IX-RAT             PIC 9(01) VALUE ZEROES.

       01 RATEIO-EDIT.
          02 RTE-DEPTO PIC 9(02).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 RTE-PCT   PIC ZZ9,99.
          02 FILLER    PIC X(01) VALUE "%".
       77  DATA-INICIAL       PIC 9(08) VALUE ZEROES.
       77  DATA-FINAL         PIC 9(08) VALUE 99999999.
       77  CONTADOR-EVENTOS   PIC 9(06) VALUE ZEROES.
          02 FILLER    PIC X(10) VALUE " OPERADOR ".
          02 DJS-OPER  PIC 9(04).

       01 DET-PLA.
          02 FILLER    PIC X(12) VALUE "TROCA PLANO ".
          02 DJP-ANT   PIC 9(02).
          02 FILLER    PIC X(03) VALUE " P/".
          02 DJP-NOVO  PIC 9(02).
          02 FILLER    PIC X(06) VALUE " VIG. ".
          02 DJP-VIG   PIC 9(08).
          02 FILLER    PIC X(10) VALUE " OPERADOR ".
          02 DJP-OPER  PIC 9(04).

       01 DET-JRC.
          02 FILLER    PIC X(07) VALUE "VALOR: ".
          02 DJR-VALOR PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(13) VALUE " NOVO CODIGO ".
          02 DJR-COD   PIC 9(02).

       01 DET-EST.
          02 FILLER    PIC X(03) VALUE "EM ".
          02 DEE-DATA  PIC 9(08).
          02 FILLER    PIC X(08) VALUE " SUPERV ".
          02 DEE-OPER  PIC 9(04).
          02 FILLER    PIC X(08) VALUE " VALOR: ".
          02 DEE-VALOR PIC ZZZ.ZZZ.ZZ9,99.

       01 DET-JOR.
          02 FILLER    PIC X(05) VALUE "NOTA ".
          02 DJO-NUM   PIC 9(01).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DJO-DISC  PIC X(05).

       01 DET-JMS.
          02 DJM-EVENTO PIC X(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DJM-CANAL PIC X(06).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DJM-TEXTO PIC X(40).

       01 DET-JAB.
          02 DJB-EVENTO PIC X(06).
          02 DJB-NUM   PIC 9(05).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DJB-DISC  PIC X(05).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DJB-INI   PIC 9(08).
          02 FILLER    PIC X(01) VALUE "-".
          02 DJB-FIM   PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DJB-MOT   PIC X(01).
          02 FILLER    PIC X(04) VALUE " OP ".
          02 DJB-OPER  PIC 9(04).

      *----------------------------------------------------------------
      *    IMAGENS DO CADENT DA FOLHA ANTES E DEPOIS (JORNFUN).
      *----------------------------------------------------------------
       01 IMAGEM-JFA.
          02 MATRICULA-JFA             PIC 9(05).
          02 NOME-JFA                  PIC X(30).
          02 SALARIO-JFA               PIC 9(05)V99.
          02 DEPENDENTES-JFA           PIC 9(02).
          02 ADMISSAO-JFA              PIC 9(08).
          02 DESLIG-JFA                PIC 9(08).
          02 SITUACAO-JFA              PIC X(01).
          02 UNIDADE-JFA               PIC 9(02).
          02 CARGO-JFA                 PIC 9(03).
          02 CPF-JFA                   PIC X(11).

       01 IMAGEM-JFD.
          02 MATRICULA-JFD             PIC 9(05).
          02 NOME-JFD                  PIC X(30).
          02 SALARIO-JFD               PIC 9(05)V99.
          02 DEPENDENTES-JFD           PIC 9(02).
          02 ADMISSAO-JFD              PIC 9(08).
          02 DESLIG-JFD                PIC 9(08).
          02 SITUACAO-JFD              PIC X(01).
          02 UNIDADE-JFD               PIC 9(02).
          02 CARGO-JFD                 PIC 9(03).
          02 CPF-JFD                   PIC X(11).

       01 DET-JFU.
          02 DJF-CAMPO PIC X(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DJF-ANTES PIC X(12).
          02 FILLER    PIC X(04) VALUE " P/ ".
          02 DJF-DEPOIS PIC X(12).
          02 FILLER    PIC X(04) VALUE " OP ".
          02 DJF-OPER  PIC 9(04).

       01 DET-JFN.
          02 FILLER    PIC X(08) VALUE "NOME P/ ".
          02 DJN-NOME  PIC X(30).
          02 FILLER    PIC X(04) VALUE " OP ".
          02 DJN-OPER  PIC 9(04).

       01 DET-JFI.
          02 FILLER    PIC X(04) VALUE "SAL ".
          02 DJI-SAL   PIC ZZ.ZZ9,99.
          02 FILLER    PIC X(05) VALUE " CGO ".
          02 DJI-CARGO PIC 9(03).
          02 FILLER    PIC X(05) VALUE " UNI ".
          02 DJI-UNI   PIC 9(02).
          02 FILLER    PIC X(05) VALUE " DEP ".
          02 DJI-DEPTO PIC 9(02).
          02 FILLER    PIC X(04) VALUE " OP ".
          02 DJI-OPER  PIC 9(04).

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "EXTRATO DE AUDITOR".
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM CAPTURA-FILTROS.
          SORT SORTWK ON ASCENDING KEY DATA-SRT HORA-SRT
                                       VINCULO-SRT
              INPUT PROCEDURE IS COLETA-JORNAIS
              OUTPUT PROCEDURE IS IMPRIME-EXTRATO.
          DISPLAY "EXTRATO DE AUDITORIA GRAVADO EM RELAUDIT.".
          ACCEPT ENTRADA-MAT.
          IF ENTRADA-MAT NUMERIC
              MOVE ENTRADA-MAT TO MATRICULA-BUSCA.
          DISPLAY "FUNCIONARIO (5 DIGITOS, 0 DISPENSA)........: ".
          ACCEPT ENTRADA-FUN.
          IF ENTRADA-FUN NUMERIC
              MOVE ENTRADA-FUN TO FUNCIONARIO-BUSCA.
          IF SOCIO-BUSCA EQUAL ZEROES
             AND MATRICULA-BUSCA EQUAL ZEROES
             AND FUNCIONARIO-BUSCA EQUAL ZEROES
              DISPLAY "INFORME AO MENOS SOCIO, MATRICULA OU "
                  "FUNCIONARIO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          DISPLAY "DATA INICIAL (AAAAMMDD, BRANCO = TUDO).....: ".
          PERFORM COLETA-JORNSOC.
          PERFORM COLETA-JORNRCB.
          PERFORM COLETA-JORNOTA.
          PERFORM COLETA-JORNMSG.
          PERFORM COLETA-JORNABO.
          PERFORM COLETA-JORNFUN.

       COLETA-JORNSOC.
          IF SOCIO-BUSCA GREATER THAN ZEROES
             AND JSO-DATA NOT LESS DATA-INICIAL
             AND JSO-DATA NOT GREATER DATA-FINAL
              MOVE JSO-DATA TO DATA-SRT
              MOVE ZEROES TO VINCULO-SRT
              MOVE JSO-HORA TO HORA-SRT
              MOVE "CADSOC1" TO ORIGEM-SRT
              IF JSO-OPCAO EQUAL "P"
                 AND JSO-DISPOSICAO EQUAL "APLICADA"
                  PERFORM MONTA-TROCA-PLANO
              ELSE
                  PERFORM MONTA-CADASTRO
              END-IF
              RELEASE REG-SORT.
          PERFORM LE-JORNSOC.

       MONTA-CADASTRO.
          MOVE JSO-OPCAO TO DJS-OPCAO.
          MOVE JSO-DISPOSICAO TO DJS-DISP.
          MOVE JSO-OPERADOR TO DJS-OPER.
          MOVE DET-JSO TO DETALHE-SRT.

       MONTA-TROCA-PLANO.
          MOVE JSO-PLANO-ANT TO DJP-ANT.
          MOVE JSO-PLANO-NOVO TO DJP-NOVO.
          MOVE JSO-VIGENCIA TO DJP-VIG.
          MOVE JSO-OPERADOR TO DJP-OPER.
          MOVE DET-PLA TO DETALHE-SRT.

       COLETA-JORNRCB.
          IF SOCIO-BUSCA GREATER THAN ZEROES
              MOVE "NAO" TO FIM-JRC
          IF JRC-SOCIO EQUAL SOCIO-BUSCA
             AND JRC-DATA-MOV NOT LESS DATA-INICIAL
             AND JRC-DATA-MOV NOT GREATER DATA-FINAL
              MOVE ZEROES TO HORA-SRT
              MOVE JRC-DATA-RCB TO VIN-DATA-SRT
              MOVE JRC-SEQ TO VIN-SEQ-SRT
              IF JRC-TIPO EQUAL "E" AND JRC-DATA-ORIG NUMERIC
                  PERFORM MONTA-ESTORNO
              ELSE
                  PERFORM MONTA-RECIBO
              END-IF
              RELEASE REG-SORT.
          PERFORM LE-JORNRCB.

       MONTA-RECIBO.
          MOVE JRC-DATA-MOV TO DATA-SRT.
          MOVE "0" TO VIN-ORDEM-SRT.
          MOVE "RECIBO" TO ORIGEM-SRT.
          MOVE JRC-VALOR TO DJR-VALOR.
          MOVE JRC-MESES-ABAT TO DJR-MESES.
          MOVE JRC-CODIGO-NOVO TO DJR-COD.
          MOVE DET-JRC TO DETALHE-SRT.

       MONTA-ESTORNO.
          MOVE JRC-DATA-ORIG TO DATA-SRT.
          MOVE "1" TO VIN-ORDEM-SRT.
          MOVE "ESTORNO" TO ORIGEM-SRT.
          MOVE JRC-DATA-MOV TO DEE-DATA.
          MOVE JRC-OPER-EST TO DEE-OPER.
          MOVE JRC-VALOR TO DEE-VALOR.
          MOVE DET-EST TO DETALHE-SRT.

       COLETA-JORNOTA.
          IF MATRICULA-BUSCA GREATER THAN ZEROES
              MOVE "NAO" TO FIM-JOR
             AND JOR-DATA NOT LESS DATA-INICIAL
             AND JOR-DATA NOT GREATER DATA-FINAL
              MOVE JOR-DATA TO DATA-SRT
              MOVE ZEROES TO VINCULO-SRT
              MOVE JOR-HORA TO HORA-SRT
              MOVE "NOTA" TO ORIGEM-SRT
              MOVE JOR-NOTA-NUM TO DJO-NUM
              RELEASE REG-SORT.
          PERFORM LE-JORNOTA.

      *----------------------------------------------------------------
      *    ABONOS DE FALTAS INCLUIDOS OU CANCELADOS NO MANABO.
      *----------------------------------------------------------------
       COLETA-JORNABO.
          IF MATRICULA-BUSCA GREATER THAN ZEROES
              MOVE "NAO" TO FIM-JAB
              OPEN INPUT JORNABO
              PERFORM LE-JORNABO
              PERFORM FILTRA-JORNABO UNTIL FIM-JAB EQUAL "SIM"
              CLOSE JORNABO.

       LE-JORNABO.
          READ JORNABO AT END MOVE "SIM" TO FIM-JAB.

       FILTRA-JORNABO.
          IF JAB-MATRICULA EQUAL MATRICULA-BUSCA
             AND JAB-DATA NOT LESS DATA-INICIAL
             AND JAB-DATA NOT GREATER DATA-FINAL
              MOVE JAB-DATA TO DATA-SRT
              MOVE ZEROES TO VINCULO-SRT
              MOVE JAB-HORA TO HORA-SRT
              MOVE "ABONO" TO ORIGEM-SRT
              PERFORM MONTA-ABONO
              RELEASE REG-SORT.
          PERFORM LE-JORNABO.

       MONTA-ABONO.
          MOVE "ABONO" TO DJB-EVENTO.
          IF JAB-EVENTO EQUAL "C"
              MOVE "CANCEL" TO DJB-EVENTO.
          MOVE JAB-NUMERO TO DJB-NUM.
          MOVE JAB-DISCIPLINA TO DJB-DISC.
          MOVE JAB-DATA-INI TO DJB-INI.
          MOVE JAB-DATA-FIM TO DJB-FIM.
          MOVE JAB-MOTIVO TO DJB-MOT.
          MOVE JAB-OPERADOR TO DJB-OPER.
          MOVE DET-JAB TO DETALHE-SRT.

      *----------------------------------------------------------------
      *    CADASTRO DO FUNCIONARIO DA FOLHA: ADMISSAO NUMA LINHA E, NAS
      *    DEMAIS OPCOES, UMA LINHA POR CAMPO DIFERENTE ENTRE AS
      *    IMAGENS. SEQ-JFU MANTEM JUNTAS AS LINHAS DE UM MOVIMENTO.
      *----------------------------------------------------------------
       COLETA-JORNFUN.
          IF FUNCIONARIO-BUSCA GREATER THAN ZEROES
              MOVE "NAO" TO FIM-JFU
              OPEN INPUT JORNFUN
              PERFORM LE-JORNFUN
              PERFORM FILTRA-JORNFUN UNTIL FIM-JFU EQUAL "SIM"
              CLOSE JORNFUN.

       LE-JORNFUN.
          READ JORNFUN AT END MOVE "SIM" TO FIM-JFU.

       FILTRA-JORNFUN.
          IF JFU-MATRICULA EQUAL FUNCIONARIO-BUSCA
             AND JFU-DATA NOT LESS DATA-INICIAL
             AND JFU-DATA NOT GREATER DATA-FINAL
              ADD 1 TO SEQ-JFU
              MOVE JFU-DATA TO DATA-SRT
              MOVE JFU-HORA TO HORA-SRT
              MOVE ZEROES TO VINCULO-SRT ORDEM-JFU
              MOVE SEQ-JFU TO VIN-SEQ-SRT
              MOVE JFU-ANTES TO IMAGEM-JFA
              MOVE JFU-DEPOIS TO IMAGEM-JFD
              MOVE JFU-OPERADOR TO DJF-OPER DJN-OPER DJI-OPER
              PERFORM MONTA-ORIGEM-JFU
              IF JFU-OPCAO EQUAL "I"
                  PERFORM MONTA-ADMISSAO
              ELSE
                  PERFORM MONTA-ALTERACOES.
          PERFORM LE-JORNFUN.

       MONTA-ORIGEM-JFU.
          MOVE "CADFUNC" TO ORIGEM-SRT.
          IF JFU-OPCAO EQUAL "I"
              MOVE "ADMISSAO" TO ORIGEM-SRT.
          IF JFU-OPCAO EQUAL "D"
              MOVE "DESLIGAM" TO ORIGEM-SRT.
          IF JFU-OPCAO EQUAL "S"
              MOVE "SALARIO" TO ORIGEM-SRT.
          IF JFU-OPCAO EQUAL "R"
              MOVE "RATEIO" TO ORIGEM-SRT.

       MONTA-ADMISSAO.
          MOVE SALARIO-JFD TO DJI-SAL.
          MOVE CARGO-JFD TO DJI-CARGO.
          MOVE UNIDADE-JFD TO DJI-UNI.
          MOVE JFU-DEPTO TO DJI-DEPTO.
          MOVE DET-JFI TO DETALHE-SRT.
          PERFORM LIBERA-JFU.

       MONTA-ALTERACOES.
          IF NOME-JFA NOT EQUAL NOME-JFD
              MOVE NOME-JFD TO DJN-NOME
              MOVE DET-JFN TO DETALHE-SRT
              PERFORM LIBERA-JFU.
          IF SALARIO-JFA NOT EQUAL SALARIO-JFD
              MOVE "SALARIO" TO DJF-CAMPO
              MOVE SALARIO-JFA TO VALOR-EDIT
              MOVE VALOR-EDIT TO DJF-ANTES
              MOVE SALARIO-JFD TO VALOR-EDIT
              MOVE VALOR-EDIT TO DJF-DEPOIS
              PERFORM LIBERA-CAMPO.
          IF CARGO-JFA NOT EQUAL CARGO-JFD
              MOVE "CARGO" TO DJF-CAMPO
              MOVE CARGO-JFA TO DJF-ANTES
              MOVE CARGO-JFD TO DJF-DEPOIS
              PERFORM LIBERA-CAMPO.
          IF UNIDADE-JFA NOT EQUAL UNIDADE-JFD
              MOVE "UNIDADE" TO DJF-CAMPO
              MOVE UNIDADE-JFA TO DJF-ANTES
              MOVE UNIDADE-JFD TO DJF-DEPOIS
              PERFORM LIBERA-CAMPO.
          IF JFU-DEPTO-ANT NOT EQUAL JFU-DEPTO
              MOVE "DEPTO" TO DJF-CAMPO
              MOVE JFU-DEPTO-ANT TO DJF-ANTES
              MOVE JFU-DEPTO TO DJF-DEPOIS
              PERFORM LIBERA-CAMPO.
          IF CPF-JFA NOT EQUAL CPF-JFD
              MOVE "CPF" TO DJF-CAMPO
              MOVE CPF-JFA TO DJF-ANTES
              MOVE CPF-JFD TO DJF-DEPOIS
              PERFORM LIBERA-CAMPO.
          IF DEPENDENTES-JFA NOT EQUAL DEPENDENTES-JFD
              MOVE "DEPEND." TO DJF-CAMPO
              MOVE DEPENDENTES-JFA TO DJF-ANTES
              MOVE DEPENDENTES-JFD TO DJF-DEPOIS
              PERFORM LIBERA-CAMPO.
          IF ADMISSAO-JFA NOT EQUAL ADMISSAO-JFD
              MOVE "ADMISSAO" TO DJF-CAMPO
              MOVE ADMISSAO-JFA TO DJF-ANTES
              MOVE ADMISSAO-JFD TO DJF-DEPOIS
              PERFORM LIBERA-CAMPO.
          IF DESLIG-JFA NOT EQUAL DESLIG-JFD
              MOVE "DESLIG." TO DJF-CAMPO
              MOVE DESLIG-JFA TO DJF-ANTES
              MOVE DESLIG-JFD TO DJF-DEPOIS
              PERFORM LIBERA-CAMPO.
          IF SITUACAO-JFA NOT EQUAL SITUACAO-JFD
              MOVE "SITUACAO" TO DJF-CAMPO
              MOVE SITUACAO-JFA TO DJF-ANTES
              MOVE SITUACAO-JFD TO DJF-DEPOIS
              PERFORM LIBERA-CAMPO.
          IF JFU-RATEIO-ANT NOT EQUAL JFU-RATEIO
              PERFORM MONTA-RATEIO
                  VARYING IX-RAT FROM 1 BY 1
                  UNTIL IX-RAT GREATER THAN 2.

      *----------------------------------------------------------------
      *    LINHAS GRAVADAS ANTES DO RATEIO TEM OS CAMPOS EM BRANCO.
      *----------------------------------------------------------------
       MONTA-RATEIO.
          IF JFU-RAT-ANT (IX-RAT) NOT EQUAL JFU-RAT (IX-RAT)
              MOVE "RATEIO" TO DJF-CAMPO
              MOVE IX-RAT TO DJF-CAMPO(8:1)
              MOVE SPACES TO DJF-ANTES DJF-DEPOIS
              IF JFU-RAT-DEPTO-ANT (IX-RAT) NUMERIC
                 AND JFU-RAT-PCT-ANT (IX-RAT) NUMERIC
                  MOVE JFU-RAT-DEPTO-ANT (IX-RAT) TO RTE-DEPTO
                  MOVE JFU-RAT-PCT-ANT (IX-RAT) TO RTE-PCT
                  MOVE RATEIO-EDIT TO DJF-ANTES
              END-IF
              IF JFU-RAT-DEPTO (IX-RAT) NUMERIC
                 AND JFU-RAT-PCT (IX-RAT) NUMERIC
                  MOVE JFU-RAT-DEPTO (IX-RAT) TO RTE-DEPTO
                  MOVE JFU-RAT-PCT (IX-RAT) TO RTE-PCT
                  MOVE RATEIO-EDIT TO DJF-DEPOIS
              END-IF
              PERFORM LIBERA-CAMPO.

       LIBERA-CAMPO.
          MOVE DET-JFU TO DETALHE-SRT.
          PERFORM LIBERA-JFU.

       LIBERA-JFU.
          MOVE ORDEM-JFU TO VIN-ORDEM-SRT.
          IF ORDEM-JFU LESS THAN 9
              ADD 1 TO ORDEM-JFU.
          RELEASE REG-SORT.

       COLETA-JORNMSG.
          MOVE "NAO" TO FIM-JMS.
          OPEN INPUT JORNMSG.
          PERFORM LE-JORNMSG.
          PERFORM FILTRA-JORNMSG UNTIL FIM-JMS EQUAL "SIM".
          CLOSE JORNMSG.

       LE-JORNMSG.
          READ JORNMSG AT END MOVE "SIM" TO FIM-JMS.

       FILTRA-JORNMSG.
          MOVE "NAO" TO PASSA-JMS.
          IF JMS-TIPO-DEST EQUAL "S" AND SOCIO-BUSCA GREATER THAN ZEROES
             AND JMS-CHAVE-DEST EQUAL SOCIO-BUSCA
              MOVE "SIM" TO PASSA-JMS.
          IF JMS-TIPO-DEST EQUAL "A"
             AND MATRICULA-BUSCA GREATER THAN ZEROES
             AND JMS-CHAVE-DEST EQUAL MATRICULA-BUSCA
              MOVE "SIM" TO PASSA-JMS.
          IF PASSA-JMS EQUAL "SIM"
             AND JMS-DATA NOT LESS DATA-INICIAL
             AND JMS-DATA NOT GREATER DATA-FINAL
              MOVE JMS-DATA TO DATA-SRT
              MOVE ZEROES TO VINCULO-SRT
              MOVE JMS-HORA TO HORA-SRT
              MOVE "MENSAGEM" TO ORIGEM-SRT
              PERFORM MONTA-MENSAGEM
              RELEASE REG-SORT.
          PERFORM LE-JORNMSG.

       MONTA-MENSAGEM.
          MOVE "ENVIADO" TO DJM-EVENTO.
          IF JMS-EVENTO EQUAL "D"
              MOVE "ENTREGUE" TO DJM-EVENTO.
          IF JMS-EVENTO EQUAL "F"
              MOVE "FALHOU" TO DJM-EVENTO.
          MOVE "E-MAIL" TO DJM-CANAL.
          IF JMS-CANAL EQUAL "S"
              MOVE "SMS" TO DJM-CANAL.
          MOVE JMS-TEXTO TO DJM-TEXTO.
          MOVE DET-JMS TO DETALHE-SRT.

       IMPRIME-EXTRATO.
          OPEN OUTPUT RELAUDIT.
          PERFORM CABECALHO.
