      *OPCAO P VARRE O HISTORICO DE CANCELAMENTOS: SOCIO CANCELADO
      *HA MAIS DE N ANOS (PARMLGPD.DAT, AUSENTE = 5) TEM O NOME
      *ANONIMIZADO NO HISTCANC E NO CADSOC1 E O ENDERECO REMOVIDO
      *DO CADEND (O TELEFONE E O E-MAIL DO CADCONT SAO EXCLUIDOS) -
      *AS CHAVES E OS VALORES PERMANECEM PARA AS
      *ESTATISTICAS (RELRETEN, AGING). NA MESMA RODADA O CADRESP E
      *VARRIDO E O CONTATO DO RESPONSAVEL DE ALUNO QUE NAO CONSTA
      *MAIS NO ARQALU E ANONIMIZADO. A OPCAO U ATENDE O PEDIDO
      *EXPRESSA E EFEITO IMEDIATO. CADA ANONIMIZACAO SAI NO
      *RELATORIO RELLGPD E NO PROTOCOLO JORNLGPD.DAT COM DATA E
      *OPERADOR - A CASA PASSA A TER RESPOSTA QUANDO ALGUEM INVOCA
      *A REMOCAO. O CPF DO SOCIO E DO RESPONSAVEL E ZERADO JUNTO COM
      *O NOME, E A OPCAO U ACEITA TAMBEM O TIPO C: O TITULAR SE
      *IDENTIFICA PELO CPF E TODOS OS SOCIOS E RESPONSAVEIS COM
      *AQUELE CPF SAO ANONIMIZADOS NA MESMA CONFIRMACAO.
      *CADA LINHA DO JORNLGPD LEVA NO FIM A SEQUENCIA E A CONFERENCIA
      *ENCADEADA DA SELAJOR, CONFERIDAS PELO VERJORN.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-END
          FILE STATUS IS FS-END.
          SELECT OPTIONAL CADCONT ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-CON
          FILE STATUS IS FS-CON.
          SELECT ARQALU ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          02 RUA-END                   PIC X(30).
          02 CIDADE-END                PIC X(20).
          02 CEP-END                   PIC 9(08).
          02 SITUACAO-END              PIC X(01).
          02 DATA-DEVOL-END            PIC 9(08).

       FD  CADCONT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADCONT.DAT".
          COPY REGCON.

       FD  ARQALU
          LABEL RECORD ARE STANDARD
          02 RESPONSAVEL-RSP           PIC X(30).
          02 TELEFONE-RSP              PIC X(12).
          02 ENDERECO-RSP              PIC X(40).
          02 EMAIL-RSP                 PIC X(40).
          02 CPF-RSP                   PIC 9(11).

       FD  HISTCANC
          LABEL RECORD ARE STANDARD
          02 JLG-MOTIVO                PIC X(20).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 JLG-OPERADOR              PIC 9(04).
          02 FILLER                    PIC X(01).
          02 JLG-SEQ                   PIC 9(09).
          02 FILLER                    PIC X(01).
          02 JLG-CHK                   PIC 9(09).

       FD  RELLGPD
          LABEL RECORD IS OMITTED.
       77  ANO-CORTE          PIC 9(04) VALUE ZEROES.
       77  COMPET-CORTE       PIC 9(06) VALUE ZEROES.
       77  TEM-CADEND         PIC X(03) VALUE "NAO".
       77  FS-CON             PIC X(02) VALUE "00".
       77  TEM-CADCONT        PIC X(03) VALUE "NAO".
       77  TEM-CADRESP        PIC X(03) VALUE "NAO".
       77  ENTRADA-TIPO       PIC X(01) VALUE SPACES.
       77  ENTRADA-NUM        PIC X(07) VALUE SPACES.
       77  ENTRADA-CPF        PIC X(11) VALUE SPACES.
       77  CPF-PEDIDO         PIC 9(11) VALUE ZEROES.
       77  QTD-CPF-ACHADOS    PIC 9(04) VALUE ZEROES.
       77  FIM-SOC            PIC X(03) VALUE "NAO".
       77  RESP-CONFIRMA      PIC X(01) VALUE SPACES.
       77  CONTADOR-SOCIOS    PIC 9(04) VALUE ZEROES.
       77  CONTADOR-RESP      PIC 9(04) VALUE ZEROES.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-DATA  PIC 9(08).

       COPY REGSEL.

       PROCEDURE DIVISION.

       PGM-LGPDPUR.
          OPEN I-O CADEND.
          IF FS-END EQUAL "00"
              MOVE "SIM" TO TEM-CADEND.
          MOVE "NAO" TO TEM-CADCONT.
          OPEN I-O CADCONT.
          IF FS-CON EQUAL "00"
              MOVE "SIM" TO TEM-CADCONT.
          MOVE "NAO" TO TEM-CADRESP.
          OPEN I-O CADRESP.
          IF FS-RSP EQUAL "00"
          IF NAO-ACHOU EQUAL "NAO"
             AND CODIGO-PAGAMENTO1 EQUAL 03
              MOVE NOME-ANONIMO TO NOME-SOCIO1
              MOVE ZEROES TO CPF-SOCIO1
              REWRITE REG-SOC1.
          IF TEM-CADEND EQUAL "SIM"
              PERFORM ANONIMIZA-ENDERECO.
          IF TEM-CADCONT EQUAL "SIM"
              PERFORM REMOVE-CONTATO.
          MOVE "S" TO DET-TIPO JLG-TIPO.
          MOVE NUMERO-HCA TO DET-NUM JLG-NUMERO.
          MOVE "RETENCAO VENCIDA" TO DET-MOT JLG-MOTIVO.
              MOVE SPACES TO CIDADE-END
              REWRITE REG-END.

       REMOVE-CONTATO.
          MOVE "S" TO TIPO-CON.
          MOVE NUMERO-HCA TO NUMERO-CON.
          DELETE CADCONT RECORD
              INVALID KEY CONTINUE.

       PURGA-RESPONSAVEIS.
          IF TEM-CADRESP EQUAL "NAO"
              DISPLAY "CADRESP AUSENTE - RESPONSAVEIS NAO TRATADOS."
              MOVE NOME-ANONIMO TO RESPONSAVEL-RSP
              MOVE SPACES TO TELEFONE-RSP
              MOVE SPACES TO ENDERECO-RSP
              MOVE SPACES TO EMAIL-RSP
              MOVE ZEROES TO CPF-RSP
              REWRITE REG-RSP
              MOVE "M" TO DET-TIPO JLG-TIPO
              MOVE MATRICULA-RSP TO DET-NUM JLG-NUMERO
          PERFORM LE-RESPONSAVEL.

       REMOCAO-INDIVIDUAL.
          DISPLAY "TIPO (S-SOCIO  M-MATRICULA DE ALUNO  C-CPF DO "
              "TITULAR): ".
          ACCEPT ENTRADA-TIPO.
          IF ENTRADA-TIPO EQUAL "C"
              PERFORM REMOCAO-POR-CPF
          ELSE
              PERFORM REMOCAO-POR-NUMERO.

       REMOCAO-POR-NUMERO.
          DISPLAY "NUMERO (SOCIO 6 OU MATRICULA 7 DIGITOS): ".
          ACCEPT ENTRADA-NUM.
          IF ENTRADA-NUM NOT NUMERIC
          IF NAO-ACHOU EQUAL "SIM"
              DISPLAY "SOCIO NAO ENCONTRADO."
          ELSE
              PERFORM ANONIMIZA-SOCIO-PEDIDO
              DISPLAY "DADOS DO SOCIO ANONIMIZADOS.".

       ANONIMIZA-SOCIO-PEDIDO.
          ADD 1 TO CONTADOR-SOCIOS.
          MOVE NOME-ANONIMO TO NOME-SOCIO1.
          MOVE ZEROES TO CPF-SOCIO1.
          REWRITE REG-SOC1.
          MOVE NUMERO-SOCIO1 TO NUMERO-HCA.
          IF TEM-CADEND EQUAL "SIM"
              PERFORM ANONIMIZA-ENDERECO.
          IF TEM-CADCONT EQUAL "SIM"
              PERFORM REMOVE-CONTATO.
          MOVE "S" TO DET-TIPO JLG-TIPO.
          MOVE NUMERO-SOCIO1 TO DET-NUM JLG-NUMERO.
          MOVE "PEDIDO DO TITULAR" TO DET-MOT JLG-MOTIVO.
          PERFORM REGISTRA-EXPURGO.

       REMOVE-ALUNO-PEDIDO.
          IF TEM-CADRESP EQUAL "NAO"
              DISPLAY "CADRESP AUSENTE."
              IF NAO-ACHOU EQUAL "SIM"
                  DISPLAY "MATRICULA SEM RESPONSAVEL CADASTRADO."
              ELSE
                  PERFORM ANONIMIZA-RESP-PEDIDO
                  DISPLAY "CONTATO DO RESPONSAVEL ANONIMIZADO.".

       ANONIMIZA-RESP-PEDIDO.
          ADD 1 TO CONTADOR-RESP.
          MOVE NOME-ANONIMO TO RESPONSAVEL-RSP.
          MOVE SPACES TO TELEFONE-RSP.
          MOVE SPACES TO ENDERECO-RSP.
          MOVE SPACES TO EMAIL-RSP.
          MOVE ZEROES TO CPF-RSP.
          REWRITE REG-RSP.
          MOVE "M" TO DET-TIPO JLG-TIPO.
          MOVE MATRICULA-RSP TO DET-NUM JLG-NUMERO.
          MOVE "PEDIDO DO TITULAR" TO DET-MOT JLG-MOTIVO.
          PERFORM REGISTRA-EXPURGO.

       REMOCAO-POR-CPF.
          DISPLAY "CPF DO TITULAR (11 DIGITOS): ".
          MOVE SPACES TO ENTRADA-CPF.
          ACCEPT ENTRADA-CPF.
          IF ENTRADA-CPF NOT NUMERIC OR ENTRADA-CPF EQUAL ZEROES
              DISPLAY "CPF INVALIDO."
          ELSE
              DISPLAY "CONFIRMA A REMOCAO DOS DADOS PESSOAIS "
                  "(S/N)? "
              ACCEPT RESP-CONFIRMA
              IF RESP-CONFIRMA NOT EQUAL "S"
                  DISPLAY "REMOCAO NAO CONFIRMADA."
              ELSE
                  MOVE ENTRADA-CPF TO CPF-PEDIDO
                  MOVE ZEROES TO QTD-CPF-ACHADOS
                  PERFORM VARRE-SOCIOS-CPF
                  PERFORM VARRE-RESPONSAVEIS-CPF
                  IF QTD-CPF-ACHADOS EQUAL ZEROES
                      DISPLAY "CPF NAO ENCONTRADO NOS CADASTROS."
                  ELSE
                      DISPLAY "REGISTROS ANONIMIZADOS PELO CPF: "
                          QTD-CPF-ACHADOS.

       VARRE-SOCIOS-CPF.
          MOVE "NAO" TO FIM-SOC.
          MOVE ZEROES TO NUMERO-SOCIO1.
          START CADSOC1 KEY NOT LESS NUMERO-SOCIO1
              INVALID KEY MOVE "SIM" TO FIM-SOC.
          PERFORM LE-SOCIO-CPF.
          PERFORM TESTA-SOCIO-CPF UNTIL FIM-SOC EQUAL "SIM".

       LE-SOCIO-CPF.
          IF FIM-SOC NOT EQUAL "SIM"
              READ CADSOC1 NEXT RECORD
                  AT END MOVE "SIM" TO FIM-SOC.

       TESTA-SOCIO-CPF.
          IF CPF-SOCIO1 EQUAL CPF-PEDIDO
              ADD 1 TO QTD-CPF-ACHADOS
              PERFORM ANONIMIZA-SOCIO-PEDIDO.
          PERFORM LE-SOCIO-CPF.

       VARRE-RESPONSAVEIS-CPF.
          IF TEM-CADRESP EQUAL "SIM"
              MOVE "NAO" TO FIM-RSP
              MOVE ZEROES TO MATRICULA-RSP
              START CADRESP KEY NOT LESS MATRICULA-RSP
                  INVALID KEY MOVE "SIM" TO FIM-RSP
              END-START
              PERFORM LE-RESPONSAVEL
              PERFORM TESTA-RESPONSAVEL-CPF
                  UNTIL FIM-RSP EQUAL "SIM".

       TESTA-RESPONSAVEL-CPF.
          IF CPF-RSP EQUAL CPF-PEDIDO
              ADD 1 TO QTD-CPF-ACHADOS
              PERFORM ANONIMIZA-RESP-PEDIDO.
          PERFORM LE-RESPONSAVEL.

       REGISTRA-EXPURGO.
          MOVE DATA-SISTEMA TO DET-DATA.
          IF CT-LIN GREATER THAN LIMITE-LIN
          OPEN EXTEND JORNLGPD.
          MOVE DATA-SISTEMA TO JLG-DATA.
          MOVE OPERADOR-ID TO JLG-OPERADOR.
          PERFORM SELA-JORNAL.
          WRITE REG-JLG.
          CLOSE JORNLGPD.

      *----------------------------------------------------------------
      *    SEQUENCIA E CONFERENCIA ENCADEADA DA LINHA (SELAJOR).
      *----------------------------------------------------------------
       SELA-JORNAL.
          MOVE "S" TO FUNCAO-SELO.
          MOVE "JORNLGPD" TO JORNAL-SELO.
          MOVE REG-JLG(1:44) TO TEXTO-SELO.
          MOVE 44 TO TAMANHO-SELO.
          CALL "SELAJOR" USING FUNCAO-SELO JORNAL-SELO TEXTO-SELO
              TAMANHO-SELO SEQ-SELO CHK-SELO.
          MOVE SEQ-SELO TO JLG-SEQ.
          MOVE CHK-SELO TO JLG-CHK.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          DISPLAY "EXPURGO ENCERRADO - PROTOCOLOS NO JORNLGPD.".
          IF TEM-CADEND EQUAL "SIM"
              CLOSE CADEND.
          IF TEM-CADCONT EQUAL "SIM"
              CLOSE CADCONT.
          IF TEM-CADRESP EQUAL "SIM"
              CLOSE CADRESP.
          CLOSE CADSOC1
