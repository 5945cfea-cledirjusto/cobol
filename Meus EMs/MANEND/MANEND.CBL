      *CEP. OPCOES I-INCLUIR, A-ALTERAR, E-EXCLUIR E F-FIM, DIRETO NO
      *ARQUIVO INDEXADO. ESTE CADASTRO ALIMENTA O BLOCO DE ENDERECO
      *DAS CARTAS DE COBRANCA (EX06) E A ORDENACAO POR CEP PARA O
      *DESCONTO POSTAL. NA INCLUSAO E NA ALTERACAO O OPERADOR TAMBEM
      *INFORMA O TELEFONE E O E-MAIL DO SOCIO (CADCONT, TIPO S), QUE
      *SAO O DESTINO DOS AVISOS POR SMS/E-MAIL; A EXCLUSAO APAGA OS
      *DOIS. A OPCAO P REVISA A FILA DE PEDIDOS DO PORTAL
      *(ARQPORT.DAT, CARREGADA PELO IMPPORT): PARA CADA PEDIDO
      *PENDENTE MOSTRA O ENDERECO E O CONTATO ATUAIS AO LADO DO
      *PEDIDO E O OPERADOR APROVA (GRAVA O ENDERECO NO CADEND E O
      *TELEFONE/E-MAIL NO CADCONT), RECUSA OU SALTA. CADA DECISAO
      *VAI PARA O DIARIO JORNEND.DAT COM O ANTES, O DEPOIS E O
      *OPERADOR; A FILA E REGRAVADA SO COM OS PEDIDOS PENDENTES. A
      *OPCAO P E RECUSADA DURANTE A JANELA BATCH (TESTTRAV), QUANDO O
      *IMPPORT PODE ESTAR ACRESCENTANDO PEDIDOS NA FILA. A OPCAO D
      *REGISTRA A CORRESPONDENCIA DEVOLVIDA PELO CORREIO (SOCIO,
      *DOCUMENTO, DATAS E MOTIVO) NO ARQDEV.DAT E MARCA O ENDERECO
      *COMO DEVOLVIDO (SITUACAO-END D): CARTAS, CARNE E DECLARACAO
      *DESSE SOCIO PASSAM A SAIR NO RELSEMEND ATE O ENDERECO SER
      *CONFIRMADO DE NOVO NA ALTERACAO (OU TROCADO POR PEDIDO DO
      *PORTAL APROVADO), QUE LIMPA A MARCA.
      *CADA LINHA DO JORNEND LEVA NO FIM A SEQUENCIA E A CONFERENCIA
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
          SELECT OPTIONAL ARQPORT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL JORNEND ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQDEV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          02 RUA-END                   PIC X(30).
          02 CIDADE-END                PIC X(20).
          02 CEP-END                   PIC 9(08).
          02 SITUACAO-END              PIC X(01).
          02 DATA-DEVOL-END            PIC 9(08).

       FD  CADCONT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADCONT.DAT".
          COPY REGCON.

       FD  ARQPORT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQPORT.DAT".
          COPY REGPOR.

       FD  ARQDEV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQDEV.DAT".
          COPY REGDEV.

       FD  JORNEND
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNEND.DAT".
          01 REG-JEN.
          02 JEN-DATA                  PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JEN-HORA                  PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JEN-NUMERO                PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JEN-ORIGEM                PIC X(01).
          02 FILLER                    PIC X(01).
          02 JEN-DECISAO               PIC X(01).
          02 FILLER                    PIC X(01).
          02 JEN-OPERADOR              PIC 9(04).
          02 FILLER                    PIC X(01).
          02 JEN-DATA-SOL              PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JEN-RUA-ANT               PIC X(30).
          02 JEN-CIDADE-ANT            PIC X(20).
          02 JEN-CEP-ANT               PIC 9(08).
          02 JEN-FONE-ANT              PIC X(15).
          02 JEN-EMAIL-ANT             PIC X(40).
          02 FILLER                    PIC X(01).
          02 JEN-RUA-NOVA              PIC X(30).
          02 JEN-CIDADE-NOVA           PIC X(20).
          02 JEN-CEP-NOVO              PIC 9(08).
          02 JEN-FONE-NOVO             PIC X(15).
          02 JEN-EMAIL-NOVO            PIC X(40).
          02 FILLER                    PIC X(01).
          02 JEN-SEQ                   PIC 9(09).
          02 FILLER                    PIC X(01).
          02 JEN-CHK                   PIC 9(09).

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  QTD-INCLUIDOS      PIC 9(04) VALUE ZEROES.
       77  QTD-ALTERADOS      PIC 9(04) VALUE ZEROES.
       77  QTD-EXCLUIDOS      PIC 9(04) VALUE ZEROES.
       77  FS-CON             PIC X(02) VALUE "00".
       77  TEM-CADCONT        PIC X(03) VALUE "NAO".
       77  NAO-ACHOU-CON      PIC X(03) VALUE "NAO".
       77  ENTRADA-FONE       PIC X(15) VALUE SPACES.
       77  ENTRADA-EMAIL      PIC X(40) VALUE SPACES.
       77  QTD-ARROBA         PIC 9(02) VALUE ZEROES.
       77  ARQUIVO-TRAVA      PIC X(12) VALUE SPACES.
       77  CADASTRO-TRAVADO   PIC X(03) VALUE "NAO".
       77  FIM-POR            PIC X(03) VALUE "NAO".
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  QTD-PEDIDOS        PIC 9(04) VALUE ZEROES.
       77  QTD-PENDENTES      PIC 9(04) VALUE ZEROES.
       77  IX-POR             PIC 9(04) VALUE ZEROES.
       77  RESP-PEDIDO        PIC X(01) VALUE SPACES.
       77  QTD-APROVADOS      PIC 9(04) VALUE ZEROES.
       77  QTD-RECUSADOS      PIC 9(04) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  HORA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  QTD-DEVOLVIDOS     PIC 9(04) VALUE ZEROES.
       77  QTD-REVALIDADOS    PIC 9(04) VALUE ZEROES.
       77  RESP-VALIDO        PIC X(01) VALUE SPACES.
       77  ENTRADA-DOC        PIC X(01) VALUE SPACES.
       77  ENTRADA-MOTIVO     PIC X(01) VALUE SPACES.
       77  ENTRADA-DATA       PIC X(08) VALUE SPACES.
       77  DATA-OK            PIC X(03) VALUE "NAO".
       77  DATA-INFORMADA     PIC 9(08) VALUE ZEROES.

       01 DATA-CONFERE.
          02 ANO-CONFERE               PIC 9(04).
          02 MES-CONFERE               PIC 9(02).
          02 DIA-CONFERE               PIC 9(02).

       01 TAB-PEDIDOS.
          02 POR-OCORRENCIA OCCURS 1000 TIMES.
             03 POR-SOCIO              PIC 9(06).
             03 POR-DATA-REC           PIC 9(08).
             03 POR-DATA-SOL           PIC 9(08).
             03 POR-RUA                PIC X(30).
             03 POR-CIDADE             PIC X(20).
             03 POR-CEP                PIC X(08).
             03 POR-FONE               PIC X(15).
             03 POR-EMAIL              PIC X(40).
             03 POR-SITUACAO           PIC X(01).

       COPY REGSEL.

       PROCEDURE DIVISION.

              OPEN OUTPUT CADEND
              CLOSE CADEND
              OPEN I-O CADEND.
          PERFORM ABRE-CADCONT.

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (I-INCLUIR  A-ALTERAR  E-EXCLUIR  "
              "P-PEDIDOS DO PORTAL  D-DEVOLUCAO  F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "I"
              PERFORM INCLUI-ENDERECO
          IF OPCAO-MAN EQUAL "E"
              PERFORM EXCLUI-ENDERECO
          ELSE
          IF OPCAO-MAN EQUAL "P"
              PERFORM PEDIDOS-PORTAL
          ELSE
          IF OPCAO-MAN EQUAL "D"
              PERFORM DEVOLUCAO-CORRESP
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE I, A, E, P, D OU F.".

       PEDE-NUMERO.
          DISPLAY "NUMERO DO SOCIO (6 DIGITOS): ".
          ELSE
              MOVE ENTRADA-NUM TO NUMERO-END
              PERFORM PEDE-DADOS
              MOVE SPACES TO SITUACAO-END
              MOVE ZEROES TO DATA-DEVOL-END
              PERFORM GRAVA-ENDERECO
              IF FS-END EQUAL "00" OR FS-END EQUAL "02"
                  PERFORM PEDE-CONTATO.

       GRAVA-ENDERECO.
          WRITE REG-END
                  DISPLAY "SOCIO SEM ENDERECO CADASTRADO."
              ELSE
                  PERFORM PEDE-DADOS
                  IF SITUACAO-END EQUAL "D"
                      PERFORM CONFIRMA-VALIDO
                  END-IF
                  REWRITE REG-END
                  ADD 1 TO QTD-ALTERADOS
                  DISPLAY "ENDERECO ALTERADO."
                  PERFORM PEDE-CONTATO.

       EXCLUI-ENDERECO.
          PERFORM PEDE-NUMERO.
              ELSE
                  DELETE CADEND RECORD
                  ADD 1 TO QTD-EXCLUIDOS
                  DISPLAY "ENDERECO EXCLUIDO."
                  PERFORM LOCALIZA-CONTATO
                  IF NAO-ACHOU-CON EQUAL "NAO"
                      DELETE CADCONT RECORD
                      DISPLAY "TELEFONE E E-MAIL EXCLUIDOS.".

       LOCALIZA-ENDERECO.
          MOVE "NAO" TO NAO-ACHOU.
          READ CADEND KEY IS NUMERO-END
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.

      *----------------------------------------------------------------
      *    TELEFONE E E-MAIL DO SOCIO NO CADCONT, USADOS PELOS AVISOS
      *    POR SMS/E-MAIL (ARQMSG). EM BRANCO MANTEM O QUE JA EXISTE.
      *----------------------------------------------------------------
       PEDE-CONTATO.
          IF TEM-CADCONT EQUAL "SIM"
              PERFORM LOCALIZA-CONTATO
              DISPLAY "TELEFONE ATUAL: " FONE-CON
              DISPLAY "E-MAIL ATUAL..: " EMAIL-CON
              DISPLAY "TELEFONE (EM BRANCO MANTEM).: "
              MOVE SPACES TO ENTRADA-FONE
              ACCEPT ENTRADA-FONE
              DISPLAY "E-MAIL (EM BRANCO MANTEM)...: "
              MOVE SPACES TO ENTRADA-EMAIL
              ACCEPT ENTRADA-EMAIL
              PERFORM GRAVA-CONTATO.

       GRAVA-CONTATO.
          MOVE ZEROES TO QTD-ARROBA.
          INSPECT ENTRADA-EMAIL TALLYING QTD-ARROBA FOR ALL "@".
          IF ENTRADA-EMAIL NOT EQUAL SPACES
             AND QTD-ARROBA NOT EQUAL 1
              DISPLAY "E-MAIL INVALIDO - MANTIDO O ANTERIOR."
              MOVE SPACES TO ENTRADA-EMAIL.
          IF ENTRADA-FONE NOT EQUAL SPACES
             OR ENTRADA-EMAIL NOT EQUAL SPACES
              IF ENTRADA-FONE NOT EQUAL SPACES
                  MOVE ENTRADA-FONE TO FONE-CON
              END-IF
              IF ENTRADA-EMAIL NOT EQUAL SPACES
                  MOVE ENTRADA-EMAIL TO EMAIL-CON
              END-IF
              ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
              MOVE DATA-SISTEMA TO DATA-ATU-CON
              IF NAO-ACHOU-CON EQUAL "SIM"
                  WRITE REG-CON
              ELSE
                  REWRITE REG-CON
              END-IF
              DISPLAY "CONTATO GRAVADO.".

       TERMINO.
          DISPLAY " ".
          DISPLAY "INCLUIDOS: " QTD-INCLUIDOS.
          DISPLAY "ALTERADOS: " QTD-ALTERADOS.
          DISPLAY "EXCLUIDOS: " QTD-EXCLUIDOS.
          DISPLAY "PEDIDOS DO PORTAL APROVADOS: " QTD-APROVADOS.
          DISPLAY "PEDIDOS DO PORTAL RECUSADOS: " QTD-RECUSADOS.
          DISPLAY "DEVOLUCOES REGISTRADAS.....: " QTD-DEVOLVIDOS.
          DISPLAY "ENDERECOS REVALIDADOS......: " QTD-REVALIDADOS.
          CLOSE CADEND.
          IF TEM-CADCONT EQUAL "SIM"
              CLOSE CADCONT.

      *----------------------------------------------------------------
      *    REVISAO DA FILA DE PEDIDOS DO PORTAL (ARQPORT). A FILA
      *    INTEIRA VAI PARA A TABELA; FILA MAIOR QUE A TABELA NAO E
      *    REVISADA, PARA A REGRAVACAO NAO PERDER PEDIDOS.
      *----------------------------------------------------------------
       PEDIDOS-PORTAL.
          MOVE "CADSOC1" TO ARQUIVO-TRAVA.
          CALL "TESTTRAV" USING ARQUIVO-TRAVA CADASTRO-TRAVADO.
          IF CADASTRO-TRAVADO EQUAL "SIM"
              DISPLAY "ROTINA BATCH EM ANDAMENTO - FILA DO PORTAL "
                  "INDISPONIVEL."
          ELSE
              PERFORM CARGA-PEDIDOS
              IF TABELA-CHEIA EQUAL "SIM"
                  DISPLAY "ARQPORT MAIOR QUE A TABELA - "
                      "REVISAO NAO PERMITIDA."
              ELSE
              IF QTD-PENDENTES EQUAL ZEROES
                  DISPLAY "NENHUM PEDIDO DO PORTAL PENDENTE."
              ELSE
                  OPEN EXTEND JORNEND
                  MOVE SPACES TO RESP-PEDIDO
                  PERFORM REVISA-PEDIDO
                      VARYING IX-POR FROM 1 BY 1
                      UNTIL IX-POR GREATER THAN QTD-PEDIDOS
                         OR RESP-PEDIDO EQUAL "F"
                  CLOSE JORNEND
                  PERFORM REGRAVA-PEDIDOS.

       CARGA-PEDIDOS.
          MOVE ZEROES TO QTD-PEDIDOS.
          MOVE ZEROES TO QTD-PENDENTES.
          MOVE "NAO" TO TABELA-CHEIA.
          MOVE "NAO" TO FIM-POR.
          OPEN INPUT ARQPORT.
          PERFORM LE-PEDIDO.
          PERFORM GUARDA-PEDIDO UNTIL FIM-POR EQUAL "SIM".
          CLOSE ARQPORT.

       LE-PEDIDO.
          READ ARQPORT AT END MOVE "SIM" TO FIM-POR.

       GUARDA-PEDIDO.
          IF QTD-PEDIDOS NOT LESS 1000
              MOVE "SIM" TO TABELA-CHEIA
              MOVE "SIM" TO FIM-POR
          ELSE
              ADD 1 TO QTD-PEDIDOS
              MOVE SOCIO-POR TO POR-SOCIO (QTD-PEDIDOS)
              MOVE DATA-REC-POR TO POR-DATA-REC (QTD-PEDIDOS)
              MOVE DATA-SOL-POR TO POR-DATA-SOL (QTD-PEDIDOS)
              MOVE RUA-POR TO POR-RUA (QTD-PEDIDOS)
              MOVE CIDADE-POR TO POR-CIDADE (QTD-PEDIDOS)
              MOVE CEP-POR TO POR-CEP (QTD-PEDIDOS)
              MOVE FONE-POR TO POR-FONE (QTD-PEDIDOS)
              MOVE EMAIL-POR TO POR-EMAIL (QTD-PEDIDOS)
              MOVE SITUACAO-POR TO POR-SITUACAO (QTD-PEDIDOS)
              IF SITUACAO-POR EQUAL "P"
                  ADD 1 TO QTD-PENDENTES
              END-IF
              PERFORM LE-PEDIDO.

       ABRE-CADCONT.
          MOVE "NAO" TO TEM-CADCONT.
          OPEN I-O CADCONT.
          IF FS-CON EQUAL "35"
              OPEN OUTPUT CADCONT
              CLOSE CADCONT
              OPEN I-O CADCONT.
          IF FS-CON EQUAL "00"
              MOVE "SIM" TO TEM-CADCONT.

       REVISA-PEDIDO.
          IF POR-SITUACAO (IX-POR) EQUAL "P"
              PERFORM MOSTRA-PEDIDO
              MOVE SPACES TO RESP-PEDIDO
              PERFORM PEDE-DECISAO
                  UNTIL RESP-PEDIDO EQUAL "A"
                     OR RESP-PEDIDO EQUAL "R"
                     OR RESP-PEDIDO EQUAL "S"
                     OR RESP-PEDIDO EQUAL "F"
              IF RESP-PEDIDO EQUAL "A"
                  PERFORM APROVA-PEDIDO
              ELSE
              IF RESP-PEDIDO EQUAL "R"
                  PERFORM RECUSA-PEDIDO.

       PEDE-DECISAO.
          DISPLAY "A-APROVAR  R-RECUSAR  S-SALTAR  F-FIM: ".
          ACCEPT RESP-PEDIDO.

       MOSTRA-PEDIDO.
          MOVE POR-SOCIO (IX-POR) TO ENTRADA-NUM.
          PERFORM LOCALIZA-ENDERECO.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE POR-SOCIO (IX-POR) TO NUMERO-END
              MOVE SPACES TO RUA-END CIDADE-END SITUACAO-END
              MOVE ZEROES TO CEP-END DATA-DEVOL-END.
          PERFORM LOCALIZA-CONTATO.
          DISPLAY " ".
          DISPLAY "PEDIDO DO SOCIO " POR-SOCIO (IX-POR)
              " FEITO NO PORTAL EM " POR-DATA-SOL (IX-POR).
          DISPLAY "           ATUAL / PEDIDO (EM BRANCO = MANTEM)".
          DISPLAY "RUA......: " RUA-END " / " POR-RUA (IX-POR).
          DISPLAY "CIDADE...: " CIDADE-END " / " POR-CIDADE (IX-POR).
          DISPLAY "CEP......: " CEP-END " / " POR-CEP (IX-POR).
          DISPLAY "TELEFONE.: " FONE-CON " / " POR-FONE (IX-POR).
          DISPLAY "E-MAIL...: " EMAIL-CON.
          DISPLAY "           " POR-EMAIL (IX-POR).

       LOCALIZA-CONTATO.
          MOVE "SIM" TO NAO-ACHOU-CON.
          IF TEM-CADCONT EQUAL "SIM"
              MOVE "NAO" TO NAO-ACHOU-CON
              MOVE "S" TO TIPO-CON
              MOVE NUMERO-END TO NUMERO-CON
              READ CADCONT KEY IS CHAVE-CON
                  INVALID KEY MOVE "SIM" TO NAO-ACHOU-CON.
          IF NAO-ACHOU-CON EQUAL "SIM"
              MOVE "S" TO TIPO-CON
              MOVE NUMERO-END TO NUMERO-CON
              MOVE SPACES TO FONE-CON EMAIL-CON
              MOVE ZEROES TO DATA-ATU-CON.

       APROVA-PEDIDO.
          PERFORM MONTA-JORNAL-ANTES.
          IF POR-RUA (IX-POR) NOT EQUAL SPACES
              MOVE POR-RUA (IX-POR) TO RUA-END.
          IF POR-CIDADE (IX-POR) NOT EQUAL SPACES
              MOVE POR-CIDADE (IX-POR) TO CIDADE-END.
          IF POR-CEP (IX-POR) NOT EQUAL SPACES
              MOVE POR-CEP (IX-POR) TO CEP-END.
          IF SITUACAO-END EQUAL "D"
             AND (POR-RUA (IX-POR) NOT EQUAL SPACES
              OR POR-CEP (IX-POR) NOT EQUAL SPACES)
              MOVE SPACES TO SITUACAO-END
              MOVE ZEROES TO DATA-DEVOL-END
              ADD 1 TO QTD-REVALIDADOS
              DISPLAY "ENDERECO DEVOLVIDO SUBSTITUIDO - MARCA LIMPA.".
          IF POR-FONE (IX-POR) NOT EQUAL SPACES
              MOVE POR-FONE (IX-POR) TO FONE-CON.
          IF POR-EMAIL (IX-POR) NOT EQUAL SPACES
              MOVE POR-EMAIL (IX-POR) TO EMAIL-CON.
          IF NAO-ACHOU EQUAL "SIM"
              WRITE REG-END
          ELSE
              REWRITE REG-END.
          IF TEM-CADCONT EQUAL "SIM"
             AND (POR-FONE (IX-POR) NOT EQUAL SPACES
              OR POR-EMAIL (IX-POR) NOT EQUAL SPACES)
              MOVE DATA-SISTEMA TO DATA-ATU-CON
              IF NAO-ACHOU-CON EQUAL "SIM"
                  WRITE REG-CON
              ELSE
                  REWRITE REG-CON
              END-IF.
          MOVE "A" TO POR-SITUACAO (IX-POR).
          MOVE "A" TO JEN-DECISAO.
          PERFORM GRAVA-JORNAL.
          ADD 1 TO QTD-APROVADOS.
          DISPLAY "PEDIDO APROVADO E GRAVADO NO CADASTRO.".

       RECUSA-PEDIDO.
          PERFORM MONTA-JORNAL-ANTES.
          MOVE "R" TO POR-SITUACAO (IX-POR).
          MOVE "R" TO JEN-DECISAO.
          PERFORM GRAVA-JORNAL.
          ADD 1 TO QTD-RECUSADOS.
          DISPLAY "PEDIDO RECUSADO - CADASTRO MANTIDO.".

       MONTA-JORNAL-ANTES.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE SPACES TO REG-JEN.
          MOVE RUA-END TO JEN-RUA-ANT.
          MOVE CIDADE-END TO JEN-CIDADE-ANT.
          MOVE CEP-END TO JEN-CEP-ANT.
          MOVE FONE-CON TO JEN-FONE-ANT.
          MOVE EMAIL-CON TO JEN-EMAIL-ANT.

      *----------------------------------------------------------------
      *    NO DIARIO O "DEPOIS" DA APROVACAO E O CADASTRO GRAVADO; NA
      *    RECUSA E O QUE O SOCIO PEDIU, PARA FICAR O REGISTRO DO QUE
      *    FOI NEGADO.
      *----------------------------------------------------------------
       GRAVA-JORNAL.
          MOVE DATA-SISTEMA TO JEN-DATA.
          MOVE HORA-SISTEMA(1:6) TO JEN-HORA.
          MOVE POR-SOCIO (IX-POR) TO JEN-NUMERO.
          MOVE "P" TO JEN-ORIGEM.
          MOVE OPERADOR-ID TO JEN-OPERADOR.
          MOVE POR-DATA-SOL (IX-POR) TO JEN-DATA-SOL.
          IF JEN-DECISAO EQUAL "A"
              MOVE RUA-END TO JEN-RUA-NOVA
              MOVE CIDADE-END TO JEN-CIDADE-NOVA
              MOVE CEP-END TO JEN-CEP-NOVO
              MOVE FONE-CON TO JEN-FONE-NOVO
              MOVE EMAIL-CON TO JEN-EMAIL-NOVO
          ELSE
              MOVE POR-RUA (IX-POR) TO JEN-RUA-NOVA
              MOVE POR-CIDADE (IX-POR) TO JEN-CIDADE-NOVA
              MOVE ZEROES TO JEN-CEP-NOVO
              IF POR-CEP (IX-POR) NUMERIC
                  MOVE POR-CEP (IX-POR) TO JEN-CEP-NOVO
              END-IF
              MOVE POR-FONE (IX-POR) TO JEN-FONE-NOVO
              MOVE POR-EMAIL (IX-POR) TO JEN-EMAIL-NOVO.
          PERFORM SELA-JORNAL.
          WRITE REG-JEN.

      *----------------------------------------------------------------
      *    SEQUENCIA E CONFERENCIA ENCADEADA DA LINHA (SELAJOR).
      *----------------------------------------------------------------
       SELA-JORNAL.
          MOVE "S" TO FUNCAO-SELO.
          MOVE "JORNEND" TO JORNAL-SELO.
          MOVE REG-JEN(1:268) TO TEXTO-SELO.
          MOVE 268 TO TAMANHO-SELO.
          CALL "SELAJOR" USING FUNCAO-SELO JORNAL-SELO TEXTO-SELO
              TAMANHO-SELO SEQ-SELO CHK-SELO.
          MOVE SEQ-SELO TO JEN-SEQ.
          MOVE CHK-SELO TO JEN-CHK.

       REGRAVA-PEDIDOS.
          OPEN OUTPUT ARQPORT.
          PERFORM GRAVA-UM-PEDIDO
              VARYING IX-POR FROM 1 BY 1
              UNTIL IX-POR GREATER THAN QTD-PEDIDOS.
          CLOSE ARQPORT.

       GRAVA-UM-PEDIDO.
          IF POR-SITUACAO (IX-POR) EQUAL "P"
              MOVE POR-SOCIO (IX-POR) TO SOCIO-POR
              MOVE POR-DATA-REC (IX-POR) TO DATA-REC-POR
              MOVE POR-DATA-SOL (IX-POR) TO DATA-SOL-POR
              MOVE POR-RUA (IX-POR) TO RUA-POR
              MOVE POR-CIDADE (IX-POR) TO CIDADE-POR
              MOVE POR-CEP (IX-POR) TO CEP-POR
              MOVE POR-FONE (IX-POR) TO FONE-POR
              MOVE POR-EMAIL (IX-POR) TO EMAIL-POR
              MOVE POR-SITUACAO (IX-POR) TO SITUACAO-POR
              WRITE REG-POR.

      *----------------------------------------------------------------
      *    ENDERECO DEVOLVIDO SO VOLTA A VALER QUANDO O OPERADOR
      *    CONFIRMA; SEM A CONFIRMACAO A ALTERACAO E GRAVADA E A
      *    MARCA CONTINUA.
      *----------------------------------------------------------------
       CONFIRMA-VALIDO.
          DISPLAY "ENDERECO MARCADO COMO DEVOLVIDO EM "
              DATA-DEVOL-END ".".
          MOVE SPACES TO RESP-VALIDO.
          PERFORM PEDE-VALIDO
              UNTIL RESP-VALIDO EQUAL "S" OR RESP-VALIDO EQUAL "N".
          IF RESP-VALIDO EQUAL "S"
              MOVE SPACES TO SITUACAO-END
              MOVE ZEROES TO DATA-DEVOL-END
              ADD 1 TO QTD-REVALIDADOS
              DISPLAY "ENDERECO VALIDO - CORRESPONDENCIA LIBERADA."
          ELSE
              DISPLAY "ENDERECO CONTINUA MARCADO COMO DEVOLVIDO.".

       PEDE-VALIDO.
          DISPLAY "CONFIRMA O ENDERECO COMO VALIDO (S/N)? ".
          ACCEPT RESP-VALIDO.

      *----------------------------------------------------------------
      *    REGISTRO DA CORRESPONDENCIA DEVOLVIDA PELO CORREIO. O SOCIO
      *    E O DESTINATARIO IMPRESSO (NO GRUPO FAMILIAR, O PAGADOR).
      *----------------------------------------------------------------
       DEVOLUCAO-CORRESP.
          PERFORM PEDE-NUMERO.
          IF ENTRADA-NUM NOT NUMERIC
              DISPLAY "NUMERO INVALIDO."
          ELSE
              PERFORM LOCALIZA-ENDERECO
              IF NAO-ACHOU EQUAL "SIM"
                  DISPLAY "SOCIO SEM ENDERECO CADASTRADO."
              ELSE
                  PERFORM REGISTRA-DEVOLUCAO.

       REGISTRA-DEVOLUCAO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          DISPLAY "ENDERECO: " RUA-END " " CIDADE-END " " CEP-END.
          IF SITUACAO-END EQUAL "D"
              DISPLAY "JA MARCADO COMO DEVOLVIDO EM "
                  DATA-DEVOL-END ".".
          MOVE SPACES TO REG-DEV.
          MOVE NUMERO-END TO SOCIO-DEV.
          MOVE SPACES TO ENTRADA-DOC.
          PERFORM PEDE-DOCUMENTO
              UNTIL ENTRADA-DOC EQUAL "C" OR ENTRADA-DOC EQUAL "N"
                 OR ENTRADA-DOC EQUAL "Q" OR ENTRADA-DOC EQUAL "M"
                 OR ENTRADA-DOC EQUAL "O".
          MOVE ENTRADA-DOC TO DOC-DEV.
          MOVE "NAO" TO DATA-OK.
          PERFORM PEDE-DATA-DOC UNTIL DATA-OK EQUAL "SIM".
          MOVE DATA-INFORMADA TO DATA-DOC-DEV.
          MOVE "NAO" TO DATA-OK.
          PERFORM PEDE-DATA-DEV UNTIL DATA-OK EQUAL "SIM".
          MOVE DATA-INFORMADA TO DATA-DEV.
          MOVE SPACES TO ENTRADA-MOTIVO.
          PERFORM PEDE-MOTIVO
              UNTIL (ENTRADA-MOTIVO NOT LESS "1"
                 AND ENTRADA-MOTIVO NOT GREATER "7")
                 OR ENTRADA-MOTIVO EQUAL "9".
          MOVE ENTRADA-MOTIVO TO MOTIVO-DEV.
          MOVE OPERADOR-ID TO OPERADOR-DEV.
          MOVE DATA-SISTEMA TO DATA-REG-DEV.
          OPEN EXTEND ARQDEV.
          WRITE REG-DEV.
          CLOSE ARQDEV.
          MOVE "D" TO SITUACAO-END.
          MOVE DATA-DEV TO DATA-DEVOL-END.
          REWRITE REG-END.
          ADD 1 TO QTD-DEVOLVIDOS.
          DISPLAY "DEVOLUCAO REGISTRADA - ENDERECO MARCADO COMO "
              "DEVOLVIDO.".

       PEDE-DOCUMENTO.
          DISPLAY "DOCUMENTO (C-CARTA DE COBRANCA  N-CARNE  "
              "Q-QUITACAO  M-AVISO  O-OUTRO): ".
          ACCEPT ENTRADA-DOC.

       PEDE-DATA-DOC.
          DISPLAY "DATA DA CORRESPONDENCIA (AAAAMMDD)..: ".
          MOVE SPACES TO ENTRADA-DATA.
          ACCEPT ENTRADA-DATA.
          PERFORM CONFERE-DATA.

      *    DEVOLUCAO EM BRANCO = HOJE; NAO PODE SER ANTERIOR A DATA
      *    DA CORRESPONDENCIA.
       PEDE-DATA-DEV.
          DISPLAY "DATA DA DEVOLUCAO (EM BRANCO = HOJE): ".
          MOVE SPACES TO ENTRADA-DATA.
          ACCEPT ENTRADA-DATA.
          IF ENTRADA-DATA EQUAL SPACES
              MOVE DATA-SISTEMA TO ENTRADA-DATA.
          PERFORM CONFERE-DATA.
          IF DATA-OK EQUAL "SIM"
             AND DATA-INFORMADA LESS THAN DATA-DOC-DEV
              DISPLAY "DEVOLUCAO ANTERIOR A CORRESPONDENCIA."
              MOVE "NAO" TO DATA-OK.

       CONFERE-DATA.
          MOVE "NAO" TO DATA-OK.
          IF ENTRADA-DATA NOT NUMERIC
              DISPLAY "DATA INVALIDA."
          ELSE
              MOVE ENTRADA-DATA TO DATA-CONFERE
              IF MES-CONFERE LESS 1 OR MES-CONFERE GREATER 12
                 OR DIA-CONFERE LESS 1 OR DIA-CONFERE GREATER 31
                  DISPLAY "DATA INVALIDA."
              ELSE
              IF ENTRADA-DATA GREATER THAN DATA-SISTEMA
                  DISPLAY "DATA FUTURA NAO PERMITIDA."
              ELSE
                  MOVE DATA-CONFERE TO DATA-INFORMADA
                  MOVE "SIM" TO DATA-OK.

       PEDE-MOTIVO.
          DISPLAY "MOTIVO (1-MUDOU-SE  2-DESCONHECIDO  "
              "3-END.INSUFICIENTE  4-NAO EXISTE O NUMERO".
          DISPLAY "        5-RECUSADO  6-FALECIDO  7-AUSENTE  "
              "9-OUTROS): ".
          ACCEPT ENTRADA-MOTIVO.
