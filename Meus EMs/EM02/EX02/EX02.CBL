          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PRORATA ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQIND ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS SOCIO-IND
          ALTERNATE RECORD KEY IS INDICADOR-IND WITH DUPLICATES
          FILE STATUS IS FS-IND.

       DATA    DIVISION.
       FILE SECTION.
          02 METODO-TRN            PIC 9(01).
          02 PLANO-TRN             PIC 9(02).
          02 DATA-ADMISSAO-TRN     PIC 9(08).
          02 INDICADOR-TRN         PIC 9(06).
          02 CPF-TRN               PIC X(11).

       FD  PRORATA
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PRORATA.DAT".
          COPY REGPRO.

       FD  ARQIND
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQIND.DAT".
          COPY REGIND.

       FD  JORNSOC
          LABEL RECORD ARE STANDARD
          02 JSO-DISPOSICAO        PIC X(14).
          02 FILLER                PIC X(01).
          02 JSO-OPERADOR          PIC 9(04).
          02 FILLER                PIC X(01).
          02 JSO-VIGENCIA          PIC 9(08).
          02 FILLER                PIC X(01).
          02 JSO-PLANO-ANT         PIC 9(02).
          02 FILLER                PIC X(01).
          02 JSO-PLANO-NOVO        PIC 9(02).
          02 FILLER                PIC X(01).
          02 JSO-IMAGEM-ANT        PIC X(76).
          02 FILLER                PIC X(01).
          02 JSO-IMAGEM-DEP        PIC X(76).
          02 FILLER                PIC X(01).
          02 JSO-SEQ               PIC 9(09).
          02 FILLER                PIC X(01).
          02 JSO-CHK               PIC 9(09).

       WORKING-STORAGE SECTION.
       77  ARQUIVO-TRAVA      PIC X(12) VALUE SPACES.
       77  CADASTRO-TRAVADO   PIC X(03) VALUE "NAO".
       77  FS-SOC             PIC X(02).
       77  FS-IND             PIC X(02).
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  UNIDADE-OPER       PIC 9(02) VALUE ZEROES.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  QTD-INCLUIDOS      PIC 9(05) VALUE ZEROES.
       77  QTD-ALTERADOS      PIC 9(05) VALUE ZEROES.
       77  QTD-EXCLUIDOS      PIC 9(05) VALUE ZEROES.
       77  QTD-TROCAS         PIC 9(05) VALUE ZEROES.
       77  ENTRADA-NUM        PIC X(06) VALUE SPACES.
       77  ENTRADA-COD        PIC X(02) VALUE SPACES.
       77  ENTRADA-VAL        PIC X(11) VALUE SPACES.
       77  ENTRADA-MTD        PIC X(01) VALUE SPACES.
       77  ENTRADA-PLA        PIC X(02) VALUE SPACES.
       77  ENTRADA-ADM        PIC X(08) VALUE SPACES.
       77  ENTRADA-IND        PIC X(06) VALUE SPACES.
       77  ENTRADA-CPF        PIC X(11) VALUE SPACES.
       77  CPF-CONFERE        PIC 9(11) VALUE ZEROES.
       77  CPF-VALIDO         PIC X(03) VALUE "NAO".
       77  QTD-INDICACOES     PIC 9(05) VALUE ZEROES.
       77  DIA-ADMISSAO       PIC 9(02) VALUE ZEROES.
       77  DIAS-PRORATA       PIC 9(02) VALUE ZEROES.
       77  VALOR-PRORATA      PIC 9(09)V9(02) VALUE ZEROES.
       77  DIA-VIGENCIA       PIC 9(02) VALUE ZEROES.
       77  SINAL-TROCA        PIC X(01) VALUE SPACES.

       01 TAB-TRANS.
          02 TRANS-OCORRENCIA OCCURS 50 TIMES INDEXED BY IX-TRANS.
             03 TRANS-METODO     PIC 9(01).
             03 TRANS-PLANO      PIC 9(02).
             03 TRANS-ADMISSAO   PIC 9(08).
             03 TRANS-VIGENCIA   PIC 9(08).
             03 TRANS-PLANO-ANT  PIC 9(02).
             03 TRANS-INDICADOR  PIC 9(06).
             03 TRANS-CPF        PIC 9(11).
             03 TRANS-DUPLICADA  PIC X(03) VALUE "NAO".
             03 TRANS-APLICADA   PIC X(03) VALUE "NAO".
             03 TRANS-RECUSADA   PIC X(03) VALUE "NAO".
             03 TRANS-IMAGEM-ANT PIC X(76).
             03 TRANS-IMAGEM-DEP PIC X(76).
       77  QTD-TRANS          PIC 9(02) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(02) VALUE ZEROES.
       77  FIM-TRAN           PIC X(03) VALUE "NAO".
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       COPY REGISO.

       COPY REGSEL.

       PROCEDURE DIVISION.

       PGM-EX02.
          MOVE METODO-TRN TO TRANS-METODO (QTD-TRANS).
          MOVE PLANO-TRN  TO TRANS-PLANO (QTD-TRANS).
          MOVE DATA-ADMISSAO-TRN TO TRANS-ADMISSAO (QTD-TRANS).
          MOVE DATA-ADMISSAO-TRN TO TRANS-VIGENCIA (QTD-TRANS).
          MOVE ZEROES     TO TRANS-PLANO-ANT (QTD-TRANS).
          IF INDICADOR-TRN NUMERIC
              MOVE INDICADOR-TRN TO TRANS-INDICADOR (QTD-TRANS)
          ELSE
              MOVE ZEROES TO TRANS-INDICADOR (QTD-TRANS).
          MOVE ZEROES     TO TRANS-CPF (QTD-TRANS).
          IF CPF-TRN NUMERIC
              MOVE CPF-TRN TO CPF-CONFERE
              CALL "DIGCPF" USING CPF-CONFERE CPF-VALIDO
              IF CPF-VALIDO EQUAL "SIM"
                  MOVE CPF-CONFERE TO TRANS-CPF (QTD-TRANS)
              ELSE
                  DISPLAY "AVISO: CPF " CPF-TRN " DO SOCIO "
                      NUMERO-TRN " INVALIDO - IGNORADO.".
          MOVE "NAO"      TO TRANS-DUPLICADA (QTD-TRANS).
          MOVE "NAO"      TO TRANS-APLICADA (QTD-TRANS).
          MOVE "NAO"      TO TRANS-RECUSADA (QTD-TRANS).

       CAPTURA-TRANSACOES.
          DISPLAY " ".
          DISPLAY "OPCAO (I-INCLUIR  A-ALTERAR  E-EXCLUIR  "
              "P-TROCAR PLANO  F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "I"
              PERFORM CAPTURA-INCLUSAO
          IF OPCAO-MAN EQUAL "E"
              PERFORM CAPTURA-EXCLUSAO
          ELSE
          IF OPCAO-MAN EQUAL "P"
              PERFORM CAPTURA-TROCA-PLANO
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE I, A, E, P OU F.".

       CAPTURA-INCLUSAO.
          IF QTD-TRANS NOT LESS 50
              DISPLAY "NOME DO SOCIO: "
              ACCEPT TRANS-NOME (QTD-TRANS + 1)
              PERFORM CAPTURA-VALOR.
          MOVE ZEROES TO TRANS-MESES (QTD-TRANS + 1).
          IF CAMPO-INVALIDO EQUAL "NAO"
              PERFORM CAPTURA-METODO.
          IF CAMPO-INVALIDO EQUAL "NAO"
              PERFORM CAPTURA-PLANO.
          IF CAMPO-INVALIDO EQUAL "NAO"
              PERFORM CAPTURA-ADMISSAO.
          IF CAMPO-INVALIDO EQUAL "NAO"
              PERFORM CAPTURA-CPF.
          IF CAMPO-INVALIDO EQUAL "NAO"
              PERFORM CAPTURA-INDICACAO.
          IF CAMPO-INVALIDO EQUAL "NAO"
              ADD 1 TO QTD-TRANS
              MOVE "I" TO TRANS-OPCAO (QTD-TRANS).
              DISPLAY "NOVO NOME DO SOCIO: "
              ACCEPT TRANS-NOME (QTD-TRANS + 1)
              PERFORM CAPTURA-VALOR.
          MOVE ZEROES TO TRANS-MESES (QTD-TRANS + 1).
          IF CAMPO-INVALIDO EQUAL "NAO"
              PERFORM CAPTURA-METODO.
          IF CAMPO-INVALIDO EQUAL "NAO"
              PERFORM CAPTURA-PLANO.
          IF CAMPO-INVALIDO EQUAL "NAO"
              PERFORM CAPTURA-CPF.
          IF CAMPO-INVALIDO EQUAL "NAO"
              ADD 1 TO QTD-TRANS
              MOVE "A" TO TRANS-OPCAO (QTD-TRANS).
              ADD 1 TO QTD-TRANS
              MOVE "E" TO TRANS-OPCAO (QTD-TRANS).

       CAPTURA-TROCA-PLANO.
          IF QTD-TRANS NOT LESS 50
              DISPLAY "LIMITE DE 50 TRANSACOES POR SESSAO ATINGIDO."
              MOVE "SIM" TO CAMPO-INVALIDO
          ELSE
              PERFORM CAPTURA-NUMERO.
          IF CAMPO-INVALIDO EQUAL "NAO"
              DISPLAY "NOVO PLANO E NOVO VALOR DA MENSALIDADE:"
              PERFORM CAPTURA-PLANO.
          IF CAMPO-INVALIDO EQUAL "NAO"
              PERFORM CAPTURA-VALOR.
          IF CAMPO-INVALIDO EQUAL "NAO"
              PERFORM CAPTURA-VIGENCIA.
          IF CAMPO-INVALIDO EQUAL "NAO"
              ADD 1 TO QTD-TRANS
              MOVE ZEROES TO TRANS-PLANO-ANT (QTD-TRANS)
              MOVE "P" TO TRANS-OPCAO (QTD-TRANS).

       CAPTURA-NUMERO.
          MOVE "NAO" TO CAMPO-INVALIDO.
          DISPLAY "NUMERO DO SOCIO (6 DIGITOS): ".
          ELSE
              MOVE ENTRADA-VAL TO TRANS-VALOR (QTD-TRANS + 1).

       CAPTURA-METODO.
          DISPLAY "METODO DE PAGAMENTO (1-DINHEIRO 2-TRANSFERENCIA ".
          DISPLAY "3-CARTAO 4-DEBITO AUTOMATICO 5-DESCONTO EM FOLHA):".
          ACCEPT ENTRADA-MTD.
          IF ENTRADA-MTD NOT NUMERIC
              DISPLAY "METODO INVALIDO - SO ACEITA DIGITOS."
          ELSE
              MOVE DATA-SISTEMA TO TRANS-ADMISSAO (QTD-TRANS + 1).

       CAPTURA-CPF.
          DISPLAY "CPF DO SOCIO (11 DIGITOS, BRANCO = NAO INFORMADO "
              "OU MANTIDO): ".
          MOVE SPACES TO ENTRADA-CPF.
          ACCEPT ENTRADA-CPF.
          IF ENTRADA-CPF EQUAL SPACES
              MOVE ZEROES TO TRANS-CPF (QTD-TRANS + 1)
          ELSE
          IF ENTRADA-CPF NOT NUMERIC
              DISPLAY "CPF INVALIDO - SO ACEITA DIGITOS."
              MOVE "SIM" TO CAMPO-INVALIDO
          ELSE
              MOVE ENTRADA-CPF TO CPF-CONFERE
              CALL "DIGCPF" USING CPF-CONFERE CPF-VALIDO
              IF CPF-VALIDO EQUAL "SIM"
                  MOVE CPF-CONFERE TO TRANS-CPF (QTD-TRANS + 1)
              ELSE
                  DISPLAY "CPF INVALIDO - DIGITO VERIFICADOR NAO "
                      "CONFERE."
                  MOVE "SIM" TO CAMPO-INVALIDO.

       CAPTURA-INDICACAO.
          DISPLAY "SOCIO QUE INDICOU (6 DIGITOS, BRANCO = NENHUM): ".
          ACCEPT ENTRADA-IND.
          IF ENTRADA-IND NUMERIC
              MOVE ENTRADA-IND TO TRANS-INDICADOR (QTD-TRANS + 1)
          ELSE
          IF ENTRADA-IND EQUAL SPACES
              MOVE ZEROES TO TRANS-INDICADOR (QTD-TRANS + 1)
          ELSE
              DISPLAY "NUMERO INVALIDO - SO ACEITA DIGITOS."
              MOVE "SIM" TO CAMPO-INVALIDO.

       CAPTURA-VIGENCIA.
          DISPLAY "DATA DE VIGENCIA NO MES CORRENTE (AAAAMMDD, "
              "BRANCO = HOJE): ".
          ACCEPT ENTRADA-ADM.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          IF ENTRADA-ADM NUMERIC
              MOVE ENTRADA-ADM TO TRANS-VIGENCIA (QTD-TRANS + 1)
          ELSE
              MOVE DATA-SISTEMA TO TRANS-VIGENCIA (QTD-TRANS + 1).

       CAPTURA-PLANO.
          DISPLAY "CODIGO DO PLANO (00 SE SEM PLANO): ".
          ACCEPT ENTRADA-PLA.
              OPEN OUTPUT CADSOC1
              CLOSE CADSOC1
              OPEN I-O CADSOC1.
          OPEN I-O ARQIND.
          IF FS-IND EQUAL "35"
              OPEN OUTPUT ARQIND
              CLOSE ARQIND
              OPEN I-O ARQIND.
          PERFORM APLICA-UMA-TRANS
              VARYING IX-TRANS FROM 1 BY 1
              UNTIL IX-TRANS GREATER THAN QTD-TRANS.
          CLOSE CADSOC1
                ARQIND.

       APLICA-UMA-TRANS.
          MOVE SPACES TO TRANS-IMAGEM-ANT (IX-TRANS).
          MOVE SPACES TO TRANS-IMAGEM-DEP (IX-TRANS).
          IF TRANS-OPCAO (IX-TRANS) EQUAL "I"
              PERFORM INCLUI-SOCIO
          ELSE
              PERFORM ALTERA-SOCIO
          ELSE
          IF TRANS-OPCAO (IX-TRANS) EQUAL "E"
              PERFORM EXCLUI-SOCIO
          ELSE
          IF TRANS-OPCAO (IX-TRANS) EQUAL "P"
              PERFORM TROCA-PLANO.

      *----------------------------------------------------------------
      *    OS MESES DE ATRASO SO MUDAM PELO RAZAO ARQTIT: O FECHAMES
      *    EMITE O TITULO DO MES E O BAIXAREC/ESTORREC BAIXAM. SOCIO
      *    NOVO ENTRA SEM ATRASO; INCLUSAO COM MESES E RECUSADA.
      *----------------------------------------------------------------
       INCLUI-SOCIO.
          IF TRANS-MESES (IX-TRANS) GREATER THAN ZEROES
              DISPLAY "AVISO: INCLUSAO DO SOCIO "
                  TRANS-NUMERO (IX-TRANS)
                  " RECUSADA - MESES DE ATRASO SO PELO FECHAMES E "
                  "BAIXAREC."
              MOVE "SIM" TO TRANS-RECUSADA (IX-TRANS)
          ELSE
              PERFORM GRAVA-SOCIO-NOVO.

       GRAVA-SOCIO-NOVO.
          MOVE TRANS-CODIGO (IX-TRANS) TO CODIGO-PAGAMENTO1.
          MOVE TRANS-NUMERO (IX-TRANS) TO NUMERO-SOCIO1.
          MOVE TRANS-NOME (IX-TRANS) TO NOME-SOCIO1.
          MOVE TRANS-VALOR (IX-TRANS) TO VALOR-PAGAMENTO1.
          MOVE ZEROES TO MESES-ATRASO1.
          MOVE TRANS-METODO (IX-TRANS) TO METODO-PAGAMENTO1.
          MOVE TRANS-PLANO (IX-TRANS) TO PLANO-SOCIO1.
          IF UNIDADE-OPER GREATER THAN ZEROES
          ELSE
              ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
              MOVE DATA-SISTEMA TO DATA-ADMISSAO1.
          MOVE TRANS-CPF (IX-TRANS) TO CPF-SOCIO1.
          WRITE REG-SOC1
              INVALID KEY
                  MOVE "SIM" TO TRANS-DUPLICADA (IX-TRANS)
                      TRANS-NUMERO (IX-TRANS)
                      " JA EXISTE NO CADASTRO.".
          IF TRANS-DUPLICADA (IX-TRANS) EQUAL "NAO"
              PERFORM MONTA-IMAGEM
              MOVE REG-ISO TO TRANS-IMAGEM-DEP (IX-TRANS)
              MOVE "SIM" TO TRANS-APLICADA (IX-TRANS)
              ADD 1 TO QTD-INCLUIDOS
              PERFORM GRAVA-PRORATA
              IF TRANS-INDICADOR (IX-TRANS) GREATER THAN ZEROES
                  PERFORM GRAVA-INDICACAO.

       GRAVA-PRORATA.
          MOVE DATA-ADMISSAO1(7:2) TO DIA-ADMISSAO.
          DISPLAY "PRIMEIRA MENSALIDADE PRO-RATA (" DIAS-PRORATA
              " DIAS): " VALOR-PRORATA.

       GRAVA-INDICACAO.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE TRANS-INDICADOR (IX-TRANS) TO NUMERO-SOCIO1.
          IF TRANS-INDICADOR (IX-TRANS) EQUAL TRANS-NUMERO (IX-TRANS)
              MOVE "SIM" TO NAO-ACHOU
          ELSE
              READ CADSOC1 KEY IS NUMERO-SOCIO1
                  INVALID KEY MOVE "SIM" TO NAO-ACHOU
              END-READ.
          IF NAO-ACHOU EQUAL "SIM"
              DISPLAY "AVISO: SOCIO QUE INDICOU "
                  TRANS-INDICADOR (IX-TRANS)
                  " INVALIDO - INDICACAO NAO REGISTRADA."
          ELSE
          IF CODIGO-PAGAMENTO1 EQUAL 03
              DISPLAY "AVISO: SOCIO QUE INDICOU "
                  TRANS-INDICADOR (IX-TRANS)
                  " CANCELADO - INDICACAO NAO REGISTRADA."
          ELSE
              ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD
              MOVE TRANS-NUMERO (IX-TRANS) TO SOCIO-IND
              MOVE TRANS-INDICADOR (IX-TRANS) TO INDICADOR-IND
              MOVE UNIDADE-SOCIO1 TO UNIDADE-IND
              MOVE DATA-SISTEMA TO DATA-IND
              MOVE OPERADOR-ID TO OPERADOR-IND
              MOVE "P" TO SITUACAO-IND
              MOVE ZEROES TO VALOR-CRED-IND
              MOVE ZEROES TO DATA-CRED-IND
              WRITE REG-IND
                  INVALID KEY
                      DISPLAY "AVISO: SOCIO " TRANS-NUMERO (IX-TRANS)
                          " JA TEM INDICACAO REGISTRADA."
              END-WRITE
              IF FS-IND EQUAL "00"
                  ADD 1 TO QTD-INDICACOES
                  DISPLAY "INDICACAO REGISTRADA PARA O SOCIO "
                      TRANS-INDICADOR (IX-TRANS) ".".

       ALTERA-SOCIO.
          MOVE TRANS-NUMERO (IX-TRANS) TO NUMERO-SOCIO1.
          MOVE "NAO" TO NAO-ACHOU.
                  " DE OUTRA UNIDADE - ALTERACAO RECUSADA."
              MOVE "SIM" TO TRANS-RECUSADA (IX-TRANS)
          ELSE
          IF TRANS-MESES (IX-TRANS) GREATER THAN ZEROES
             AND TRANS-MESES (IX-TRANS) NOT EQUAL MESES-ATRASO1
              DISPLAY "AVISO: SOCIO " TRANS-NUMERO (IX-TRANS)
                  " - MESES DE ATRASO SO PELO FECHAMES E BAIXAREC - "
                  "ALTERACAO RECUSADA."
              MOVE "SIM" TO TRANS-RECUSADA (IX-TRANS)
          ELSE
              PERFORM MONTA-IMAGEM
              MOVE REG-ISO TO TRANS-IMAGEM-ANT (IX-TRANS)
              MOVE TRANS-NOME (IX-TRANS) TO NOME-SOCIO1
              MOVE TRANS-VALOR (IX-TRANS) TO VALOR-PAGAMENTO1
              MOVE TRANS-METODO (IX-TRANS) TO METODO-PAGAMENTO1
              MOVE TRANS-PLANO (IX-TRANS) TO PLANO-SOCIO1
              IF TRANS-CPF (IX-TRANS) GREATER THAN ZEROES
                  MOVE TRANS-CPF (IX-TRANS) TO CPF-SOCIO1
              END-IF
              REWRITE REG-SOC1
              PERFORM MONTA-IMAGEM
              MOVE REG-ISO TO TRANS-IMAGEM-DEP (IX-TRANS)
              MOVE "SIM" TO TRANS-APLICADA (IX-TRANS)
              ADD 1 TO QTD-ALTERADOS.

      *----------------------------------------------------------------
      *    IMAGEM TEXTO DO SOCIO PARA O JORNSOC (ANTES E DEPOIS).
      *----------------------------------------------------------------
       MONTA-IMAGEM.
          MOVE CODIGO-PAGAMENTO1 TO CODIGO-ISO.
          MOVE NUMERO-SOCIO1 TO NUMERO-ISO.
          MOVE NOME-SOCIO1 TO NOME-ISO.
          MOVE VALOR-PAGAMENTO1 TO VALOR-ISO.
          MOVE MESES-ATRASO1 TO MESES-ISO.
          MOVE METODO-PAGAMENTO1 TO METODO-ISO.
          MOVE PLANO-SOCIO1 TO PLANO-ISO.
          MOVE UNIDADE-SOCIO1 TO UNIDADE-ISO.
          MOVE SITUACAO-COBR1 TO SITUACAO-ISO.
          MOVE DATA-ADMISSAO1 TO ADMISSAO-ISO.
          MOVE CPF-SOCIO1 TO CPF-ISO.

       TROCA-PLANO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          IF TRANS-VIGENCIA (IX-TRANS) NOT NUMERIC
             OR TRANS-VIGENCIA (IX-TRANS) EQUAL ZEROES
              MOVE DATA-SISTEMA TO TRANS-VIGENCIA (IX-TRANS).
          MOVE TRANS-VIGENCIA (IX-TRANS)(7:2) TO DIA-VIGENCIA.
          MOVE TRANS-NUMERO (IX-TRANS) TO NUMERO-SOCIO1.
          MOVE "NAO" TO NAO-ACHOU.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "SIM"
              DISPLAY "AVISO: SOCIO " TRANS-NUMERO (IX-TRANS)
                  " NAO ENCONTRADO PARA TROCA DE PLANO."
          ELSE
          IF UNIDADE-OPER GREATER THAN ZEROES
             AND UNIDADE-SOCIO1 NOT EQUAL UNIDADE-OPER
              DISPLAY "AVISO: SOCIO " TRANS-NUMERO (IX-TRANS)
                  " DE OUTRA UNIDADE - TROCA DE PLANO RECUSADA."
              MOVE "SIM" TO TRANS-RECUSADA (IX-TRANS)
          ELSE
          IF CODIGO-PAGAMENTO1 EQUAL 03 OR CODIGO-PAGAMENTO1 EQUAL 04
              DISPLAY "AVISO: SOCIO " TRANS-NUMERO (IX-TRANS)
                  " CANCELADO OU NEGOCIADO - TROCA DE PLANO RECUSADA."
              MOVE "SIM" TO TRANS-RECUSADA (IX-TRANS)
          ELSE
          IF TRANS-VIGENCIA (IX-TRANS)(1:6) NOT EQUAL
             DATA-SISTEMA(1:6)
             OR DIA-VIGENCIA EQUAL ZEROES
             OR DIA-VIGENCIA GREATER THAN 31
              DISPLAY "AVISO: SOCIO " TRANS-NUMERO (IX-TRANS)
                  " VIGENCIA " TRANS-VIGENCIA (IX-TRANS)
                  " FORA DO MES CORRENTE - TROCA DE PLANO RECUSADA."
              MOVE "SIM" TO TRANS-RECUSADA (IX-TRANS)
          ELSE
              MOVE PLANO-SOCIO1 TO TRANS-PLANO-ANT (IX-TRANS)
              PERFORM MONTA-IMAGEM
              MOVE REG-ISO TO TRANS-IMAGEM-ANT (IX-TRANS)
              PERFORM GRAVA-PRORATA-TROCA
              MOVE TRANS-VALOR (IX-TRANS) TO VALOR-PAGAMENTO1
              MOVE TRANS-PLANO (IX-TRANS) TO PLANO-SOCIO1
              REWRITE REG-SOC1
              PERFORM MONTA-IMAGEM
              MOVE REG-ISO TO TRANS-IMAGEM-DEP (IX-TRANS)
              MOVE "SIM" TO TRANS-APLICADA (IX-TRANS)
              ADD 1 TO QTD-TROCAS.

       GRAVA-PRORATA-TROCA.
          COMPUTE DIAS-PRORATA = 30 - DIA-VIGENCIA + 1.
          IF DIAS-PRORATA GREATER THAN 30
              MOVE 30 TO DIAS-PRORATA.
          IF DIAS-PRORATA EQUAL ZEROES
              MOVE 1 TO DIAS-PRORATA.
          IF TRANS-VALOR (IX-TRANS) GREATER THAN VALOR-PAGAMENTO1
              MOVE "+" TO SINAL-TROCA
              COMPUTE VALOR-PRORATA ROUNDED =
                  (TRANS-VALOR (IX-TRANS) - VALOR-PAGAMENTO1)
                  * DIAS-PRORATA / 30
          ELSE
              MOVE "-" TO SINAL-TROCA
              COMPUTE VALOR-PRORATA ROUNDED =
                  (VALOR-PAGAMENTO1 - TRANS-VALOR (IX-TRANS))
                  * DIAS-PRORATA / 30.
          IF VALOR-PRORATA EQUAL ZEROES
              DISPLAY "TROCA DE PLANO SEM DIFERENCA NO VALOR - "
                  "NADA A COBRAR OU CREDITAR."
          ELSE
              OPEN EXTEND PRORATA
              MOVE SPACES TO REG-PRO
              MOVE TRANS-NUMERO (IX-TRANS) TO SOCIO-PRO
              MOVE TRANS-VIGENCIA (IX-TRANS)(1:6) TO COMPET-PRO
              MOVE VALOR-PRORATA TO VALOR-PRO
              MOVE "P" TO TIPO-PRO
              MOVE SINAL-TROCA TO SINAL-PRO
              MOVE TRANS-VIGENCIA (IX-TRANS) TO DATA-VIG-PRO
              MOVE PLANO-SOCIO1 TO PLANO-ANT-PRO
              MOVE TRANS-PLANO (IX-TRANS) TO PLANO-NOVO-PRO
              MOVE ZEROES TO COMPET-FAT-PRO
              WRITE REG-PRO
              CLOSE PRORATA
              IF SINAL-TROCA EQUAL "+"
                  DISPLAY "DIFERENCA PRO-RATA A COBRAR NO PROXIMO "
                      "FECHAMENTO (" DIAS-PRORATA " DIAS): "
                      VALOR-PRORATA
              ELSE
                  DISPLAY "DIFERENCA PRO-RATA A CREDITAR NO PROXIMO "
                      "FECHAMENTO (" DIAS-PRORATA " DIAS): "
                      VALOR-PRORATA.

       EXCLUI-SOCIO.
          MOVE TRANS-NUMERO (IX-TRANS) TO NUMERO-SOCIO1.
          MOVE "NAO" TO NAO-ACHOU.
              DISPLAY "AVISO: EXCLUSAO EXIGE NIVEL 2 - RECUSADA."
              MOVE "SIM" TO TRANS-RECUSADA (IX-TRANS)
          ELSE
              PERFORM MONTA-IMAGEM
              MOVE REG-ISO TO TRANS-IMAGEM-ANT (IX-TRANS)
              DELETE CADSOC1 RECORD
              MOVE "SIM" TO TRANS-APLICADA (IX-TRANS)
              ADD 1 TO QTD-EXCLUIDOS.
          DISPLAY "INCLUIDOS: " QTD-INCLUIDOS.
          DISPLAY "ALTERADOS: " QTD-ALTERADOS.
          DISPLAY "EXCLUIDOS: " QTD-EXCLUIDOS.
          DISPLAY "PLANOS TROCADOS: " QTD-TROCAS.
          DISPLAY "INDICACOES: " QTD-INDICACOES.

       GRAVA-JORNAL.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          IF TRANS-OPCAO (IX-TRANS) EQUAL "I"
              IF TRANS-DUPLICADA (IX-TRANS) EQUAL "SIM"
                  MOVE "REJ-DUPLICADA " TO JSO-DISPOSICAO
              ELSE
              IF TRANS-RECUSADA (IX-TRANS) EQUAL "SIM"
                  MOVE "RECUSADA      " TO JSO-DISPOSICAO
              ELSE
                  MOVE "INCLUIDA      " TO JSO-DISPOSICAO.
          IF TRANS-OPCAO (IX-TRANS) NOT EQUAL "I"
                  MOVE "RECUSADA      " TO JSO-DISPOSICAO
              ELSE
                  MOVE "NAO-ENCONTRADA" TO JSO-DISPOSICAO.
          IF TRANS-OPCAO (IX-TRANS) EQUAL "P"
              MOVE TRANS-VIGENCIA (IX-TRANS) TO JSO-VIGENCIA
              MOVE TRANS-PLANO-ANT (IX-TRANS) TO JSO-PLANO-ANT
              MOVE TRANS-PLANO (IX-TRANS) TO JSO-PLANO-NOVO.
          MOVE TRANS-IMAGEM-ANT (IX-TRANS) TO JSO-IMAGEM-ANT.
          MOVE TRANS-IMAGEM-DEP (IX-TRANS) TO JSO-IMAGEM-DEP.
          PERFORM SELA-JORNAL.
          WRITE REG-JSO.

      *----------------------------------------------------------------
      *    SEQUENCIA E CONFERENCIA ENCADEADA DA LINHA (SELAJOR).
      *----------------------------------------------------------------
       SELA-JORNAL.
          MOVE "S" TO FUNCAO-SELO.
          MOVE "JORNSOC" TO JORNAL-SELO.
          MOVE REG-JSO(1:213) TO TEXTO-SELO.
          MOVE 213 TO TAMANHO-SELO.
          CALL "SELAJOR" USING FUNCAO-SELO JORNAL-SELO TEXTO-SELO
              TAMANHO-SELO SEQ-SELO CHK-SELO.
          MOVE SEQ-SELO TO JSO-SEQ.
          MOVE CHK-SELO TO JSO-CHK.
