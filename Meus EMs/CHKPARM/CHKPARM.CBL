       IDENTIFICATION DIVISION.
          PROGRAM-ID.      CHKPARM.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONFERENCIA DOS ARQUIVOS DE PARAMETRO ANTES DA ROTINA
      *NOTURNA. PRIMEIRO APLICA AS ALTERACOES PROGRAMADAS NO MANPARM
      *CUJA VIGENCIA CHEGOU (ARQHPAR.DAT, REGHPR): A LINHA OU O CAMPO
      *SO MUDA SE AINDA ESTA COMO NO REGISTRO DA ALTERACAO; JA
      *APLICADA E PULADA E ARQUIVO MEXIDO POR FORA SAI NO RELATORIO
      *SEM SER ALTERADO. DEPOIS CONFERE CADA ARQUIVO DO CATALOGO
      *TABPARM: LINHA MAIOR QUE O REGISTRO, CHAVE REPETIDA, LINHA A
      *MAIS NOS ARQUIVOS DE UM REGISTRO SO E CADA CAMPO PELO VALPARM
      *(NUMERICO E FAIXA, DATA, TEXTO OBRIGATORIO, CODIGO DA LISTA).
      *ARQUIVO AUSENTE SO E LISTADO - O PROGRAMA USA O SEU PADRAO. O
      *RELCPAR TRAZ UMA LINHA POR ARQUIVO E UMA POR OCORRENCIA.
      *CODIGO 8 QUANDO HA ERRO EM ARQUIVO LIDO PELA ROTINA NOTURNA (O
      *EXECDIA RECUSA A ROTINA), 4 QUANDO O ERRO E SO EM ARQUIVO DE
      *PROGRAMA SOB DEMANDA OU HA ALTERACAO PROGRAMADA NAO APLICADA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL ARQHPAR ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQPRM ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELCPAR ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  ARQHPAR
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQHPAR.DAT".
          COPY REGHPR.

       FD  ARQPRM
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS NOME-PRM.
          01 REG-PRM                   PIC X(40).

       FD  RELCPAR
          LABEL RECORD IS OMITTED.
          01  REGCPAR     PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  NOME-PRM           PIC X(22) VALUE SPACES.
       77  FIM-HPR            PIC X(03) VALUE "NAO".
       77  FIM-PRM            PIC X(03) VALUE "NAO".
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  ALTEROU            PIC X(03) VALUE "NAO".
       77  ARQUIVO-BUSCA      PIC X(08) VALUE SPACES.
       77  CHAVE-BUSCA        PIC X(17) VALUE SPACES.
       77  CAMPO-BUSCA        PIC X(12) VALUE SPACES.
       77  TAM-CHAVE          PIC 9(02) VALUE ZEROES.
       77  POS-CAMPO          PIC 9(02) VALUE ZEROES.
       77  TAM-CAMPO          PIC 9(02) VALUE ZEROES.
       77  QTD-LINHAS         PIC 9(02) VALUE ZEROES.
       77  IX-LIN             PIC 9(02) VALUE ZEROES.
       77  IX-LIN2            PIC 9(02) VALUE ZEROES.
       77  IX-LIN-ACHADO      PIC 9(02) VALUE ZEROES.
       77  IX-ARQ             PIC 9(02) VALUE ZEROES.
       77  IX-ARQ-ACHADO      PIC 9(02) VALUE ZEROES.
       77  IX-CPM             PIC 9(03) VALUE ZEROES.
       77  IX-CPM-ACHADO      PIC 9(03) VALUE ZEROES.
       77  VALOR-CAMPO        PIC X(33) VALUE SPACES.
       77  MOTIVO-VAL         PIC X(30) VALUE SPACES.
       77  ERROS-ARQUIVO      PIC 9(04) VALUE ZEROES.
       77  CONTADOR-ARQUIVOS  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-ERROS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-ERR-NOITE PIC 9(06) VALUE ZEROES.
       77  CONTADOR-AUSENTES  PIC 9(06) VALUE ZEROES.
       77  CONTADOR-APLICADAS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CONFLITOS PIC 9(06) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 TAB-LINHAS.
          02 LIN-TEXTO OCCURS 50 TIMES PIC X(40).

          COPY TABPARM.

       01 CAB-01.
          02 FILLER    PIC X(21) VALUE SPACES.
          02 FILLER    PIC X(18) VALUE "CONFERENCIA DOS PA".
          02 FILLER    PIC X(12) VALUE "RAMETROS    ".
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "ARQUIVO ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(03)  VALUE "LIN".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(12)  VALUE "CAMPO       ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(14)  VALUE "VALOR         ".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(10)  VALUE "OCORRENCIA".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-04.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 TOT-ROTULO PIC X(26).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-QTD   PIC ZZZZZ9.

       01 DETALHE.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-ARQ   PIC X(08).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-LIN   PIC ZZ9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-CAMPO PIC X(12).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-VALOR PIC X(14).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-OCO   PIC X(37).

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

       PGM-CHKPARM.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN OUTPUT RELCPAR.
          PERFORM CABECALHO.
          PERFORM APLICA-PROGRAMADAS.
          PERFORM CONFERE-ARQUIVO
              VARYING IX-ARQ FROM 1 BY 1
              UNTIL IX-ARQ GREATER THAN QTD-ARQPARM.
          PERFORM TERMINO.
          STOP RUN.

      *----------------------------------------------------------------
      *    ALTERACOES PROGRAMADAS (VIGENCIA POSTERIOR AO REGISTRO) QUE
      *    JA ENTRARAM EM VIGOR.
      *----------------------------------------------------------------
       APLICA-PROGRAMADAS.
          OPEN INPUT ARQHPAR.
          PERFORM LE-HISTORICO.
          PERFORM TRATA-PROGRAMADA UNTIL FIM-HPR EQUAL "SIM".
          CLOSE ARQHPAR.

       LE-HISTORICO.
          READ ARQHPAR AT END MOVE "SIM" TO FIM-HPR.

       TRATA-PROGRAMADA.
          IF VIGENCIA-HPR NUMERIC
             AND DATA-REG-HPR NUMERIC
             AND VIGENCIA-HPR GREATER THAN DATA-REG-HPR
             AND VIGENCIA-HPR NOT GREATER DATA-SISTEMA
              PERFORM APLICA-ALTERACAO.
          PERFORM LE-HISTORICO.

       APLICA-ALTERACAO.
          MOVE "NAO" TO ALTEROU.
          MOVE SPACES TO DET-OCO.
          MOVE ZEROES TO IX-LIN-ACHADO.
          MOVE ARQUIVO-HPR TO ARQUIVO-BUSCA.
          PERFORM LOCALIZA-ARQUIVO.
          IF IX-ARQ-ACHADO EQUAL ZEROES
              MOVE "ARQUIVO FORA DO CATALOGO" TO DET-OCO
          ELSE
              PERFORM CARREGA-ARQUIVO
              IF TABELA-CHEIA EQUAL "SIM"
                  MOVE "ARQUIVO COM MAIS DE 50 LINHAS" TO DET-OCO
              ELSE
                  MOVE CHAVE-HPR TO CHAVE-BUSCA
                  PERFORM LOCALIZA-LINHA
                  IF CAMPO-HPR EQUAL "*LINHA*"
                      PERFORM APLICA-LINHA
                  ELSE
                      PERFORM APLICA-CAMPO.
          IF ALTEROU EQUAL "SIM"
              PERFORM GRAVA-ARQUIVO
              ADD 1 TO CONTADOR-APLICADAS
              MOVE "ALTERACAO PROGRAMADA APLICADA" TO DET-OCO.
          IF DET-OCO NOT EQUAL SPACES
              IF ALTEROU NOT EQUAL "SIM"
                  ADD 1 TO CONTADOR-CONFLITOS
              END-IF
              MOVE ARQUIVO-HPR TO DET-ARQ
              MOVE IX-LIN-ACHADO TO DET-LIN
              MOVE CAMPO-HPR TO DET-CAMPO
              MOVE VALOR-NOVO-HPR TO DET-VALOR
              PERFORM IMPRIME-DETALHE.

      *----------------------------------------------------------------
      *    INCLUSAO (VALOR NOVO PREENCHIDO) OU EXCLUSAO DE LINHA.
      *----------------------------------------------------------------
       APLICA-LINHA.
          IF VALOR-NOVO-HPR NOT EQUAL SPACES
              IF IX-LIN-ACHADO EQUAL ZEROES
                  IF QTD-LINHAS NOT LESS 50
                      MOVE "ARQUIVO COM MAIS DE 50 LINHAS" TO DET-OCO
                  ELSE
                      ADD 1 TO QTD-LINHAS
                      MOVE VALOR-NOVO-HPR TO LIN-TEXTO (QTD-LINHAS)
                      MOVE "SIM" TO ALTEROU
                  END-IF
              ELSE
              IF LIN-TEXTO (IX-LIN-ACHADO)(1:33)
                 NOT EQUAL VALOR-NOVO-HPR
                  MOVE "INCLUSAO NAO APLICADA - CHAVE JA EXISTE"
                      TO DET-OCO
              END-IF
              END-IF
          ELSE
              IF IX-LIN-ACHADO GREATER THAN ZEROES
                  IF LIN-TEXTO (IX-LIN-ACHADO)(1:33)
                     EQUAL VALOR-ANT-HPR
                      PERFORM REMOVE-LINHA
                      MOVE "SIM" TO ALTEROU
                  ELSE
                      MOVE "EXCLUSAO NAO APLICADA - LINHA DIFERE"
                          TO DET-OCO.

       APLICA-CAMPO.
          MOVE ARQUIVO-HPR TO ARQUIVO-BUSCA.
          MOVE CAMPO-HPR TO CAMPO-BUSCA.
          PERFORM LOCALIZA-CAMPO.
          IF IX-CPM-ACHADO EQUAL ZEROES
              MOVE "CAMPO FORA DO CATALOGO" TO DET-OCO
          ELSE
          IF IX-LIN-ACHADO EQUAL ZEROES
              MOVE "ALTERACAO NAO APLICADA - SEM A LINHA" TO DET-OCO
          ELSE
              MOVE CPM-POSICAO (IX-CPM-ACHADO) TO POS-CAMPO
              MOVE CPM-TAMANHO (IX-CPM-ACHADO) TO TAM-CAMPO
              IF LIN-TEXTO (IX-LIN-ACHADO)(POS-CAMPO:TAM-CAMPO)
                 EQUAL VALOR-ANT-HPR(1:TAM-CAMPO)
                  MOVE VALOR-NOVO-HPR(1:TAM-CAMPO)
                      TO LIN-TEXTO (IX-LIN-ACHADO)(POS-CAMPO:TAM-CAMPO)
                  MOVE "SIM" TO ALTEROU
              ELSE
              IF LIN-TEXTO (IX-LIN-ACHADO)(POS-CAMPO:TAM-CAMPO)
                 NOT EQUAL VALOR-NOVO-HPR(1:TAM-CAMPO)
                  MOVE "ALTERACAO NAO APLICADA - VALOR DIFERE"
                      TO DET-OCO.

       REMOVE-LINHA.
          IF IX-LIN-ACHADO LESS THAN QTD-LINHAS
              PERFORM DESLOCA-LINHA
                  VARYING IX-LIN FROM IX-LIN-ACHADO BY 1
                  UNTIL IX-LIN NOT LESS QTD-LINHAS.
          MOVE SPACES TO LIN-TEXTO (QTD-LINHAS).
          SUBTRACT 1 FROM QTD-LINHAS.

       DESLOCA-LINHA.
          MOVE LIN-TEXTO (IX-LIN + 1) TO LIN-TEXTO (IX-LIN).

      *----------------------------------------------------------------
      *    CONFERENCIA DE UM ARQUIVO DO CATALOGO.
      *----------------------------------------------------------------
       CONFERE-ARQUIVO.
          ADD 1 TO CONTADOR-ARQUIVOS.
          MOVE IX-ARQ TO IX-ARQ-ACHADO.
          PERFORM CARREGA-ARQUIVO.
          MOVE ZEROES TO ERROS-ARQUIVO.
          MOVE ARP-CODIGO (IX-ARQ) TO DET-ARQ.
          MOVE ZEROES TO DET-LIN.
          MOVE SPACES TO DET-CAMPO DET-VALOR.
          IF TABELA-CHEIA EQUAL "SIM"
              MOVE "ARQUIVO COM MAIS DE 50 LINHAS" TO DET-OCO
              PERFORM REGISTRA-ERRO.
          IF QTD-LINHAS EQUAL ZEROES
              ADD 1 TO CONTADOR-AUSENTES
              MOVE "AUSENTE OU VAZIO - VALE O PADRAO" TO DET-OCO
              PERFORM IMPRIME-DETALHE
          ELSE
              IF ARP-TAM-CHAVE (IX-ARQ) EQUAL ZEROES
                 AND QTD-LINHAS GREATER THAN 1
                  MOVE "MAIS DE UMA LINHA" TO DET-OCO
                  PERFORM REGISTRA-ERRO
              END-IF
              PERFORM CONFERE-LINHA
                  VARYING IX-LIN FROM 1 BY 1
                  UNTIL IX-LIN GREATER THAN QTD-LINHAS
              IF ERROS-ARQUIVO EQUAL ZEROES
                  MOVE ARP-CODIGO (IX-ARQ) TO DET-ARQ
                  MOVE QTD-LINHAS TO DET-LIN
                  MOVE SPACES TO DET-CAMPO DET-VALOR
                  MOVE "CONFERIDO" TO DET-OCO
                  PERFORM IMPRIME-DETALHE.
          IF ERROS-ARQUIVO GREATER THAN ZEROES
             AND ARP-NOITE (IX-ARQ) EQUAL "S"
              ADD 1 TO CONTADOR-ERR-NOITE.

       CONFERE-LINHA.
          MOVE ARP-TAM-CHAVE (IX-ARQ) TO TAM-CHAVE.
          MOVE ARP-TAM-LINHA (IX-ARQ) TO POS-CAMPO.
          MOVE IX-LIN TO DET-LIN.
          MOVE SPACES TO DET-CAMPO DET-VALOR.
          IF POS-CAMPO LESS THAN 40
             AND LIN-TEXTO (IX-LIN)(POS-CAMPO + 1:40 - POS-CAMPO)
                 NOT EQUAL SPACES
              MOVE "LINHA MAIOR QUE O REGISTRO" TO DET-OCO
              PERFORM REGISTRA-ERRO.
          IF TAM-CHAVE GREATER THAN ZEROES AND IX-LIN GREATER THAN 1
              PERFORM TESTA-REPETIDA
                  VARYING IX-LIN2 FROM 1 BY 1
                  UNTIL IX-LIN2 NOT LESS IX-LIN.
          PERFORM CONFERE-CAMPO
              VARYING IX-CPM FROM 1 BY 1
              UNTIL IX-CPM GREATER THAN QTD-CAMPARM.

       TESTA-REPETIDA.
          IF LIN-TEXTO (IX-LIN2)(1:TAM-CHAVE)
             EQUAL LIN-TEXTO (IX-LIN)(1:TAM-CHAVE)
              MOVE IX-LIN TO DET-LIN
              MOVE SPACES TO DET-CAMPO
              MOVE LIN-TEXTO (IX-LIN)(1:TAM-CHAVE) TO DET-VALOR
              MOVE "CHAVE REPETIDA" TO DET-OCO
              PERFORM REGISTRA-ERRO.

       CONFERE-CAMPO.
          IF CPM-ARQUIVO (IX-CPM) EQUAL ARP-CODIGO (IX-ARQ)
              MOVE CPM-POSICAO (IX-CPM) TO POS-CAMPO
              MOVE CPM-TAMANHO (IX-CPM) TO TAM-CAMPO
              MOVE SPACES TO VALOR-CAMPO
              MOVE LIN-TEXTO (IX-LIN)(POS-CAMPO:TAM-CAMPO)
                  TO VALOR-CAMPO
              CALL "VALPARM" USING CPM-TIPO (IX-CPM)
                  CPM-TAMANHO (IX-CPM) CPM-DECIMAIS (IX-CPM)
                  CPM-MINIMO (IX-CPM) CPM-MAXIMO (IX-CPM)
                  CPM-LISTA (IX-CPM) VALOR-CAMPO MOTIVO-VAL
              IF MOTIVO-VAL NOT EQUAL SPACES
                  MOVE IX-LIN TO DET-LIN
                  MOVE CPM-NOME (IX-CPM) TO DET-CAMPO
                  MOVE VALOR-CAMPO TO DET-VALOR
                  MOVE MOTIVO-VAL TO DET-OCO
                  PERFORM REGISTRA-ERRO.

       REGISTRA-ERRO.
          ADD 1 TO ERROS-ARQUIVO.
          ADD 1 TO CONTADOR-ERROS.
          MOVE ARP-CODIGO (IX-ARQ) TO DET-ARQ.
          PERFORM IMPRIME-DETALHE.

      *----------------------------------------------------------------
      *    ROTINAS COMUNS DE CATALOGO E DE ARQUIVO DE PARAMETRO.
      *----------------------------------------------------------------
       LOCALIZA-ARQUIVO.
          MOVE ZEROES TO IX-ARQ-ACHADO.
          PERFORM TESTA-ARQUIVO
              VARYING IX-ARQ FROM 1 BY 1
              UNTIL IX-ARQ GREATER THAN QTD-ARQPARM
                 OR IX-ARQ-ACHADO GREATER THAN ZEROES.

       TESTA-ARQUIVO.
          IF ARP-CODIGO (IX-ARQ) EQUAL ARQUIVO-BUSCA
              MOVE IX-ARQ TO IX-ARQ-ACHADO.

       LOCALIZA-CAMPO.
          MOVE ZEROES TO IX-CPM-ACHADO.
          PERFORM TESTA-CAMPO
              VARYING IX-CPM FROM 1 BY 1
              UNTIL IX-CPM GREATER THAN QTD-CAMPARM
                 OR IX-CPM-ACHADO GREATER THAN ZEROES.

       TESTA-CAMPO.
          IF CPM-ARQUIVO (IX-CPM) EQUAL ARQUIVO-BUSCA
             AND CPM-NOME (IX-CPM) EQUAL CAMPO-BUSCA
              MOVE IX-CPM TO IX-CPM-ACHADO.

      *----------------------------------------------------------------
      *    ARQUIVO DE UM REGISTRO SO: A LINHA E A PRIMEIRA.
      *----------------------------------------------------------------
       LOCALIZA-LINHA.
          MOVE ZEROES TO IX-LIN-ACHADO.
          MOVE ARP-TAM-CHAVE (IX-ARQ-ACHADO) TO TAM-CHAVE.
          IF TAM-CHAVE EQUAL ZEROES
              IF QTD-LINHAS GREATER THAN ZEROES
                  MOVE 1 TO IX-LIN-ACHADO
              END-IF
          ELSE
          IF QTD-LINHAS GREATER THAN ZEROES
              PERFORM TESTA-LINHA
                  VARYING IX-LIN FROM 1 BY 1
                  UNTIL IX-LIN GREATER THAN QTD-LINHAS
                     OR IX-LIN-ACHADO GREATER THAN ZEROES.

       TESTA-LINHA.
          IF LIN-TEXTO (IX-LIN)(1:TAM-CHAVE)
             EQUAL CHAVE-BUSCA(1:TAM-CHAVE)
              MOVE IX-LIN TO IX-LIN-ACHADO.

       CARREGA-ARQUIVO.
          MOVE ARP-CAMINHO (IX-ARQ-ACHADO) TO NOME-PRM.
          MOVE ZEROES TO QTD-LINHAS.
          MOVE SPACES TO TAB-LINHAS.
          MOVE "NAO" TO TABELA-CHEIA FIM-PRM.
          OPEN INPUT ARQPRM.
          PERFORM LE-PARAMETRO.
          PERFORM GUARDA-LINHA UNTIL FIM-PRM EQUAL "SIM".
          CLOSE ARQPRM.

       LE-PARAMETRO.
          READ ARQPRM AT END MOVE "SIM" TO FIM-PRM.

       GUARDA-LINHA.
          IF REG-PRM NOT EQUAL SPACES
              IF QTD-LINHAS NOT LESS 50
                  MOVE "SIM" TO TABELA-CHEIA
                  MOVE "SIM" TO FIM-PRM
              ELSE
                  ADD 1 TO QTD-LINHAS
                  MOVE REG-PRM TO LIN-TEXTO (QTD-LINHAS).
          IF FIM-PRM NOT EQUAL "SIM"
              PERFORM LE-PARAMETRO.

       GRAVA-ARQUIVO.
          MOVE ARP-CAMINHO (IX-ARQ-ACHADO) TO NOME-PRM.
          OPEN OUTPUT ARQPRM.
          IF QTD-LINHAS GREATER THAN ZEROES
              PERFORM GRAVA-LINHA
                  VARYING IX-LIN FROM 1 BY 1
                  UNTIL IX-LIN GREATER THAN QTD-LINHAS.
          CLOSE ARQPRM.

       GRAVA-LINHA.
          MOVE LIN-TEXTO (IX-LIN) TO REG-PRM.
          WRITE REG-PRM.

       IMPRIME-DETALHE.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGCPAR FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGCPAR.
          WRITE REGCPAR AFTER ADVANCING PAGE.
          WRITE REGCPAR FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGCPAR FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGCPAR FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          MOVE "ARQUIVOS CONFERIDOS......:" TO TOT-ROTULO.
          MOVE CONTADOR-ARQUIVOS TO TOT-QTD.
          WRITE REGCPAR FROM CAB-04 AFTER ADVANCING 2 LINES.
          MOVE "AUSENTES OU VAZIOS.......:" TO TOT-ROTULO.
          MOVE CONTADOR-AUSENTES TO TOT-QTD.
          WRITE REGCPAR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "OCORRENCIAS DE ERRO......:" TO TOT-ROTULO.
          MOVE CONTADOR-ERROS TO TOT-QTD.
          WRITE REGCPAR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "ARQ. DA NOITE COM ERRO...:" TO TOT-ROTULO.
          MOVE CONTADOR-ERR-NOITE TO TOT-QTD.
          WRITE REGCPAR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "PROGRAMADAS APLICADAS....:" TO TOT-ROTULO.
          MOVE CONTADOR-APLICADAS TO TOT-QTD.
          WRITE REGCPAR FROM CAB-04 AFTER ADVANCING 1 LINE.
          MOVE "PROGRAMADAS NAO APLICADAS:" TO TOT-ROTULO.
          MOVE CONTADOR-CONFLITOS TO TOT-QTD.
          WRITE REGCPAR FROM CAB-04 AFTER ADVANCING 1 LINE.
          CLOSE RELCPAR.
          PERFORM GRAVA-LOG.
          DISPLAY "CONFERENCIA DOS PARAMETROS ENCERRADA.".
          DISPLAY "ARQUIVOS CONFERIDOS..: " CONTADOR-ARQUIVOS.
          DISPLAY "OCORRENCIAS DE ERRO..: " CONTADOR-ERROS.
          DISPLAY "PROGRAMADAS APLICADAS: " CONTADOR-APLICADAS.
          IF CONTADOR-ERR-NOITE GREATER THAN ZEROES
              DISPLAY "PARAMETRO DA ROTINA NOTURNA COM ERRO - "
                  "CONFERIR RELCPAR."
              MOVE 8 TO RETURN-CODE
          ELSE
          IF CONTADOR-ERROS GREATER THAN ZEROES
             OR CONTADOR-CONFLITOS GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "CHKPARM"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-ARQUIVOS      TO LOG-LIDOS.
          MOVE "ERROS"                TO LOG-ARQ1-NOME.
          MOVE CONTADOR-ERROS         TO LOG-ARQ1-QTD.
          MOVE "APLICADA"             TO LOG-ARQ2-NOME.
          MOVE CONTADOR-APLICADAS     TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
