      *ASSUME 8,0) VIRA MOVIMENTO NO ARQMOV.DAT DA FOLHA: HEX PARA
      *AS HORAS EXTRAS E FAL PARA AS HORAS EM FALTA, NO MESMO
      *LAYOUT QUE O EX06 CONSOME - AS HORAS QUE CHEGAM A FOLHA
      *PASSAM A VIR DO RELOGIO, NAO DE PLANILHA. UMA LINHA DE
      *HEADER OU TRAILER (HDR/TRL, CONFERIDA NA CHEGADA PELO
      *CHEGARQ) E IGNORADA NA CARGA. PELO ACORDO COLETIVO A DIFERENCA
      *DO MES VAI PARA O BANCO DE HORAS (ARQBCO.DAT DA FOLHA, UM LOTE
      *POR FUNCIONARIO E COMPETENCIA DAS BATIDAS): PRIMEIRO COMPENSA
      *OS LOTES ABERTOS DE SINAL CONTRARIO, DO MAIS ANTIGO PARA O MAIS
      *NOVO; SO O QUE PASSAR DO LIMITE DO BANCO (PARMBCO.DAT - HORAS E
      *PRAZO EM MESES, AUSENTE ASSUME 40 HORAS E 6 MESES) VIRA HEX OU
      *FAL NO ARQMOV. LOTE COM SALDO NO MES DO VENCIMENTO E PAGO (HEX)
      *OU DESCONTADO (FAL) NA FOLHA. COMPETENCIA JA POSTADA NO BANCO
      *RECUSA A CARGA INTEIRA (RETURN-CODE 8), SEM GRAVAR NADA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMJORN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMBCO ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQMOV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQBCO ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-BCO
          FILE STATUS IS FS-BCO.
          SELECT RELPONTO ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          01 REG-PARMJORN.
          02 HORAS-DIA-PARM            PIC 9(02)V9(01).

       FD  PARMBCO
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMBCO.DAT".
          01 REG-PARMBCO.
          02 LIMITE-HORAS-PARM         PIC 9(03).
          02 PRAZO-MESES-PARM          PIC 9(02).

       FD  ARQMOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQMOV.DAT".
          02 HORAS-MVP                 PIC 9(03)V9(01).
          02 VALOR-MVP                 PIC 9(05)V9(02).

       FD  ARQBCO
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQBCO.DAT".
          COPY REGBCO.

       FD  RELPONTO
          LABEL RECORD IS OMITTED.
          01  REGPONTO    PIC X(80).
       77  CONTADOR-PARES     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-INCOMP    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-MOV       PIC 9(06) VALUE ZEROES.
       77  FS-BCO             PIC X(02) VALUE "00".
       77  FIM-BCO            PIC X(03) VALUE "NAO".
       77  FIM-PARM-BCO       PIC X(03) VALUE "NAO".
       77  LOTE-REPETIDO      PIC X(03) VALUE "NAO".
       77  LIMITE-HORAS       PIC 9(03) VALUE 40.
       77  LIMITE-MINUTOS     PIC 9(06) VALUE ZEROES.
       77  PRAZO-MESES        PIC 9(02) VALUE 6.
       77  COMPET-PONTO       PIC 9(06) VALUE ZEROES.
       77  MINUTOS-RESTANTES  PIC S9(06) VALUE ZEROES.
       77  MINUTOS-ABATER     PIC 9(06) VALUE ZEROES.
       77  MINUTOS-SALDO-ABS  PIC 9(06) VALUE ZEROES.
       77  MINUTOS-REST-ABS   PIC 9(06) VALUE ZEROES.
       77  MINUTOS-COMPENS    PIC 9(06) VALUE ZEROES.
       77  MINUTOS-EXCEDENTE  PIC 9(06) VALUE ZEROES.
       77  MINUTOS-MOVIMENTO  PIC 9(06) VALUE ZEROES.
       77  SALDO-BANCO        PIC S9(07) VALUE ZEROES.
       77  SALDO-PROJETADO    PIC S9(07) VALUE ZEROES.
       77  MATRICULA-MOV      PIC 9(05) VALUE ZEROES.
       77  EVENTO-MOV         PIC X(03) VALUE SPACES.
       77  ANO-VENC           PIC 9(04) VALUE ZEROES.
       77  MES-VENC           PIC 9(02) VALUE ZEROES.
       77  MESES-VENC         PIC 9(06) VALUE ZEROES.
       77  CONTADOR-LOTES     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-VENC      PIC 9(06) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-MOV   PIC 9(05).

       01 CAB-06.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "LOTES NO BANCO DE HORAS..:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-LOT   PIC 9(05).

       01 CAB-07.
          02 FILLER    PIC X(05)  VALUE SPACES.
          02 FILLER    PIC X(26)  VALUE "LOTES VENCIDOS...........:".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-VEN   PIC 9(05).

       01 DETALHE.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 DET-MAT   PIC 9(05).

       PGM-IMPPONTO.
          PERFORM LE-PARAMETRO.
          PERFORM LE-PARAMETRO-BANCO.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          PERFORM FECHA-ULTIMO-DIA.
          PERFORM ABRE-BANCO.
          PERFORM CONFERE-COMPETENCIA.
          PERFORM GERA-MOVIMENTOS.
          PERFORM TERMINO.
          STOP RUN.
          CLOSE PARMJORN.
          COMPUTE MINUTOS-JORNADA = HORAS-JORNADA * 60.

       LE-PARAMETRO-BANCO.
          OPEN INPUT PARMBCO.
          READ PARMBCO AT END MOVE "SIM" TO FIM-PARM-BCO.
          IF FIM-PARM-BCO NOT EQUAL "SIM"
              IF LIMITE-HORAS-PARM NUMERIC
                 AND LIMITE-HORAS-PARM GREATER THAN ZEROES
                  MOVE LIMITE-HORAS-PARM TO LIMITE-HORAS.
          IF FIM-PARM-BCO NOT EQUAL "SIM"
              IF PRAZO-MESES-PARM NUMERIC
                 AND PRAZO-MESES-PARM GREATER THAN ZEROES
                  MOVE PRAZO-MESES-PARM TO PRAZO-MESES.
          CLOSE PARMBCO.
          COMPUTE LIMITE-MINUTOS = LIMITE-HORAS * 60.

       INICIO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN INPUT  ARQPONTO
          PERFORM LEITURA.

       LEITURA.
          PERFORM LE-REGISTRO.
          PERFORM LE-REGISTRO
              UNTIL FIM-ARQ EQUAL "SIM"
                 OR (REG-PON(1:3) NOT EQUAL "HDR"
                 AND REG-PON(1:3) NOT EQUAL "TRL").

       LE-REGISTRO.
          READ ARQPONTO AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
          IF DATA-PON(1:6) GREATER THAN COMPET-PONTO
              MOVE DATA-PON(1:6) TO COMPET-PONTO.
          IF MATRICULA-PON NOT EQUAL MATRICULA-ATUAL
             OR DATA-PON NOT EQUAL DATA-ATUAL
              PERFORM FECHA-ULTIMO-DIA
              MOVE "SIM" TO ACHOU-FUNC
              MOVE IX-FUN TO IX-ACHADO.

      *----------------------------------------------------------------
      *    O BANCO FICA ABERTO DA CONFERENCIA ATE O FIM DA GERACAO DOS
      *    MOVIMENTOS. ARQUIVO AUSENTE E CRIADO VAZIO NA PRIMEIRA CARGA.
      *----------------------------------------------------------------
       ABRE-BANCO.
          OPEN I-O ARQBCO.
          IF FS-BCO EQUAL "35"
              OPEN OUTPUT ARQBCO
              CLOSE ARQBCO
              OPEN I-O ARQBCO.

      *----------------------------------------------------------------
      *    O LOTE DO MES E GRAVADO UMA VEZ SO: SE ALGUM FUNCIONARIO DA
      *    CARGA JA TEM LOTE NA COMPETENCIA DAS BATIDAS, A CARGA E
      *    RECUSADA ANTES DE TOCAR NO ARQMOV E NO BANCO.
      *----------------------------------------------------------------
       CONFERE-COMPETENCIA.
          MOVE "NAO" TO LOTE-REPETIDO.
          IF QTD-FUNC GREATER THAN ZEROES
              PERFORM TESTA-LOTE-REPETIDO
                  VARYING IX-FUN FROM 1 BY 1
                  UNTIL IX-FUN GREATER THAN QTD-FUNC
                     OR LOTE-REPETIDO EQUAL "SIM".
          IF LOTE-REPETIDO EQUAL "SIM"
              DISPLAY "BANCO DE HORAS JA POSTADO NA COMPETENCIA "
                  COMPET-PONTO
              DISPLAY "CARGA DO PONTO RECUSADA - NADA FOI GRAVADO."
              CLOSE ARQBCO
                    ARQPONTO
                    RELPONTO
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       TESTA-LOTE-REPETIDO.
          MOVE FUN-MATRICULA (IX-FUN) TO MATRICULA-BCO.
          MOVE COMPET-PONTO TO COMPET-BCO.
          READ ARQBCO KEY IS CHAVE-BCO
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "SIM" TO LOTE-REPETIDO
          END-READ.

       GERA-MOVIMENTOS.
          OPEN EXTEND ARQMOV.
          IF QTD-FUNC GREATER THAN ZEROES
              PERFORM GERA-UM-MOVIMENTO
                  VARYING IX-FUN FROM 1 BY 1
                  UNTIL IX-FUN GREATER THAN QTD-FUNC.
          IF COMPET-PONTO GREATER THAN ZEROES
              PERFORM VENCE-LOTES.
          CLOSE ARQMOV
                ARQBCO.

      *----------------------------------------------------------------
      *    DIFERENCA DO MES (MINUTOS-DIF): COMPENSA O BANCO, O QUE
      *    PASSAR DO LIMITE VAI PARA O ARQMOV E O RESTO VIRA O LOTE DA
      *    COMPETENCIA.
      *----------------------------------------------------------------
       GERA-UM-MOVIMENTO.
          COMPUTE MINUTOS-DIF = FUN-MINUTOS (IX-FUN)
              - (FUN-DIAS (IX-FUN) * MINUTOS-JORNADA).
          MOVE MINUTOS-DIF TO MINUTOS-RESTANTES.
          MOVE ZEROES TO SALDO-BANCO.
          MOVE ZEROES TO MINUTOS-COMPENS.
          MOVE ZEROES TO MINUTOS-EXCEDENTE.
          PERFORM COMPENSA-BANCO.
          PERFORM APURA-EXCEDENTE.
          PERFORM GRAVA-LOTE.

       COMPENSA-BANCO.
          MOVE FUN-MATRICULA (IX-FUN) TO MATRICULA-BCO.
          MOVE ZEROES TO COMPET-BCO.
          MOVE "NAO" TO FIM-BCO.
          START ARQBCO KEY IS NOT LESS THAN CHAVE-BCO
              INVALID KEY MOVE "SIM" TO FIM-BCO.
          IF FIM-BCO EQUAL "NAO"
              PERFORM LE-LOTE-FUNCIONARIO.
          PERFORM COMPENSA-LOTE UNTIL FIM-BCO EQUAL "SIM".

       LE-LOTE-FUNCIONARIO.
          READ ARQBCO NEXT RECORD AT END MOVE "SIM" TO FIM-BCO.
          IF FIM-BCO EQUAL "NAO"
             AND MATRICULA-BCO NOT EQUAL FUN-MATRICULA (IX-FUN)
              MOVE "SIM" TO FIM-BCO.

       COMPENSA-LOTE.
          IF SALDO-BCO GREATER THAN ZEROES
             AND MINUTOS-RESTANTES LESS THAN ZEROES
              PERFORM ABATE-LOTE
          ELSE
          IF SALDO-BCO LESS THAN ZEROES
             AND MINUTOS-RESTANTES GREATER THAN ZEROES
              PERFORM ABATE-LOTE
          ELSE
              ADD SALDO-BCO TO SALDO-BANCO.
          PERFORM LE-LOTE-FUNCIONARIO.

      *----------------------------------------------------------------
      *    ABATE DO LOTE ANTIGO O MENOR ENTRE O SALDO DELE E O QUE
      *    RESTA DO MES. LOTE ZERADO FICA COMO COMPENSADO.
      *----------------------------------------------------------------
       ABATE-LOTE.
          IF SALDO-BCO GREATER THAN ZEROES
              MOVE SALDO-BCO TO MINUTOS-SALDO-ABS
          ELSE
              COMPUTE MINUTOS-SALDO-ABS = ZEROES - SALDO-BCO.
          IF MINUTOS-RESTANTES GREATER THAN ZEROES
              MOVE MINUTOS-RESTANTES TO MINUTOS-REST-ABS
          ELSE
              COMPUTE MINUTOS-REST-ABS = ZEROES - MINUTOS-RESTANTES.
          IF MINUTOS-SALDO-ABS LESS THAN MINUTOS-REST-ABS
              MOVE MINUTOS-SALDO-ABS TO MINUTOS-ABATER
          ELSE
              MOVE MINUTOS-REST-ABS TO MINUTOS-ABATER.
          IF SALDO-BCO GREATER THAN ZEROES
              SUBTRACT MINUTOS-ABATER FROM SALDO-BCO
              ADD MINUTOS-ABATER TO MINUTOS-RESTANTES
          ELSE
              ADD MINUTOS-ABATER TO SALDO-BCO
              SUBTRACT MINUTOS-ABATER FROM MINUTOS-RESTANTES.
          ADD MINUTOS-ABATER TO COMPENSADO-BCO.
          ADD MINUTOS-ABATER TO MINUTOS-COMPENS.
          IF SALDO-BCO EQUAL ZEROES
              MOVE "C" TO SITUACAO-BCO.
          MOVE DATA-SISTEMA TO DATA-MOV-BCO.
          REWRITE REG-BCO.
          ADD SALDO-BCO TO SALDO-BANCO.

      *----------------------------------------------------------------
      *    LIMITE DO BANCO NOS DOIS SENTIDOS: CREDITO ACIMA DO LIMITE
      *    E PAGO COMO HEX, DEBITO ALEM DO LIMITE E DESCONTADO COMO FAL.
      *----------------------------------------------------------------
       APURA-EXCEDENTE.
          COMPUTE SALDO-PROJETADO = SALDO-BANCO + MINUTOS-RESTANTES.
          IF MINUTOS-RESTANTES GREATER THAN ZEROES
             AND SALDO-PROJETADO GREATER THAN LIMITE-MINUTOS
              COMPUTE MINUTOS-EXCEDENTE =
                  SALDO-PROJETADO - LIMITE-MINUTOS
              IF MINUTOS-EXCEDENTE GREATER THAN MINUTOS-RESTANTES
                  MOVE MINUTOS-RESTANTES TO MINUTOS-EXCEDENTE.
          IF MINUTOS-RESTANTES LESS THAN ZEROES
             AND (ZEROES - SALDO-PROJETADO) GREATER THAN LIMITE-MINUTOS
              COMPUTE MINUTOS-EXCEDENTE =
                  (ZEROES - SALDO-PROJETADO) - LIMITE-MINUTOS
              IF MINUTOS-EXCEDENTE GREATER THAN
                 (ZEROES - MINUTOS-RESTANTES)
                  COMPUTE MINUTOS-EXCEDENTE =
                      ZEROES - MINUTOS-RESTANTES.
          IF MINUTOS-EXCEDENTE GREATER THAN ZEROES
              MOVE FUN-MATRICULA (IX-FUN) TO MATRICULA-MOV
              MOVE MINUTOS-EXCEDENTE TO MINUTOS-MOVIMENTO
              IF MINUTOS-RESTANTES GREATER THAN ZEROES
                  MOVE "HEX" TO EVENTO-MOV
                  SUBTRACT MINUTOS-EXCEDENTE FROM MINUTOS-RESTANTES
                  PERFORM GRAVA-MOVIMENTO
              ELSE
                  MOVE "FAL" TO EVENTO-MOV
                  ADD MINUTOS-EXCEDENTE TO MINUTOS-RESTANTES
                  PERFORM GRAVA-MOVIMENTO.

       GRAVA-LOTE.
          MOVE FUN-MATRICULA (IX-FUN) TO MATRICULA-BCO.
          MOVE COMPET-PONTO TO COMPET-BCO.
          MOVE MINUTOS-DIF TO MINUTOS-MES-BCO.
          MOVE MINUTOS-COMPENS TO COMPENSADO-BCO.
          MOVE MINUTOS-EXCEDENTE TO EXCEDENTE-BCO.
          MOVE ZEROES TO VENCIDO-BCO.
          MOVE MINUTOS-RESTANTES TO SALDO-BCO.
          PERFORM CALCULA-VENCIMENTO.
          IF SALDO-BCO EQUAL ZEROES
              MOVE "C" TO SITUACAO-BCO
          ELSE
              MOVE "A" TO SITUACAO-BCO.
          MOVE DATA-SISTEMA TO DATA-MOV-BCO.
          WRITE REG-BCO
              INVALID KEY DISPLAY "LOTE DUPLICADO NO ARQBCO: "
                  CHAVE-BCO
              NOT INVALID KEY ADD 1 TO CONTADOR-LOTES
          END-WRITE.

       CALCULA-VENCIMENTO.
          DIVIDE COMPET-PONTO BY 100 GIVING ANO-VENC
              REMAINDER MES-VENC.
          COMPUTE MESES-VENC = (ANO-VENC * 12) + MES-VENC - 1
              + PRAZO-MESES.
          DIVIDE MESES-VENC BY 12 GIVING ANO-VENC
              REMAINDER MES-VENC.
          COMPUTE VENCIMENTO-BCO = (ANO-VENC * 100) + MES-VENC + 1.

      *----------------------------------------------------------------
      *    VENCIMENTO: PASSA O BANCO INTEIRO (INCLUSIVE QUEM NAO BATEU
      *    PONTO NO MES) E LEVA AO ARQMOV O SALDO DOS LOTES CUJO PRAZO
      *    TERMINA NA COMPETENCIA DAS BATIDAS.
      *----------------------------------------------------------------
       VENCE-LOTES.
          MOVE ZEROES TO CHAVE-BCO.
          MOVE "NAO" TO FIM-BCO.
          START ARQBCO KEY IS NOT LESS THAN CHAVE-BCO
              INVALID KEY MOVE "SIM" TO FIM-BCO.
          IF FIM-BCO EQUAL "NAO"
              PERFORM LE-LOTE.
          PERFORM VENCE-UM-LOTE UNTIL FIM-BCO EQUAL "SIM".

       LE-LOTE.
          READ ARQBCO NEXT RECORD AT END MOVE "SIM" TO FIM-BCO.

       VENCE-UM-LOTE.
          IF SALDO-BCO NOT EQUAL ZEROES
             AND VENCIMENTO-BCO NOT GREATER THAN COMPET-PONTO
              PERFORM BAIXA-LOTE-VENCIDO.
          PERFORM LE-LOTE.

       BAIXA-LOTE-VENCIDO.
          MOVE MATRICULA-BCO TO MATRICULA-MOV.
          IF SALDO-BCO GREATER THAN ZEROES
              MOVE "HEX" TO EVENTO-MOV
              MOVE SALDO-BCO TO MINUTOS-MOVIMENTO
          ELSE
              MOVE "FAL" TO EVENTO-MOV
              COMPUTE MINUTOS-MOVIMENTO = ZEROES - SALDO-BCO.
          PERFORM GRAVA-MOVIMENTO.
          ADD MINUTOS-MOVIMENTO TO VENCIDO-BCO.
          MOVE ZEROES TO SALDO-BCO.
          MOVE "V" TO SITUACAO-BCO.
          MOVE DATA-SISTEMA TO DATA-MOV-BCO.
          REWRITE REG-BCO.
          ADD 1 TO CONTADOR-VENC.

       GRAVA-MOVIMENTO.
          COMPUTE HORAS-MOVIMENTO ROUNDED = MINUTOS-MOVIMENTO / 60.
          MOVE MATRICULA-MOV TO MATRICULA-MVP.
          MOVE EVENTO-MOV TO EVENTO-MVP.
          MOVE HORAS-MOVIMENTO TO HORAS-MVP.
          MOVE ZEROES TO VALOR-MVP.
          WRITE REG-MVP.
          ADD 1 TO CONTADOR-MOV.

       CABECALHO.
          ADD 1 TO CT-PAG.
          WRITE REGPONTO FROM CAB-04 AFTER ADVANCING 2 LINES.
          MOVE CONTADOR-MOV TO TOT-MOV.
          WRITE REGPONTO FROM CAB-05 AFTER ADVANCING 1 LINE.
          MOVE CONTADOR-LOTES TO TOT-LOT.
          WRITE REGPONTO FROM CAB-06 AFTER ADVANCING 1 LINE.
          MOVE CONTADOR-VENC TO TOT-VEN.
          WRITE REGPONTO FROM CAB-07 AFTER ADVANCING 1 LINE.
          PERFORM GRAVA-LOG.
          DISPLAY "CARGA DO PONTO ENCERRADA.".
          DISPLAY "BATIDAS LIDAS........: " CONTADOR-LIDOS.
          DISPLAY "PARES CASADOS........: " CONTADOR-PARES.
          DISPLAY "BATIDAS SEM PAR......: " CONTADOR-INCOMP.
          DISPLAY "MOVIMENTOS GERADOS...: " CONTADOR-MOV.
          DISPLAY "LOTES NO BANCO.......: " CONTADOR-LOTES.
          DISPLAY "LOTES VENCIDOS.......: " CONTADOR-VENC.
          CLOSE ARQPONTO
                RELPONTO.

