      *PARMIRRF (MESMA ESCOLHA DE VIGENCIA DO EX06), IMPRIME O
      *TERMO DE RESCISAO EM TERMO E GRAVA O LIQUIDO NO CADSAI PARA
      *SEGUIR O FLUXO NORMAL DE HOLERITE E REMESSA. NADA MAIS DE
      *CALCULADORA E PAPEL AVULSO. SE O FUNCIONARIO PAGAVA MENSALIDADE
      *DE SOCIO EM FOLHA (VINCULO ATIVO NO SOCFOL.DAT), O VINCULO E
      *ENCERRADO, O SOCIO VOLTA DO METODO 5 PARA O 2 (TRANSFERENCIA),
      *O MOVIMENTO SAI NO JORNSOC E UMA PENDENCIA ORIGEM SOCFOL E
      *ABERTA NO ARQPEND PARA O BALCAO ORIENTAR O SOCIO (BAIXA NO
      *MANPEND). O OPERADOR INFORMA TAMBEM O TIPO DE DESLIGAMENTO: O
      *SALDO DE SALARIO E O 13O DEPOSITAM 8% DE FGTS NO ARQFGTS DA
      *FOLHA E A MULTA RESCISORIA E APURADA SOBRE O SALDO DO FGTS
      *(SEM JUSTA CAUSA 40%, ACORDO 20%, JUSTA CAUSA OU PEDIDO DE
      *DEMISSAO SEM MULTA). DEPOSITO E MULTA SAEM NO TERMO FORA DO
      *LIQUIDO - SAO RECOLHIDOS NA GUIA DO GUIAFGTS. AS FERIAS E O
      *13O PAGOS NA RESCISAO BAIXAM TODO O SALDO DE PROVISAO DO
      *FUNCIONARIO NO ARQPROV DA FOLHA. O SALDO DO BANCO DE HORAS
      *(ARQBCO DA FOLHA) E QUITADO NA RESCISAO: CREDITO PAGO COMO HORA
      *EXTRA (SALARIO / 220 X 1,5), DEBITO DESCONTADO PELA HORA
      *NORMAL, ATE O LIQUIDO, AMBOS NA BASE DE INSS, IRRF E FGTS. OS
      *LOTES FICAM ZERADOS COMO QUITADOS NA RESCISAO E RECALCULAR A
      *MESMA RESCISAO REFAZ A QUITACAO SEM SOMAR. O SALARIO DAS
      *PARCELAS E O VIGENTE NA DATA DO DESLIGAMENTO PELO HISTORICO DE
      *SALARIO (SALVIG); SEM HISTORICO VALE O DO CADENT. A LINHA DO
      *JORNSOC LEVA A IMAGEM DO SOCIO ANTES E DEPOIS (REGISO) PARA O
      *RECUPERA.
      *CADA LINHA DO JORNSOC LEVA NO FIM A SEQUENCIA E A CONFERENCIA
      *ENCADEADA DA SELAJOR, CONFERIDAS PELO VERJORN.
      *O SOCFOL E REGRAVADO A PARTIR DA TABELA DE VINCULOS (500); SE
      *ELE NAO COUBER NA TABELA O PROGRAMA PARA COM RETURN-CODE 8 SEM
      *REGRAVAR NADA - NA ENTRADA OU NA RESCISAO QUE O ENCONTRAR
      *MAIOR.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-YTD
          FILE STATUS IS FS-YTD.
          SELECT ARQFGTS ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-FGT
          FILE STATUS IS FS-FGTS.
          SELECT ARQPROV ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-PRV
          FILE STATUS IS FS-PROV.
          SELECT ARQBCO ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-BCO
          FILE STATUS IS FS-BCO.
          SELECT OPTIONAL PARMINSS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMIRRF ASSIGN TO DISK
          SELECT OPTIONAL CADSAI ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT TERMO ASSIGN TO DISK.
          SELECT OPTIONAL SOCFOL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES
          FILE STATUS IS FS-SOC.
          SELECT OPTIONAL JORNSOC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQPEND ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

          02 MATRICULA-YTD             PIC 9(05).
          02 TOTAL-YTD                 PIC 9(09)V9(02).
          02 MESES-YTD                 PIC 9(02).
          02 COMPET-YTD                PIC 9(06).
          02 LIQUIDO-MES-YTD           PIC 9(07)V9(02).

       FD  ARQFGTS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQFGTS.DAT".
          COPY REGFGT.

       FD  ARQPROV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQPROV.DAT".
          COPY REGPRV.

       FD  ARQBCO
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQBCO.DAT".
          COPY REGBCO.

       FD  PARMINSS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       FD  SOCFOL
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "SOCFOL.DAT".
          COPY REGSFO.

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       FD  JORNSOC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNSOC.DAT".
          01 REG-JSO.
          02 JSO-DATA              PIC 9(08).
          02 FILLER                PIC X(01).
          02 JSO-HORA              PIC 9(06).
          02 FILLER                PIC X(01).
          02 JSO-OPCAO             PIC X(01).
          02 FILLER                PIC X(01).
          02 JSO-NUMERO            PIC 9(06).
          02 FILLER                PIC X(01).
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

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  MATRICULA-RESC     PIC 9(05) VALUE ZEROES.
       77  DATA-RESCISAO      PIC 9(08) VALUE ZEROES.
       77  DIA-RESCISAO       PIC 9(02) VALUE ZEROES.
       77  SALARIO-RESC       PIC 9(05)V9(02) VALUE ZEROES.
       77  CARGO-VIG          PIC 9(03) VALUE ZEROES.
       77  VIGENCIA-SAL       PIC 9(08) VALUE ZEROES.
       77  SALARIO-ANT-VIG    PIC 9(05)V9(02) VALUE ZEROES.
       77  ACHOU-VIGENTE      PIC X(03) VALUE "NAO".
       77  AVOS-FERIAS        PIC 9(02) VALUE ZEROES.
       77  MESES-13O          PIC 9(02) VALUE ZEROES.
       77  SALDO-SALARIO      PIC 9(07)V9(02) VALUE ZEROES.
       77  QTD-TERMOS         PIC 9(03) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).
       77  IMAGEM-ANTES       PIC X(76) VALUE SPACES.
       77  IMAGEM-DEPOIS      PIC X(76) VALUE SPACES.
       77  FS-SOC             PIC X(02) VALUE "00".
       77  FIM-SFO            PIC X(03) VALUE "NAO".
       77  QTD-VINCULOS       PIC 9(03) VALUE ZEROES.
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  IX-SFO             PIC 9(03) VALUE ZEROES.
       77  IX-SFO-ACHADO      PIC 9(03) VALUE ZEROES.
       77  SOCIO-DESLIGADO    PIC 9(06) VALUE ZEROES.
       77  METODO-ALTERADO    PIC X(03) VALUE "NAO".
       77  QTD-FOLHA-ENCERR   PIC 9(03) VALUE ZEROES.
       77  FS-FGTS            PIC X(02) VALUE "00".
       77  FS-PROV            PIC X(02) VALUE "00".
       77  TEM-PROV           PIC X(03) VALUE "NAO".
       77  TIPO-DESLIG        PIC X(01) VALUE SPACES.
       77  TEM-FGTS           PIC X(03) VALUE "NAO".
       77  COMPET-ATUAL       PIC 9(06) VALUE ZEROES.
       77  TAXA-FGTS          PIC 9V9(04) VALUE 0,08.
       77  PERC-MULTA-FGTS    PIC 9V9(04) VALUE ZEROES.
       77  BASE-FGTS-RESC     PIC 9(07)V9(02) VALUE ZEROES.
       77  DEPOSITO-FGTS-NOVO PIC 9(07)V9(02) VALUE ZEROES.
       77  DEPOSITO-FGTS-ANT  PIC 9(07)V9(02) VALUE ZEROES.
       77  SALDO-FGTS-RESC    PIC 9(09)V9(02) VALUE ZEROES.
       77  VALOR-MULTA-FGTS   PIC 9(07)V9(02) VALUE ZEROES.
       77  FS-BCO             PIC X(02) VALUE "00".
       77  FIM-BCO            PIC X(03) VALUE "NAO".
       77  SALDO-BANCO-HORAS  PIC S9(07) VALUE ZEROES.
       77  MINUTOS-BANCO      PIC 9(07) VALUE ZEROES.
       77  VALOR-HORA         PIC 9(05)V9(02) VALUE ZEROES.
       77  VALOR-BANCO-CRED   PIC 9(07)V9(02) VALUE ZEROES.
       77  VALOR-BANCO-DEB    PIC 9(07)V9(02) VALUE ZEROES.
       77  BASE-AUX           PIC S9(07)V9(02) VALUE ZEROES.
       77  LIQUIDO-AUX        PIC S9(07)V9(02) VALUE ZEROES.

       01 TAB-SOCFOL.
          02 SFO-OCORRENCIA OCCURS 500 TIMES.
             03 SFO-SOCIO              PIC 9(06).
             03 SFO-MATR               PIC 9(05).
             03 SFO-SITUACAO           PIC X(01).
             03 SFO-COMPET             PIC 9(06).
             03 SFO-VALOR              PIC 9(07)V9(02).
             03 SFO-DATA               PIC 9(08).

       01 TAB-INSS.
          02 FINS-OCORRENCIA OCCURS 9 TIMES.
             "LIQUIDO DA RESCISAO.........: ".
          02 TL05-VAL  PIC ZZZ.ZZ9,99.

       01 TERMO-L06.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 FILLER    PIC X(44) VALUE
             "FGTS - RECOLHIDO EM GUIA, FORA DO LIQUIDO - ".
          02 TL06-TIPO PIC X(31).

       01 LINHA-LOG.
          02 LOG-PROGRAMA              PIC X(08).
          02 FILLER                    PIC X(01) VALUE SPACES.
          02 FILLER                    PIC X(01) VALUE ":".
          02 LOG-ARQ2-QTD              PIC 9(06).

       COPY REGISO.

       COPY REGSEL.

       PROCEDURE DIVISION.

       PGM-RESCISAO.
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM CARGA-TABELAS.
          PERFORM CARGA-VINCULOS-FOLHA.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "RESCISAO INTERROMPIDA - TABELA LOTADA, NADA "
                  "FOI GRAVADO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN OUTPUT TERMO.
          OPEN I-O ARQYTD.
          IF FS-YTD EQUAL "35"
              OPEN OUTPUT ARQYTD
              CLOSE ARQYTD
              OPEN I-O ARQYTD.
          OPEN I-O ARQFGTS.
          IF FS-FGTS EQUAL "35"
              OPEN OUTPUT ARQFGTS
              CLOSE ARQFGTS
              OPEN I-O ARQFGTS.
          OPEN I-O ARQPROV.
          IF FS-PROV EQUAL "35"
              OPEN OUTPUT ARQPROV
              CLOSE ARQPROV
              OPEN I-O ARQPROV.
          OPEN I-O ARQBCO.
          IF FS-BCO EQUAL "35"
              OPEN OUTPUT ARQBCO
              CLOSE ARQBCO
              OPEN I-O ARQBCO.
          PERFORM CALCULA-UMA-RESCISAO
              UNTIL RESP-CONTINUA EQUAL "N".
          PERFORM TERMINO.
          ACCEPT ENTRADA-MAT.
          DISPLAY "DATA DO DESLIGAMENTO (AAAAMMDD)..: ".
          ACCEPT ENTRADA-DATA.
          DISPLAY "TIPO (S-SEM JUSTA CAUSA  A-ACORDO  J-JUSTA CAUSA  "
              "P-PEDIDO): ".
          ACCEPT TIPO-DESLIG.
          IF ENTRADA-MAT NOT NUMERIC
             OR ENTRADA-DATA NOT NUMERIC
             OR (TIPO-DESLIG NOT EQUAL "S"
                 AND TIPO-DESLIG NOT EQUAL "A"
                 AND TIPO-DESLIG NOT EQUAL "J"
                 AND TIPO-DESLIG NOT EQUAL "P")
              DISPLAY "DADOS INVALIDOS."
          ELSE
              MOVE ENTRADA-MAT TO MATRICULA-RESC
                  DISPLAY "MATRICULA NAO ENCONTRADA NO CADENT."
              ELSE
                  PERFORM MONTA-PARCELAS
                  PERFORM APURA-FGTS
                  PERFORM BAIXA-PROVISAO
                  PERFORM QUITA-BANCO-HORAS
                  PERFORM IMPRIME-TERMO
                  PERFORM POSTA-CADSAI
                  PERFORM ENCERRA-DESCONTO-FOLHA.
          DISPLAY "DESEJA CALCULAR OUTRA RESCISAO (S/N)? ".
          ACCEPT RESP-CONTINUA.

          IF MATRICULA-ENT EQUAL MATRICULA-RESC
              MOVE "NAO" TO NAO-ACHOU
              MOVE "SIM" TO FIM-ENT
              PERFORM OBTEM-SALARIO-VIGENTE
          ELSE
              PERFORM LE-FUNCIONARIO.

      *----------------------------------------------------------------
      *    SALARIO VIGENTE NO DESLIGAMENTO; SEM HISTORICO, O DO CADENT.
      *----------------------------------------------------------------
       OBTEM-SALARIO-VIGENTE.
          MOVE SALARIOB-ENT TO SALARIO-RESC.
          CALL "SALVIG" USING MATRICULA-RESC DATA-RESCISAO
              SALARIO-RESC CARGO-VIG VIGENCIA-SAL SALARIO-ANT-VIG
              ACHOU-VIGENTE.
          IF ACHOU-VIGENTE NOT EQUAL "SIM"
              MOVE SALARIOB-ENT TO SALARIO-RESC.

       MONTA-PARCELAS.
          COMPUTE SALDO-SALARIO ROUNDED =
              SALARIO-RESC / 30 * DIA-RESCISAO.
          PERFORM BUSCA-FERIAS.
          COMPUTE VALOR-FERIAS ROUNDED =
              SALARIO-RESC / 12 * AVOS-FERIAS.
          COMPUTE TERCO-FERIAS ROUNDED = VALOR-FERIAS / 3.
          PERFORM BUSCA-13O.
          COMPUTE VALOR-13O ROUNDED =
              SALARIO-RESC / 12 * MESES-13O.
          PERFORM APURA-BANCO-HORAS.
          COMPUTE TOTAL-BRUTO = SALDO-SALARIO + VALOR-FERIAS
              + TERCO-FERIAS + VALOR-13O + VALOR-BANCO-CRED.
          COMPUTE BASE-AUX = SALDO-SALARIO + VALOR-13O
              + VALOR-BANCO-CRED - VALOR-BANCO-DEB.
          IF BASE-AUX LESS THAN ZEROES
              MOVE ZEROES TO BASE-AUX.
          MOVE BASE-AUX TO BASE-TRIBUTO.
          PERFORM CALCULA-INSS.
          PERFORM CALCULA-IRRF.
          COMPUTE LIQUIDO-AUX = TOTAL-BRUTO
              - VALOR-INSS - VALOR-IRRF.
          IF VALOR-BANCO-DEB GREATER THAN LIQUIDO-AUX
              DISPLAY "DEBITO DO BANCO DE HORAS MAIOR QUE O LIQUIDO - "
                  "DESCONTO LIMITADO AO LIQUIDO."
              MOVE LIQUIDO-AUX TO VALOR-BANCO-DEB.
          COMPUTE TOTAL-LIQUIDO = LIQUIDO-AUX - VALOR-BANCO-DEB.

      *----------------------------------------------------------------
      *    BANCO DE HORAS: SOMA O SALDO DOS LOTES ABERTOS E O QUE JA
      *    FOI QUITADO EM CALCULO ANTERIOR DESTA RESCISAO (LOTE R, COM
      *    O SINAL DO LOTE). CREDITO E PAGO COMO HORA EXTRA, DEBITO E
      *    DESCONTADO PELA HORA NORMAL - A MESMA CONTA DO EX06.
      *----------------------------------------------------------------
       APURA-BANCO-HORAS.
          MOVE ZEROES TO SALDO-BANCO-HORAS.
          MOVE ZEROES TO VALOR-BANCO-CRED.
          MOVE ZEROES TO VALOR-BANCO-DEB.
          MOVE MATRICULA-RESC TO MATRICULA-BCO.
          MOVE ZEROES TO COMPET-BCO.
          MOVE "NAO" TO FIM-BCO.
          START ARQBCO KEY IS NOT LESS THAN CHAVE-BCO
              INVALID KEY MOVE "SIM" TO FIM-BCO.
          IF FIM-BCO EQUAL "NAO"
              PERFORM LE-LOTE-BANCO.
          PERFORM SOMA-LOTE-BANCO UNTIL FIM-BCO EQUAL "SIM".
          COMPUTE VALOR-HORA ROUNDED = SALARIO-RESC / 220.
          IF SALDO-BANCO-HORAS GREATER THAN ZEROES
              COMPUTE VALOR-BANCO-CRED ROUNDED =
                  VALOR-HORA * SALDO-BANCO-HORAS / 60 * 1,5.
          IF SALDO-BANCO-HORAS LESS THAN ZEROES
              COMPUTE VALOR-BANCO-DEB ROUNDED =
                  VALOR-HORA * (ZEROES - SALDO-BANCO-HORAS) / 60.

       LE-LOTE-BANCO.
          READ ARQBCO NEXT RECORD AT END MOVE "SIM" TO FIM-BCO.
          IF FIM-BCO EQUAL "NAO"
             AND MATRICULA-BCO NOT EQUAL MATRICULA-RESC
              MOVE "SIM" TO FIM-BCO.

       SOMA-LOTE-BANCO.
          IF SITUACAO-BCO EQUAL "R"
              IF MINUTOS-MES-BCO LESS THAN ZEROES
                  SUBTRACT VENCIDO-BCO FROM SALDO-BANCO-HORAS
              ELSE
                  ADD VENCIDO-BCO TO SALDO-BANCO-HORAS
          ELSE
              ADD SALDO-BCO TO SALDO-BANCO-HORAS.
          PERFORM LE-LOTE-BANCO.

       BUSCA-FERIAS.
          MOVE ZEROES TO AVOS-FERIAS.
              NOT INVALID KEY MOVE MESES-YTD TO MESES-13O
          END-READ.

      *----------------------------------------------------------------
      *    FGTS DA RESCISAO: 8% SOBRE SALDO DE SALARIO E 13O (FERIAS
      *    INDENIZADAS NAO TEM FGTS) NA COMPETENCIA CORRENTE, E A
      *    MULTA SOBRE O SALDO JA COM ESSE DEPOSITO. RECALCULAR A
      *    MESMA RESCISAO TROCA DEPOSITO E MULTA EM VEZ DE SOMAR.
      *----------------------------------------------------------------
       APURA-FGTS.
          MOVE DATA-SISTEMA(1:6) TO COMPET-ATUAL.
          MOVE BASE-TRIBUTO TO BASE-FGTS-RESC.
          COMPUTE DEPOSITO-FGTS-NOVO ROUNDED =
              BASE-FGTS-RESC * TAXA-FGTS.
          MOVE "SIM" TO TEM-FGTS.
          MOVE MATRICULA-RESC TO MATRICULA-FGT.
          READ ARQFGTS KEY IS MATRICULA-FGT
              INVALID KEY MOVE "NAO" TO TEM-FGTS.
          IF TEM-FGTS EQUAL "NAO"
              DISPLAY "MATRICULA SEM SALDO NO ARQFGTS - MULTA SO "
                  "SOBRE O DEPOSITO DA RESCISAO."
              MOVE ZEROES TO REG-FGT
              MOVE MATRICULA-RESC TO MATRICULA-FGT.
          IF COMPET-FGT NOT EQUAL COMPET-ATUAL
              PERFORM VIRA-COMPETENCIA-FGTS.
          COMPUTE DEPOSITO-FGTS-ANT ROUNDED =
              BASE-RES-FGT * TAXA-FGTS.
          IF DEPOSITO-FGTS-ANT GREATER THAN DEPOSITO-FGT
              MOVE DEPOSITO-FGT TO DEPOSITO-FGTS-ANT.
          SUBTRACT DEPOSITO-FGTS-ANT FROM SALDO-FGT DEPOSITO-FGT.
          MOVE BASE-FGTS-RESC TO BASE-RES-FGT.
          ADD DEPOSITO-FGTS-NOVO TO SALDO-FGT DEPOSITO-FGT.
          MOVE SALDO-FGT TO SALDO-FGTS-RESC.
          PERFORM CALCULA-MULTA-FGTS.
          MOVE VALOR-MULTA-FGTS TO MULTA-FGT.
          MOVE TIPO-DESLIG TO TIPO-DESLIG-FGT.
          IF TEM-FGTS EQUAL "NAO"
              WRITE REG-FGT
          ELSE
              REWRITE REG-FGT.

       VIRA-COMPETENCIA-FGTS.
          MOVE COMPET-ATUAL TO COMPET-FGT.
          MOVE ZEROES TO BASE-FOL-FGT.
          MOVE ZEROES TO BASE-FER-FGT.
          MOVE ZEROES TO BASE-13-FGT.
          MOVE ZEROES TO BASE-RES-FGT.
          MOVE ZEROES TO DEPOSITO-FGT.
          MOVE ZEROES TO MULTA-FGT.
          MOVE SPACES TO TIPO-DESLIG-FGT.

      *----------------------------------------------------------------
      *    PROVISOES: A RESCISAO QUITA FERIAS E 13O, ENTAO TODO O
      *    SALDO PROVISIONADO E BAIXADO NA COMPETENCIA CORRENTE.
      *----------------------------------------------------------------
       BAIXA-PROVISAO.
          MOVE "SIM" TO TEM-PROV.
          MOVE MATRICULA-RESC TO MATRICULA-PRV.
          READ ARQPROV KEY IS MATRICULA-PRV
              INVALID KEY MOVE "NAO" TO TEM-PROV.
          IF TEM-PROV EQUAL "SIM"
              PERFORM BAIXA-SALDO-PROVISAO.

       BAIXA-SALDO-PROVISAO.
          IF COMPET-PRV NOT EQUAL COMPET-ATUAL
              PERFORM VIRA-COMPETENCIA-PRV.
          ADD SALDO-FER-PRV TO BAIXA-FER-PRV.
          ADD SALDO-13-PRV TO BAIXA-13-PRV.
          MOVE ZEROES TO SALDO-FER-PRV.
          MOVE ZEROES TO SALDO-13-PRV.
          REWRITE REG-PRV.

      *----------------------------------------------------------------
      *    QUITACAO DO BANCO DE HORAS: O SALDO DE CADA LOTE ABERTO PASSA
      *    PARA VENCIDO-BCO E O LOTE FICA COMO QUITADO NA RESCISAO.
      *----------------------------------------------------------------
       QUITA-BANCO-HORAS.
          MOVE MATRICULA-RESC TO MATRICULA-BCO.
          MOVE ZEROES TO COMPET-BCO.
          MOVE "NAO" TO FIM-BCO.
          START ARQBCO KEY IS NOT LESS THAN CHAVE-BCO
              INVALID KEY MOVE "SIM" TO FIM-BCO.
          IF FIM-BCO EQUAL "NAO"
              PERFORM LE-LOTE-BANCO.
          PERFORM QUITA-LOTE-BANCO UNTIL FIM-BCO EQUAL "SIM".

       QUITA-LOTE-BANCO.
          IF SALDO-BCO NOT EQUAL ZEROES
              IF SALDO-BCO GREATER THAN ZEROES
                  MOVE SALDO-BCO TO MINUTOS-BANCO
              ELSE
                  COMPUTE MINUTOS-BANCO = ZEROES - SALDO-BCO.
          IF SALDO-BCO NOT EQUAL ZEROES
              ADD MINUTOS-BANCO TO VENCIDO-BCO
              MOVE ZEROES TO SALDO-BCO
              MOVE "R" TO SITUACAO-BCO
              MOVE DATA-SISTEMA TO DATA-MOV-BCO
              REWRITE REG-BCO.
          PERFORM LE-LOTE-BANCO.

       VIRA-COMPETENCIA-PRV.
          MOVE COMPET-ATUAL TO COMPET-PRV.
          MOVE ZEROES TO PROV-FER-PRV.
          MOVE ZEROES TO PROV-13-PRV.
          MOVE ZEROES TO ESTORNO-FER-PRV.
          MOVE ZEROES TO ESTORNO-13-PRV.
          MOVE ZEROES TO BAIXA-FER-PRV.
          MOVE ZEROES TO BAIXA-13-PRV.
          MOVE ZEROES TO PAGO-13-MES-PRV.
          MOVE ZEROES TO ENCARGOS-PRV.

       CALCULA-MULTA-FGTS.
          IF TIPO-DESLIG EQUAL "S"
              MOVE 0,40 TO PERC-MULTA-FGTS
              MOVE "SEM JUSTA CAUSA - MULTA 40%" TO TL06-TIPO
          ELSE
          IF TIPO-DESLIG EQUAL "A"
              MOVE 0,20 TO PERC-MULTA-FGTS
              MOVE "ACORDO - MULTA 20%" TO TL06-TIPO
          ELSE
          IF TIPO-DESLIG EQUAL "J"
              MOVE ZEROES TO PERC-MULTA-FGTS
              MOVE "JUSTA CAUSA - SEM MULTA" TO TL06-TIPO
          ELSE
              MOVE ZEROES TO PERC-MULTA-FGTS
              MOVE "PEDIDO DE DEMISSAO - SEM MULTA" TO TL06-TIPO.
          COMPUTE VALOR-MULTA-FGTS ROUNDED =
              SALDO-FGTS-RESC * PERC-MULTA-FGTS.

       CALCULA-INSS.
          MOVE ZEROES TO VALOR-INSS.
          MOVE "NAO" TO ACHOU-FAIXA.
          MOVE "13O PROPORCIONAL............:" TO TDT-DESC.
          MOVE VALOR-13O TO TDT-VAL.
          WRITE REGTERMO FROM TERMO-DET AFTER ADVANCING 1 LINE.
          IF VALOR-BANCO-CRED GREATER THAN ZEROES
              MOVE "BANCO DE HORAS (CREDITO)....:" TO TDT-DESC
              MOVE VALOR-BANCO-CRED TO TDT-VAL
              WRITE REGTERMO FROM TERMO-DET AFTER ADVANCING 1 LINE.
          MOVE "DESCONTO INSS...............:" TO TDT-DESC.
          MOVE VALOR-INSS TO TDT-VAL.
          WRITE REGTERMO FROM TERMO-DET AFTER ADVANCING 1 LINE.
          MOVE "DESCONTO IRRF...............:" TO TDT-DESC.
          MOVE VALOR-IRRF TO TDT-VAL.
          WRITE REGTERMO FROM TERMO-DET AFTER ADVANCING 1 LINE.
          IF VALOR-BANCO-DEB GREATER THAN ZEROES
              MOVE "BANCO DE HORAS (DEBITO).....:" TO TDT-DESC
              MOVE VALOR-BANCO-DEB TO TDT-VAL
              WRITE REGTERMO FROM TERMO-DET AFTER ADVANCING 1 LINE.
          WRITE REGTERMO FROM TERMO-L01 AFTER ADVANCING 1 LINE.
          MOVE TOTAL-LIQUIDO TO TL05-VAL.
          WRITE REGTERMO FROM TERMO-L05 AFTER ADVANCING 1 LINE.
          WRITE REGTERMO FROM TERMO-L01 AFTER ADVANCING 1 LINE.
          WRITE REGTERMO FROM TERMO-L06 AFTER ADVANCING 1 LINE.
          MOVE "DEPOSITO FGTS DA RESCISAO...:" TO TDT-DESC.
          MOVE DEPOSITO-FGTS-NOVO TO TDT-VAL.
          WRITE REGTERMO FROM TERMO-DET AFTER ADVANCING 1 LINE.
          MOVE "SALDO DO FGTS PARA A MULTA..:" TO TDT-DESC.
          MOVE SALDO-FGTS-RESC TO TDT-VAL.
          WRITE REGTERMO FROM TERMO-DET AFTER ADVANCING 1 LINE.
          MOVE "MULTA RESCISORIA DO FGTS....:" TO TDT-DESC.
          MOVE VALOR-MULTA-FGTS TO TDT-VAL.
          WRITE REGTERMO FROM TERMO-DET AFTER ADVANCING 1 LINE.
          DISPLAY "LIQUIDO DA RESCISAO: " TOTAL-LIQUIDO.
          DISPLAY "MULTA RESCISORIA DO FGTS: " VALOR-MULTA-FGTS.

       POSTA-CADSAI.
          OPEN EXTEND CADSAI.
          MOVE VALOR-INSS TO INSS-SAI.
          MOVE VALOR-IRRF TO IRRF-SAI.
          MOVE ZEROES TO BENEF-SAI.
          COMPUTE DESCONTO-SAI = VALOR-INSS + VALOR-IRRF
              + VALOR-BANCO-DEB.
          MOVE TOTAL-LIQUIDO TO LIQUIDO-SAI.
          MOVE ZEROES TO EMPREST-SAI.
          MOVE ZEROES TO MENSAL-SAI.
          MOVE ZEROES TO PENSAO-SAI.
          MOVE ZEROES TO ADIANT-SAI.
          MOVE "R" TO TIPO-SAI.
          WRITE REG-SAI.
          CLOSE CADSAI.
          DISPLAY "RESCISAO POSTADA NO CADSAI PARA HOLERITE E "
              "REMESSA.".

      *----------------------------------------------------------------
      *    DESLIGADO QUE PAGAVA MENSALIDADE EM FOLHA: ENCERRA O
      *    VINCULO, DEVOLVE O SOCIO A TRANSFERENCIA E ABRE PENDENCIA
      *    PARA O BALCAO. O SOCFOL E LIDO A CADA RESCISAO PARA PEGAR O
      *    QUE O MANSFOL ALTEROU DURANTE A SESSAO.
      *----------------------------------------------------------------
       ENCERRA-DESCONTO-FOLHA.
          MOVE ZEROES TO IX-SFO-ACHADO.
          PERFORM CARGA-VINCULOS-FOLHA.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "RESCISAO POSTADA, MAS O VINCULO EM FOLHA NAO "
                  "FOI ENCERRADO - SOCFOL NAO REGRAVADO."
              DISPLAY "ENCERRAR O VINCULO NO MANSFOL APOS AMPLIAR A "
                  "TABELA."
              PERFORM TERMINO
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          IF QTD-VINCULOS GREATER THAN ZEROES
              PERFORM PROCURA-VINCULO-FOLHA
                  VARYING IX-SFO FROM 1 BY 1
                  UNTIL IX-SFO GREATER THAN QTD-VINCULOS
                     OR IX-SFO-ACHADO GREATER THAN ZEROES.
          IF IX-SFO-ACHADO GREATER THAN ZEROES
              PERFORM DESFAZ-VINCULO-FOLHA.

      *    O SOCFOL INTEIRO TEM DE CABER NA TABELA: ELE E REGRAVADO A
      *    PARTIR DELA E O QUE FICASSE DE FORA SERIA APAGADO.
       CARGA-VINCULOS-FOLHA.
          MOVE ZEROES TO QTD-VINCULOS.
          MOVE "NAO" TO FIM-SFO.
          OPEN INPUT SOCFOL.
          PERFORM LE-VINCULO-FOLHA.
          PERFORM GUARDA-VINCULO-FOLHA UNTIL FIM-SFO EQUAL "SIM".
          CLOSE SOCFOL.

       LE-VINCULO-FOLHA.
          READ SOCFOL AT END MOVE "SIM" TO FIM-SFO.

       GUARDA-VINCULO-FOLHA.
          IF QTD-VINCULOS NOT LESS 500
              DISPLAY "TABELA DE VINCULOS SOCIO X FOLHA LOTADA (500) - "
                  "SOCFOL MAIOR QUE A TABELA."
              MOVE "SIM" TO TABELA-CHEIA
              MOVE "SIM" TO FIM-SFO
          ELSE
              ADD 1 TO QTD-VINCULOS
              MOVE SOCIO-SFO TO SFO-SOCIO (QTD-VINCULOS)
              MOVE MATR-SFO TO SFO-MATR (QTD-VINCULOS)
              MOVE SITUACAO-SFO TO SFO-SITUACAO (QTD-VINCULOS)
              MOVE COMPET-SFO TO SFO-COMPET (QTD-VINCULOS)
              MOVE VALOR-SFO TO SFO-VALOR (QTD-VINCULOS)
              MOVE DATA-SFO TO SFO-DATA (QTD-VINCULOS).
          PERFORM LE-VINCULO-FOLHA.

       PROCURA-VINCULO-FOLHA.
          IF SFO-MATR (IX-SFO) EQUAL MATRICULA-RESC
             AND SFO-SITUACAO (IX-SFO) EQUAL "A"
              MOVE IX-SFO TO IX-SFO-ACHADO.

       DESFAZ-VINCULO-FOLHA.
          MOVE SFO-SOCIO (IX-SFO-ACHADO) TO SOCIO-DESLIGADO.
          MOVE "E" TO SFO-SITUACAO (IX-SFO-ACHADO).
          MOVE DATA-SISTEMA TO SFO-DATA (IX-SFO-ACHADO).
          OPEN OUTPUT SOCFOL.
          PERFORM GRAVA-UM-VINCULO-FOLHA
              VARYING IX-SFO FROM 1 BY 1
              UNTIL IX-SFO GREATER THAN QTD-VINCULOS.
          CLOSE SOCFOL.
          ADD 1 TO QTD-FOLHA-ENCERR.
          PERFORM DEVOLVE-TRANSFERENCIA.
          PERFORM GRAVA-JORNAL-FOLHA.
          PERFORM ABRE-PENDENCIA-BALCAO.
          DISPLAY "SOCIO " SOCIO-DESLIGADO " DEIXA O DESCONTO EM "
              "FOLHA - PENDENCIA ABERTA PARA O BALCAO.".

       GRAVA-UM-VINCULO-FOLHA.
          MOVE SFO-SOCIO (IX-SFO) TO SOCIO-SFO.
          MOVE SFO-MATR (IX-SFO) TO MATR-SFO.
          MOVE SFO-SITUACAO (IX-SFO) TO SITUACAO-SFO.
          MOVE SFO-COMPET (IX-SFO) TO COMPET-SFO.
          MOVE SFO-VALOR (IX-SFO) TO VALOR-SFO.
          MOVE SFO-DATA (IX-SFO) TO DATA-SFO.
          WRITE REG-SFO.

       DEVOLVE-TRANSFERENCIA.
          MOVE "NAO" TO METODO-ALTERADO.
          MOVE ZEROES TO PLANO-SOCIO1.
          MOVE SPACES TO IMAGEM-ANTES.
          MOVE SPACES TO IMAGEM-DEPOIS.
          OPEN I-O CADSOC1.
          IF FS-SOC NOT EQUAL "00"
              DISPLAY "CADSOC1 NAO ABRIU - STATUS " FS-SOC
                  ". METODO DO SOCIO NAO ALTERADO."
          ELSE
              MOVE SOCIO-DESLIGADO TO NUMERO-SOCIO1
              READ CADSOC1 KEY IS NUMERO-SOCIO1
                  INVALID KEY MOVE ZEROES TO PLANO-SOCIO1
                  NOT INVALID KEY PERFORM TROCA-METODO-SOCIO
              END-READ
              CLOSE CADSOC1.

       TROCA-METODO-SOCIO.
          PERFORM MONTA-IMAGEM.
          MOVE REG-ISO TO IMAGEM-ANTES.
          IF METODO-PAGAMENTO1 EQUAL 5
              MOVE 2 TO METODO-PAGAMENTO1
              REWRITE REG-SOC1
              MOVE "SIM" TO METODO-ALTERADO.
          PERFORM MONTA-IMAGEM.
          MOVE REG-ISO TO IMAGEM-DEPOIS.

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

       GRAVA-JORNAL-FOLHA.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE SPACES TO REG-JSO.
          MOVE DATA-SISTEMA TO JSO-DATA.
          MOVE HORA-SISTEMA(1:6) TO JSO-HORA.
          MOVE "F" TO JSO-OPCAO.
          MOVE SOCIO-DESLIGADO TO JSO-NUMERO.
          MOVE "FOLHA-RESCISAO" TO JSO-DISPOSICAO.
          MOVE OPERADOR-ID TO JSO-OPERADOR.
          MOVE DATA-RESCISAO TO JSO-VIGENCIA.
          MOVE PLANO-SOCIO1 TO JSO-PLANO-ANT.
          MOVE PLANO-SOCIO1 TO JSO-PLANO-NOVO.
          MOVE IMAGEM-ANTES TO JSO-IMAGEM-ANT.
          MOVE IMAGEM-DEPOIS TO JSO-IMAGEM-DEP.
          OPEN EXTEND JORNSOC.
          PERFORM SELA-JORNAL.
          WRITE REG-JSO.
          CLOSE JORNSOC.

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

       ABRE-PENDENCIA-BALCAO.
          MOVE SPACES TO REG-PEN.
          MOVE "SOCFOL  " TO ORIGEM-PEN.
          MOVE SOCIO-DESLIGADO TO CHAVE-PEN.
          IF METODO-ALTERADO EQUAL "SIM"
              MOVE "DESLIGADO-ORIENTAR SOC" TO MOTIVO-PEN
          ELSE
              MOVE "DESLIGADO-VER METODO" TO MOTIVO-PEN.
          MOVE DATA-SISTEMA TO DATA-PEN.
          MOVE "A" TO SITUACAO-PEN.
          MOVE "N" TO CRITICA-PEN.
          OPEN EXTEND ARQPEND.
          WRITE REG-PEN.
          CLOSE ARQPEND.

       CARGA-TABELAS.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM ESCOLHE-VIG-INSS.
       TERMINO.
          PERFORM GRAVA-LOG.
          DISPLAY "TERMOS DE RESCISAO EMITIDOS: " QTD-TERMOS.
          DISPLAY "DESCONTOS EM FOLHA ENCERRADOS: " QTD-FOLHA-ENCERR.
          CLOSE ARQYTD
                ARQFGTS
                ARQPROV
                ARQBCO
                TERMO.

       GRAVA-LOG.
