       IDENTIFICATION DIVISION.
          PROGRAM-ID.      ADIANTA.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. ADIANTAMENTO QUINZENAL DE SALARIO, RODADO NO DIA 20.
      *LE O CADENT DA FOLHA (EM01\EX06) E GRAVA O ARQADT.DAT, NA
      *MESMA PASTA E NO LEIAUTE DO CADSAI (REGSAI, TIPO-SAI A, COM
      *HEADER E TRAILER), COM O ADIANTAMENTO DE CADA FUNCIONARIO -
      *O PERCENTUAL DO PARMADT.DAT SOBRE O SALARIO DO CADASTRO (SEM
      *O PARAMETRO, 40%). FICAM FORA, COM O MOTIVO NO ARQADT.EXC:
      *O ADMITIDO NO MES DEPOIS DO DIA DE CORTE DO PARMADT (SEM O
      *PARAMETRO, DIA 15) OU EM MES POSTERIOR; O AFASTADO OU EM
      *LICENCA (SITUACAO L NO CADENT); O FUNCIONARIO COM RESCISAO EM
      *ANDAMENTO - DATA DE DESLIGAMENTO NO CADENT OU RESCISAO JA
      *CALCULADA NA COMPETENCIA (TIPO DE DESLIGAMENTO NO ARQFGTS) - E
      *QUEM ESTA FORA DA FAIXA DE SALARIO GRAVADA NO CADSAI PELO EX06
      *(ACIMA DE 3.000,00 E ATE 20.000,00), QUE NAO TERIA FOLHA PARA
      *ABATER O ADIANTAMENTO. O DESLIGADO DE MESES ANTERIORES E SO
      *PULADO. O HOLERITE E A REMESSA, RODADOS COM A VARIAVEL DE
      *AMBIENTE TIPO_FOLHA=A, EMITEM O RECIBO DE ADIANTAMENTO E A
      *REMESSA DE CREDITO A PARTIR DO ARQADT; O EX06 ABATE O VALOR NA
      *FOLHA DA MESMA COMPETENCIA. RODAR DE NOVO NO MES REFAZ O
      *ARQADT INTEIRO - DEPOIS DA REMESSA ENVIADA, NAO REPROCESSAR.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMADT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQFGTS ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS MATRICULA-FGT
          FILE STATUS IS FS-FGTS.
          SELECT ARQADT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQEXC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADENT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADENT.DAT".
          01 REG-ENT.
          02 MATRICULA-ENT             PIC 9(05).
          02 NOME-ENT                  PIC X(30).
          02 SALARIOB-ENT              PIC 9(05)V99.
          02 DEPENDENTES-ENT           PIC 9(02).
          02 DATA-ADMISSAO-ENT.
             03 COMPET-ADM-ENT         PIC 9(06).
             03 DIA-ADM-ENT            PIC 9(02).
          02 DATA-DESLIG-ENT.
             03 COMPET-DES-ENT         PIC 9(06).
             03 DIA-DES-ENT            PIC 9(02).
          02 SITUACAO-ENT              PIC X(01).
          02 UNIDADE-ENT               PIC 9(02).

       FD  PARMADT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\PARMADT.DAT".
          01 REG-PARMADT.
          02 PERCENTUAL-PRM            PIC 9(03)V9(02).
          02 DIA-CORTE-PRM             PIC 9(02).

       FD  ARQFGTS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQFGTS.DAT".
          COPY REGFGT.

       FD  ARQADT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQADT.DAT".
          COPY REGSAI.
          01 REG-ADT-HDR.
          02 ADT-HDR-TIPO              PIC X(03).
          02 ADT-HDR-ID                PIC X(08).
          02 ADT-HDR-DATA              PIC 9(08).
          01 REG-ADT-TRL.
          02 ADT-TRL-TIPO              PIC X(03).
          02 ADT-TRL-QTDE              PIC 9(06).
          02 ADT-TRL-SOMA              PIC 9(15).

       FD  ARQEXC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQADT.EXC".
          01 REG-EXC.
          02 EXC-MATRICULA             PIC 9(05).
          02 FILLER                    PIC X(02).
          02 EXC-NOME                  PIC X(30).
          02 FILLER                    PIC X(02).
          02 EXC-MOTIVO                PIC X(22).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  FIM-PRM            PIC X(03) VALUE "NAO".
       77  FS-FGTS            PIC X(02) VALUE "00".
       77  TEM-FGTS           PIC X(03) VALUE "NAO".
       77  PERCENTUAL-ADT     PIC 9(03)V9(02) VALUE 40,00.
       77  PERCENTUAL-EDIT    PIC ZZ9,99.
       77  DIA-CORTE          PIC 9(02) VALUE 15.
       77  SALARIO-CORTE      PIC 9(05)V9(02) VALUE 3000,00.
       77  SALARIO-MAX        PIC 9(05)V9(02) VALUE 20000,00.
       77  COMPET-ATUAL       PIC 9(06) VALUE ZEROES.
       77  MOTIVO-EXCLUSAO    PIC X(22) VALUE SPACES.
       77  VALOR-ADIANT       PIC 9(05)V9(02) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-PAGOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-EXCLUIDOS PIC 9(06) VALUE ZEROES.
       77  CONTADOR-INATIVOS  PIC 9(06) VALUE ZEROES.
       77  TOTAL-ADIANT       PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-ADIANT-DIG REDEFINES TOTAL-ADIANT PIC 9(11).
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA-LOG   PIC 9(08).

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

       PGM-ADIANTA.
          PERFORM OBTEM-PARAMETROS.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ENT EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

      *----------------------------------------------------------------
      *    PERCENTUAL E DIA DE CORTE DA ADMISSAO (PARMADT.DAT)
      *----------------------------------------------------------------
       OBTEM-PARAMETROS.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          MOVE DATA-SISTEMA(1:6) TO COMPET-ATUAL.
          OPEN INPUT PARMADT.
          READ PARMADT AT END MOVE "SIM" TO FIM-PRM.
          IF FIM-PRM EQUAL "NAO"
             AND PERCENTUAL-PRM NUMERIC
             AND PERCENTUAL-PRM GREATER THAN ZEROES
             AND PERCENTUAL-PRM NOT GREATER 100
              MOVE PERCENTUAL-PRM TO PERCENTUAL-ADT.
          IF FIM-PRM EQUAL "NAO"
             AND DIA-CORTE-PRM NUMERIC
             AND DIA-CORTE-PRM GREATER THAN ZEROES
             AND DIA-CORTE-PRM NOT GREATER 31
              MOVE DIA-CORTE-PRM TO DIA-CORTE.
          CLOSE PARMADT.
          MOVE PERCENTUAL-ADT TO PERCENTUAL-EDIT.
          DISPLAY "ADIANTAMENTO DE " PERCENTUAL-EDIT "% - CORTE DA "
              "ADMISSAO NO DIA " DIA-CORTE.

       INICIO.
          OPEN INPUT  CADENT
                      ARQFGTS
               OUTPUT ARQADT
                      ARQEXC.
          MOVE "HDR" TO ADT-HDR-TIPO.
          MOVE "ARQADT  " TO ADT-HDR-ID.
          MOVE DATA-SISTEMA TO ADT-HDR-DATA.
          WRITE REG-ADT-HDR.
          PERFORM LEITURA.

       LEITURA.
          READ CADENT AT END MOVE "SIM" TO FIM-ENT.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
          IF DATA-ADMISSAO-ENT NOT NUMERIC
              MOVE ZEROES TO DATA-ADMISSAO-ENT.
          IF DATA-DESLIG-ENT NOT NUMERIC
              MOVE ZEROES TO DATA-DESLIG-ENT.
          IF SITUACAO-ENT EQUAL "I"
             AND COMPET-DES-ENT NOT EQUAL COMPET-ATUAL
              ADD 1 TO CONTADOR-INATIVOS
          ELSE
              PERFORM DECIDE-EXCLUSAO
              IF MOTIVO-EXCLUSAO EQUAL SPACES
                  PERFORM GRAVA-ADIANTAMENTO
              ELSE
                  PERFORM GRAVA-EXCECAO.
          PERFORM LEITURA.

      *----------------------------------------------------------------
      *    EXCLUSOES DO ADIANTAMENTO, NA ORDEM EM QUE SAO CONFERIDAS
      *----------------------------------------------------------------
       DECIDE-EXCLUSAO.
          MOVE SPACES TO MOTIVO-EXCLUSAO.
          PERFORM CONFERE-RESCISAO.
          IF TEM-FGTS EQUAL "SIM"
             OR DATA-DESLIG-ENT GREATER THAN ZEROES
              MOVE "RESCISAO EM ANDAMENTO" TO MOTIVO-EXCLUSAO
          ELSE
          IF SITUACAO-ENT EQUAL "L"
              MOVE "AFASTADO OU LICENCA" TO MOTIVO-EXCLUSAO
          ELSE
          IF COMPET-ADM-ENT GREATER THAN COMPET-ATUAL
             OR (COMPET-ADM-ENT EQUAL COMPET-ATUAL
                 AND DIA-ADM-ENT GREATER THAN DIA-CORTE)
              MOVE "ADMITIDO APOS O CORTE" TO MOTIVO-EXCLUSAO
          ELSE
          IF SALARIOB-ENT NOT NUMERIC
             OR SALARIOB-ENT NOT GREATER SALARIO-CORTE
             OR SALARIOB-ENT GREATER THAN SALARIO-MAX
              MOVE "FORA DA FAIXA CADSAI" TO MOTIVO-EXCLUSAO.

      *    RESCISAO JA CALCULADA NA COMPETENCIA: O RESCISAO GRAVA O
      *    TIPO DE DESLIGAMENTO NO SALDO DE FGTS DO FUNCIONARIO.
       CONFERE-RESCISAO.
          MOVE "SIM" TO TEM-FGTS.
          MOVE MATRICULA-ENT TO MATRICULA-FGT.
          READ ARQFGTS KEY IS MATRICULA-FGT
              INVALID KEY MOVE "NAO" TO TEM-FGTS.
          IF FS-FGTS NOT EQUAL "00"
              MOVE "NAO" TO TEM-FGTS.
          IF TEM-FGTS EQUAL "SIM"
             AND (COMPET-FGT NOT EQUAL COMPET-ATUAL
                  OR TIPO-DESLIG-FGT EQUAL SPACES)
              MOVE "NAO" TO TEM-FGTS.

       GRAVA-ADIANTAMENTO.
          COMPUTE VALOR-ADIANT ROUNDED =
              SALARIOB-ENT * PERCENTUAL-ADT / 100.
          ADD 1 TO CONTADOR-PAGOS.
          ADD VALOR-ADIANT TO TOTAL-ADIANT.
          MOVE SPACES TO REG-SAI.
          MOVE MATRICULA-ENT TO MATRICULA-SAI.
          MOVE NOME-ENT TO NOME-SAI.
          MOVE SALARIOB-ENT TO SALARIOB-SAI.
          MOVE ZEROES TO INSS-SAI.
          MOVE ZEROES TO IRRF-SAI.
          MOVE ZEROES TO BENEF-SAI.
          MOVE ZEROES TO DESCONTO-SAI.
          MOVE VALOR-ADIANT TO LIQUIDO-SAI.
          MOVE ZEROES TO EMPREST-SAI.
          MOVE ZEROES TO MENSAL-SAI.
          MOVE ZEROES TO PENSAO-SAI.
          MOVE VALOR-ADIANT TO ADIANT-SAI.
          MOVE "A" TO TIPO-SAI.
          WRITE REG-SAI.

       GRAVA-EXCECAO.
          ADD 1 TO CONTADOR-EXCLUIDOS.
          MOVE SPACES TO REG-EXC.
          MOVE MATRICULA-ENT TO EXC-MATRICULA.
          MOVE NOME-ENT TO EXC-NOME.
          MOVE MOTIVO-EXCLUSAO TO EXC-MOTIVO.
          WRITE REG-EXC.

       TERMINO.
          MOVE "TRL" TO ADT-TRL-TIPO.
          MOVE CONTADOR-PAGOS TO ADT-TRL-QTDE.
          MOVE TOTAL-ADIANT-DIG TO ADT-TRL-SOMA.
          WRITE REG-ADT-TRL.
          PERFORM GRAVA-LOG.
          DISPLAY "ADIANTAMENTO QUINZENAL ENCERRADO.".
          DISPLAY "FUNCIONARIOS LIDOS...: " CONTADOR-LIDOS.
          DISPLAY "ADIANTAMENTOS........: " CONTADOR-PAGOS
              " TOTAL: " TOTAL-ADIANT.
          DISPLAY "EXCLUIDOS (ARQADT.EXC): " CONTADOR-EXCLUIDOS.
          DISPLAY "DESLIGADOS PULADOS...: " CONTADOR-INATIVOS.
          CLOSE CADENT
                ARQFGTS
                ARQADT
                ARQEXC.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA-LOG FROM TIME.
          MOVE "ADIANTA"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA-LOG(1:2)  TO LOG-HH.
          MOVE HORA-SISTEMA-LOG(3:2)  TO LOG-MI.
          MOVE HORA-SISTEMA-LOG(5:2)  TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "ARQADT"               TO LOG-ARQ1-NOME.
          MOVE CONTADOR-PAGOS         TO LOG-ARQ1-QTD.
          MOVE "ARQEXC"               TO LOG-ARQ2-NOME.
          MOVE CONTADOR-EXCLUIDOS     TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
