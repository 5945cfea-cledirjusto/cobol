       IDENTIFICATION DIVISION.
          PROGRAM-ID.      RETROAT.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. DIFERENCAS SALARIAIS RETROATIVAS DE REAJUSTE APROVADO
      *DEPOIS DA VIGENCIA (ACORDO OU DISSIDIO). O PARMRETR.DAT TRAZ A
      *DATA DE VIGENCIA (AAAAMMDD) E O PERCENTUAL DO REAJUSTE; COM O
      *RETRSAL.DAT (MATRICULA, SALARIO ANTERIOR, SALARIO NOVO) O
      *REAJUSTE PASSA A SER O DE CADA FUNCIONARIO LISTADO E SO ELES
      *RECEBEM DIFERENCA. PARA CADA COMPETENCIA DA VIGENCIA ATE O MES
      *ANTERIOR AO CORRENTE, LE A ULTIMA GERACAO DO CADSAI DAQUELE
      *MES CATALOGADA PELO GERENGER NO CATGER.DAT E REFAZ O CALCULO
      *DE CADA REGISTRO DE FOLHA (TIPO F) COM O BRUTO REAJUSTADO E AS
      *TABELAS DE INSS E IRRF (PARMINSS/PARMIRRF DA FOLHA) VIGENTES
      *NAQUELA COMPETENCIA - O MES DA VIGENCIA E PROPORCIONAL AOS
      *DIAS A PARTIR DA DATA (MES COMERCIAL DE 30 DIAS). A DIFERENCA
      *DE CADA FUNCIONARIO EM CADA MES VAI PARA O ARQMOV.DAT DA FOLHA
      *COMO EVENTO RET, COM A COMPETENCIA DE ORIGEM E AS DIFERENCAS
      *DE INSS E IRRF JA APURADAS NAS TABELAS DA EPOCA; O EX06 PAGA O
      *BRUTO E DESCONTA ESSES IMPOSTOS SEM REFAZE-LOS NA TABELA DO
      *MES, E O LIQUIDO DA DIFERENCA ENTRA NO ARQYTD PELA PROPRIA
      *FOLHA QUE A PAGA (ESTE PROGRAMA NAO GRAVA NO ARQYTD, PARA O
      *ACUMULADO NAO SAIR EM DOBRO). O RELRETRO DEMONSTRA A CONTA DE
      *CADA DIFERENCA. COMPETENCIA SEM GERACAO DO CADSAI NO CATALOGO
      *OU NO DISCO RECUSA O PROCESSAMENTO INTEIRO (CODIGO 8), COMO
      *TAMBEM EVENTO RET JA LANCADO NO ARQMOV PARA COMPETENCIA DA
      *VIGENCIA EM DIANTE - NADA E GRAVADO PELA METADE NEM EM DOBRO.
      *OS DEPENDENTES PARA O IRRF SAO OS DO CADENT CORRENTE. SEM O
      *RETRSAL, QUEM TEM NO HISTORICO DE SALARIO (HISTSAL, CONSULTADO
      *PELA SALVIG) UMA ALTERACAO COM VIGENCIA NA PROPRIA DATA DO
      *PARMRETR TEM O REAJUSTE DELA (SALARIO NOVO SOBRE O ANTERIOR);
      *OS DEMAIS FICAM COM O PERCENTUAL DO PARMRETR, QUE PODE VIR
      *ZERADO QUANDO SO O HISTORICO DEVE SER RETROAGIDO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL PARMRETR ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL RETRSAL ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CATGER ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMINSS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PARMIRRF ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT CADSAIG ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FS-GER.
          SELECT OPTIONAL ARQMOV ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELRETRO ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  PARMRETR
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMRETR.DAT".
          01 REG-PRT.
          02 DATA-VIG-PRT              PIC 9(08).
          02 PERCENTUAL-PRT            PIC 9(03)V9(02).

       FD  RETRSAL
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "RETRSAL.DAT".
          01 REG-RTS.
          02 MATRICULA-RTS             PIC 9(05).
          02 SALARIO-ANT-RTS           PIC 9(05)V9(02).
          02 SALARIO-NOVO-RTS          PIC 9(05)V9(02).

       FD  CATGER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CATGER.DAT".
          01 REG-GER.
          02 ARQUIVO-GER               PIC X(12).
          02 LOCAL-GER                 PIC X(40).
          02 DATA-GER                  PIC 9(08).

       FD  CADENT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADENT.DAT".
          01 REG-ENT.
          02 MATRICULA-ENT             PIC 9(05).
          02 NOME-ENT                  PIC X(30).
          02 SALARIOB-ENT              PIC 9(05)V99.
          02 DEPENDENTES-ENT           PIC 9(02).

       FD  PARMINSS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\PARMINSS.DAT".
          01 REG-PINSS.
          02 DATA-VIG-INS              PIC 9(08).
          02 TETO-INS                  PIC 9(07)V9(02).
          02 ALIQUOTA-INS              PIC 9V9(04).
          02 PARCELA-INS               PIC 9(05)V9(02).

       FD  PARMIRRF
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\PARMIRRF.DAT".
          01 REG-PIRRF.
          02 DATA-VIG-IRF              PIC 9(08).
          02 TETO-IRF                  PIC 9(07)V9(02).
          02 ALIQUOTA-IRF              PIC 9V9(04).
          02 PARCELA-IRF               PIC 9(05)V9(02).

      *    GERACAO ARQUIVADA DO CADSAI, ABERTA PELO LOCAL DO CATALOGO.
       FD  CADSAIG
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS NOME-GERACAO.
          COPY REGSAI.
          01 REG-SAI-HDR.
          02 SAI-HDR-TIPO              PIC X(03).
          02 SAI-HDR-ID                PIC X(08).
          02 SAI-HDR-DATA              PIC 9(08).

       FD  ARQMOV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQMOV.DAT".
          01 REG-MVP.
          02 MATRICULA-MVP             PIC 9(05).
          02 EVENTO-MVP                PIC X(03).
          02 HORAS-MVP                 PIC 9(03)V9(01).
          02 VALOR-MVP                 PIC 9(05)V9(02).
          02 COMPET-MVP                PIC 9(06).
          02 INSS-MVP                  PIC 9(05)V9(02).
          02 IRRF-MVP                  PIC 9(05)V9(02).

       FD  RELRETRO
          LABEL RECORD IS OMITTED.
          01  REGRETRO    PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  NOME-GERACAO       PIC X(40) VALUE SPACES.
       77  FS-GER             PIC X(02) VALUE "00".
       77  FIM-PRT            PIC X(03) VALUE "NAO".
       77  FIM-RTS            PIC X(03) VALUE "NAO".
       77  FIM-GER            PIC X(03) VALUE "NAO".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  FIM-MVP            PIC X(03) VALUE "NAO".
       77  FIM-PINSS          PIC X(03) VALUE "NAO".
       77  FIM-PIRRF          PIC X(03) VALUE "NAO".
       77  FIM-SAI            PIC X(03) VALUE "NAO".
       77  DATA-VIGENCIA      PIC 9(08) VALUE ZEROES.
       77  COMPET-VIGENCIA    PIC 9(06) VALUE ZEROES.
       77  DIA-VIGENCIA       PIC 9(02) VALUE ZEROES.
       77  COMPET-ATUAL       PIC 9(06) VALUE ZEROES.
       77  PERCENTUAL-RETRO   PIC 9(03)V9(02) VALUE ZEROES.
       77  PERCENTUAL-EDIT    PIC ZZ9,99.
       77  QTD-SALARIOS       PIC 9(04) VALUE ZEROES.
       77  IX-RTS             PIC 9(04) VALUE ZEROES.
       77  IX-RTS-ACHADO      PIC 9(04) VALUE ZEROES.
       77  QTD-DEPENDENTES    PIC 9(04) VALUE ZEROES.
       77  IX-DEP             PIC 9(04) VALUE ZEROES.
       77  QTD-MESES          PIC 9(02) VALUE ZEROES.
       77  IX-MES             PIC 9(02) VALUE ZEROES.
       77  QTD-SEM-GERACAO    PIC 9(02) VALUE ZEROES.
       77  QTD-LANCADOS       PIC 9(04) VALUE ZEROES.
       77  VIG-LIMITE         PIC 9(08) VALUE ZEROES.
       77  VIG-INSS           PIC 9(08) VALUE ZEROES.
       77  VIG-IRRF           PIC 9(08) VALUE ZEROES.
       77  QTD-FAIXAS-INSS    PIC 9(01) VALUE ZEROES.
       77  QTD-FAIXAS-IRRF    PIC 9(01) VALUE ZEROES.
       77  IX-FAI             PIC 9(01) VALUE ZEROES.
       77  ACHOU-FAIXA        PIC X(03) VALUE "NAO".
       77  TAXA-INSS          PIC 9V9(04) VALUE 0,11.
       77  VALOR-DEPENDENTE   PIC 9(03)V9(02) VALUE 189,59.
       77  TEM-DIFERENCA      PIC X(03) VALUE "NAO".
       77  FATOR-REAJUSTE     PIC 9(03)V9(06) VALUE ZEROES.
       77  SALARIO-VIG        PIC 9(05)V9(02) VALUE ZEROES.
       77  CARGO-VIG          PIC 9(03) VALUE ZEROES.
       77  VIGENCIA-SAL       PIC 9(08) VALUE ZEROES.
       77  SALARIO-ANT-VIG    PIC 9(05)V9(02) VALUE ZEROES.
       77  ACHOU-VIGENTE      PIC X(03) VALUE "NAO".
       77  DIAS-RETRO         PIC 9(02) VALUE ZEROES.
       77  DEPENDENTES-CALC   PIC 9(02) VALUE ZEROES.
       77  PENSAO-CALC        PIC 9(05)V9(02) VALUE ZEROES.
       77  SALARIO-CALC       PIC 9(07)V9(02) VALUE ZEROES.
       77  BASE-IRRF          PIC S9(07)V9(02) VALUE ZEROES.
       77  DESCONTO-CALC      PIC S9(07)V9(02) VALUE ZEROES.
       77  VALOR-INSS         PIC 9(05)V9(02) VALUE ZEROES.
       77  VALOR-IRRF         PIC 9(05)V9(02) VALUE ZEROES.
       77  INSS-PAGO          PIC 9(05)V9(02) VALUE ZEROES.
       77  IRRF-PAGO          PIC 9(05)V9(02) VALUE ZEROES.
       77  BRUTO-DEVIDO       PIC 9(07)V9(02) VALUE ZEROES.
       77  DIF-BRUTO          PIC 9(05)V9(02) VALUE ZEROES.
       77  DIF-INSS           PIC S9(05)V9(02) VALUE ZEROES.
       77  DIF-IRRF           PIC S9(05)V9(02) VALUE ZEROES.
       77  DIF-LIQUIDO        PIC S9(05)V9(02) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-EVENTOS   PIC 9(06) VALUE ZEROES.
       77  TOTAL-BRUTO        PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-INSS         PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-IRRF         PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-LIQUIDO      PIC S9(09)V9(02) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 28.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 COMPET-CORRENTE     PIC 9(06) VALUE ZEROES.
       01 COMPET-CORRENTE-R REDEFINES COMPET-CORRENTE.
          02 ANO-CORRENTE     PIC 9(04).
          02 MES-CORRENTE     PIC 9(02).

       01 TAB-MESES.
          02 MES-OCORRENCIA OCCURS 60 TIMES.
             03 MES-COMPET             PIC 9(06).
             03 MES-LOCAL              PIC X(40).
             03 MES-DATA               PIC 9(08).

       01 TAB-SALARIOS.
          02 RTS-OCORRENCIA OCCURS 500 TIMES.
             03 RTS-MATRICULA          PIC 9(05).
             03 RTS-ANTERIOR           PIC 9(05)V9(02).
             03 RTS-NOVO               PIC 9(05)V9(02).

       01 TAB-DEPENDENTES.
          02 DEP-OCORRENCIA OCCURS 500 TIMES.
             03 DEP-MATRICULA          PIC 9(05).
             03 DEP-QTDE               PIC 9(02).

       01 TAB-INSS.
          02 FINS-OCORRENCIA OCCURS 9 TIMES.
             03 FINS-TETO              PIC 9(07)V9(02).
             03 FINS-ALIQUOTA          PIC 9V9(04).
             03 FINS-PARCELA           PIC 9(05)V9(02).

       01 TAB-IRRF.
          02 FIRF-OCORRENCIA OCCURS 9 TIMES.
             03 FIRF-TETO              PIC 9(07)V9(02).
             03 FIRF-ALIQUOTA          PIC 9V9(04).
             03 FIRF-PARCELA           PIC 9(05)V9(02).

       01 CAB-01.
          02 FILLER    PIC X(10) VALUE SPACES.
          02 FILLER    PIC X(27) VALUE
             "DIFERENCAS RETROATIVAS - VI".
          02 FILLER    PIC X(07) VALUE "GENCIA ".
          02 CAB-VIG-DIA PIC 99.
          02 FILLER    PIC X(01) VALUE "/".
          02 CAB-VIG-MES PIC 99.
          02 FILLER    PIC X(01) VALUE "/".
          02 CAB-VIG-ANO PIC 9999.
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "COMPET.".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(05)  VALUE "MATR.".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(20)  VALUE "NOME".
          02 FILLER    PIC X(11)  VALUE " BRUTO PAGO".
          02 FILLER    PIC X(09)  VALUE "   REAJ.%".
          02 FILLER    PIC X(05)  VALUE " DIAS".

       01 CAB-02A.
          02 FILLER    PIC X(09)  VALUE SPACES.
          02 FILLER    PIC X(12)  VALUE "BRUTO DEVIDO".
          02 FILLER    PIC X(11)  VALUE "  DIF.BRUTO".
          02 FILLER    PIC X(11)  VALUE "   DIF.INSS".
          02 FILLER    PIC X(11)  VALUE "   DIF.IRRF".
          02 FILLER    PIC X(12)  VALUE " DIF.LIQUIDO".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 DETALHE.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-COMPET PIC 9(06).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-MAT   PIC 9(05).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-NOME  PIC X(20).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-PAGO  PIC ZZ.ZZ9,99.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DET-PCT   PIC ZZ9,9999.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 DET-DIAS  PIC Z9.

       01 DETALHE-2.
          02 FILLER    PIC X(09) VALUE SPACES.
          02 DET-DEVIDO PIC ZZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-DBRUTO PIC ZZ.ZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-DINSS PIC ZZ.ZZ9,99-.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-DIRRF PIC ZZ.ZZ9,99-.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-DLIQ  PIC ZZ.ZZ9,99-.

       01 LINHA-SEM-GERACAO.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 SGR-COMPET PIC 9(06).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 SGR-MOTIVO PIC X(50).

       01 CAB-04.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "TOTAIS: ".
          02 TOT-QTD   PIC ZZZZZ9.
          02 FILLER    PIC X(08)  VALUE " EVENTOS".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 TOT-BRUTO PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-INSS  PIC ZZZ.ZZ9,99.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-IRRF  PIC ZZZ.ZZ9,99.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 TOT-LIQ   PIC ZZZ.ZZZ.ZZ9,99-.

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

       PGM-RETROAT.
          PERFORM OBTEM-PARAMETROS.
          PERFORM CONFERE-LANCADOS.
          PERFORM CARGA-SALARIOS.
          PERFORM CARGA-DEPENDENTES.
          PERFORM MONTA-COMPETENCIAS.
          PERFORM CONFERE-GERACOES.
          PERFORM INICIO.
          PERFORM PROCESSA-COMPETENCIA
              VARYING IX-MES FROM 1 BY 1
              UNTIL IX-MES GREATER THAN QTD-MESES.
          PERFORM TERMINO.
          STOP RUN.

      *----------------------------------------------------------------
      *    VIGENCIA E PERCENTUAL DO REAJUSTE. SEM O PARAMETRO, OU COM
      *    VIGENCIA QUE NAO E ANTERIOR AO MES CORRENTE, NAO HA O QUE
      *    RETROAGIR.
      *----------------------------------------------------------------
       OBTEM-PARAMETROS.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          MOVE DATA-SISTEMA(1:6) TO COMPET-ATUAL.
          OPEN INPUT PARMRETR.
          READ PARMRETR AT END MOVE "SIM" TO FIM-PRT.
          CLOSE PARMRETR.
          IF FIM-PRT EQUAL "SIM"
             OR DATA-VIG-PRT NOT NUMERIC
              DISPLAY "PARMRETR.DAT AUSENTE OU SEM DATA DE VIGENCIA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          MOVE DATA-VIG-PRT TO DATA-VIGENCIA.
          MOVE DATA-VIG-PRT(1:6) TO COMPET-VIGENCIA.
          MOVE DATA-VIG-PRT(7:2) TO DIA-VIGENCIA.
          IF PERCENTUAL-PRT NUMERIC
              MOVE PERCENTUAL-PRT TO PERCENTUAL-RETRO.
          IF COMPET-VIGENCIA NOT LESS COMPET-ATUAL
              DISPLAY "VIGENCIA " DATA-VIGENCIA " NAO E ANTERIOR A "
                  "COMPETENCIA CORRENTE - NADA A RETROAGIR."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          IF DIA-VIGENCIA LESS 1 OR DIA-VIGENCIA GREATER 31
              MOVE 1 TO DIA-VIGENCIA.

      *----------------------------------------------------------------
      *    EVENTO RET JA NO ARQMOV PARA A VIGENCIA EM DIANTE: A RODADA
      *    ANTERIOR AINDA NAO FOI CONSUMIDA PELA FOLHA E LANCAR DE NOVO
      *    PAGARIA A DIFERENCA EM DOBRO.
      *----------------------------------------------------------------
       CONFERE-LANCADOS.
          OPEN INPUT ARQMOV.
          PERFORM LE-MOVIMENTO.
          PERFORM TESTA-LANCADO UNTIL FIM-MVP EQUAL "SIM".
          CLOSE ARQMOV.
          IF QTD-LANCADOS GREATER THAN ZEROES
              DISPLAY QTD-LANCADOS " DIFERENCA(S) RETROATIVA(S) JA "
                  "LANCADA(S) NO ARQMOV A PARTIR DE " COMPET-VIGENCIA
              DISPLAY "PROCESSAMENTO RECUSADO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       LE-MOVIMENTO.
          READ ARQMOV AT END MOVE "SIM" TO FIM-MVP.

       TESTA-LANCADO.
          IF EVENTO-MVP EQUAL "RET"
             AND COMPET-MVP NUMERIC
             AND COMPET-MVP NOT LESS COMPET-VIGENCIA
              ADD 1 TO QTD-LANCADOS.
          PERFORM LE-MOVIMENTO.

       CARGA-SALARIOS.
          OPEN INPUT RETRSAL.
          PERFORM LE-SALARIO.
          PERFORM GUARDA-SALARIO UNTIL FIM-RTS EQUAL "SIM".
          CLOSE RETRSAL.
          IF QTD-SALARIOS EQUAL ZEROES
             AND PERCENTUAL-RETRO EQUAL ZEROES
              DISPLAY "SEM PERCENTUAL NO PARMRETR E SEM SALARIOS NO "
                  "RETRSAL - SO AS ALTERACOES DO HISTSAL NA VIGENCIA.".

       LE-SALARIO.
          READ RETRSAL AT END MOVE "SIM" TO FIM-RTS.

       GUARDA-SALARIO.
          IF MATRICULA-RTS NOT NUMERIC
             OR SALARIO-ANT-RTS NOT NUMERIC
             OR SALARIO-NOVO-RTS NOT NUMERIC
             OR SALARIO-ANT-RTS EQUAL ZEROES
              DISPLAY "RETRSAL - REGISTRO INVALIDO IGNORADO: " REG-RTS
          ELSE
          IF QTD-SALARIOS NOT LESS 500
              DISPLAY "TABELA DE SALARIOS LOTADA"
          ELSE
              ADD 1 TO QTD-SALARIOS
              MOVE MATRICULA-RTS TO RTS-MATRICULA (QTD-SALARIOS)
              MOVE SALARIO-ANT-RTS TO RTS-ANTERIOR (QTD-SALARIOS)
              MOVE SALARIO-NOVO-RTS TO RTS-NOVO (QTD-SALARIOS).
          PERFORM LE-SALARIO.

       CARGA-DEPENDENTES.
          OPEN INPUT CADENT.
          PERFORM LE-CADENT.
          PERFORM GUARDA-DEPENDENTE UNTIL FIM-ENT EQUAL "SIM".
          CLOSE CADENT.

       LE-CADENT.
          READ CADENT AT END MOVE "SIM" TO FIM-ENT.

       GUARDA-DEPENDENTE.
          IF QTD-DEPENDENTES NOT LESS 500
              DISPLAY "TABELA DE DEPENDENTES LOTADA"
          ELSE
              ADD 1 TO QTD-DEPENDENTES
              MOVE MATRICULA-ENT TO DEP-MATRICULA (QTD-DEPENDENTES)
              MOVE ZEROES TO DEP-QTDE (QTD-DEPENDENTES)
              IF DEPENDENTES-ENT NUMERIC
                  MOVE DEPENDENTES-ENT TO DEP-QTDE (QTD-DEPENDENTES).
          PERFORM LE-CADENT.

      *----------------------------------------------------------------
      *    UMA LINHA POR COMPETENCIA DA VIGENCIA ATE O MES ANTERIOR AO
      *    CORRENTE, COM A ULTIMA GERACAO DO CADSAI CATALOGADA NO MES
      *    (A DA ULTIMA RODADA DA FOLHA DAQUELA COMPETENCIA).
      *----------------------------------------------------------------
       MONTA-COMPETENCIAS.
          MOVE COMPET-VIGENCIA TO COMPET-CORRENTE.
          PERFORM ACRESCENTA-MES
              UNTIL COMPET-CORRENTE NOT LESS COMPET-ATUAL.
          OPEN INPUT CATGER.
          PERFORM LE-CATALOGO.
          PERFORM TRATA-CATALOGO UNTIL FIM-GER EQUAL "SIM".
          CLOSE CATGER.

       ACRESCENTA-MES.
          IF QTD-MESES NOT LESS 60
              DISPLAY "TABELA DE COMPETENCIAS LOTADA"
              MOVE COMPET-ATUAL TO COMPET-CORRENTE
          ELSE
              ADD 1 TO QTD-MESES
              MOVE COMPET-CORRENTE TO MES-COMPET (QTD-MESES)
              MOVE SPACES TO MES-LOCAL (QTD-MESES)
              MOVE ZEROES TO MES-DATA (QTD-MESES)
              ADD 1 TO MES-CORRENTE
              IF MES-CORRENTE GREATER THAN 12
                  MOVE 1 TO MES-CORRENTE
                  ADD 1 TO ANO-CORRENTE.

       LE-CATALOGO.
          READ CATGER AT END MOVE "SIM" TO FIM-GER.

       TRATA-CATALOGO.
          IF ARQUIVO-GER EQUAL "CADSAI.DAT"
             AND DATA-GER NUMERIC
              PERFORM TESTA-MES
                  VARYING IX-MES FROM 1 BY 1
                  UNTIL IX-MES GREATER THAN QTD-MESES.
          PERFORM LE-CATALOGO.

       TESTA-MES.
          IF DATA-GER(1:6) EQUAL MES-COMPET (IX-MES)
             AND DATA-GER NOT LESS MES-DATA (IX-MES)
              MOVE LOCAL-GER TO MES-LOCAL (IX-MES)
              MOVE DATA-GER TO MES-DATA (IX-MES).

      *----------------------------------------------------------------
      *    TODA COMPETENCIA PRECISA DA SUA GERACAO NO DISCO ANTES DE
      *    QUALQUER EVENTO SER GRAVADO.
      *----------------------------------------------------------------
       CONFERE-GERACOES.
          PERFORM CONFERE-UMA-GERACAO
              VARYING IX-MES FROM 1 BY 1
              UNTIL IX-MES GREATER THAN QTD-MESES.
          IF QTD-SEM-GERACAO GREATER THAN ZEROES
              DISPLAY QTD-SEM-GERACAO " COMPETENCIA(S) SEM GERACAO "
                  "DO CADSAI. RESTAURE O ARQUIVAMENTO E CATALOGUE "
                  "NO GERENGER. PROCESSAMENTO RECUSADO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.

       CONFERE-UMA-GERACAO.
          IF MES-LOCAL (IX-MES) EQUAL SPACES
              ADD 1 TO QTD-SEM-GERACAO
              DISPLAY "COMPETENCIA " MES-COMPET (IX-MES)
                  " SEM CADSAI NO CATALOGO"
          ELSE
              MOVE MES-LOCAL (IX-MES) TO NOME-GERACAO
              OPEN INPUT CADSAIG
              IF FS-GER NOT EQUAL "00"
                  ADD 1 TO QTD-SEM-GERACAO
                  DISPLAY "COMPETENCIA " MES-COMPET (IX-MES)
                      " - GERACAO AUSENTE: " NOME-GERACAO
              ELSE
                  CLOSE CADSAIG.

       INICIO.
          OPEN EXTEND ARQMOV.
          OPEN OUTPUT RELRETRO.
          MOVE DATA-VIGENCIA(7:2) TO CAB-VIG-DIA.
          MOVE DATA-VIGENCIA(5:2) TO CAB-VIG-MES.
          MOVE DATA-VIGENCIA(1:4) TO CAB-VIG-ANO.

      *----------------------------------------------------------------
      *    UMA COMPETENCIA: TABELAS DA EPOCA E A GERACAO DO CADSAI.
      *----------------------------------------------------------------
       PROCESSA-COMPETENCIA.
          COMPUTE VIG-LIMITE = MES-COMPET (IX-MES) * 100 + 31.
          PERFORM CARGA-TABELAS.
          IF MES-COMPET (IX-MES) EQUAL COMPET-VIGENCIA
              COMPUTE DIAS-RETRO = 31 - DIA-VIGENCIA
          ELSE
              MOVE 30 TO DIAS-RETRO.
          IF DIAS-RETRO GREATER THAN 30
              MOVE 30 TO DIAS-RETRO.
          MOVE MES-LOCAL (IX-MES) TO NOME-GERACAO.
          MOVE "NAO" TO FIM-SAI.
          OPEN INPUT CADSAIG.
          PERFORM LE-GERACAO.
          PERFORM PROCESSA-REGISTRO UNTIL FIM-SAI EQUAL "SIM".
          CLOSE CADSAIG.

       LE-GERACAO.
          READ CADSAIG AT END MOVE "SIM" TO FIM-SAI.

       PROCESSA-REGISTRO.
          IF REG-SAI(1:3) EQUAL "HDR"
              IF SAI-HDR-DATA(1:6) NOT EQUAL MES-COMPET (IX-MES)
                  DISPLAY "ATENCAO: GERACAO " NOME-GERACAO
                      " TEM HEADER DE " SAI-HDR-DATA
                  MOVE MES-COMPET (IX-MES) TO SGR-COMPET
                  MOVE "HEADER DA GERACAO DE OUTRA DATA - CONFERIR"
                      TO SGR-MOTIVO
                  PERFORM IMPRIME-AVISO.
          IF REG-SAI(1:3) EQUAL "HDR" OR REG-SAI(1:3) EQUAL "TRL"
              CONTINUE
          ELSE
          IF TIPO-SAI EQUAL "F" OR TIPO-SAI EQUAL SPACES
              ADD 1 TO CONTADOR-LIDOS
              PERFORM APURA-FATOR
              IF TEM-DIFERENCA EQUAL "SIM"
                  PERFORM APURA-DIFERENCA.
          PERFORM LE-GERACAO.

      *----------------------------------------------------------------
      *    FATOR DO REAJUSTE: O DO RETRSAL QUANDO HA LISTA (E SO PARA
      *    QUEM ESTA NELA), SENAO O PERCENTUAL DO PARMRETR PARA TODOS.
      *----------------------------------------------------------------
       APURA-FATOR.
          MOVE "NAO" TO TEM-DIFERENCA.
          MOVE ZEROES TO FATOR-REAJUSTE.
          IF QTD-SALARIOS EQUAL ZEROES
              PERFORM FATOR-DO-HISTORICO
          ELSE
              MOVE ZEROES TO IX-RTS-ACHADO
              PERFORM PROCURA-SALARIO
                  VARYING IX-RTS FROM 1 BY 1
                  UNTIL IX-RTS GREATER THAN QTD-SALARIOS
                     OR IX-RTS-ACHADO GREATER THAN ZEROES
              IF IX-RTS-ACHADO GREATER THAN ZEROES
                 AND RTS-NOVO (IX-RTS-ACHADO) GREATER THAN
                     RTS-ANTERIOR (IX-RTS-ACHADO)
                  COMPUTE FATOR-REAJUSTE ROUNDED =
                      RTS-NOVO (IX-RTS-ACHADO)
                      / RTS-ANTERIOR (IX-RTS-ACHADO) - 1.
          IF FATOR-REAJUSTE GREATER THAN ZEROES
             AND DIAS-RETRO GREATER THAN ZEROES
             AND SALARIOB-SAI NUMERIC
             AND SALARIOB-SAI GREATER THAN ZEROES
              MOVE "SIM" TO TEM-DIFERENCA.

      *----------------------------------------------------------------
      *    ALTERACAO NO HISTORICO COM VIGENCIA NA DATA DO PARMRETR DA O
      *    REAJUSTE DO FUNCIONARIO; SEM ELA VALE O PERCENTUAL GERAL.
      *----------------------------------------------------------------
       FATOR-DO-HISTORICO.
          COMPUTE FATOR-REAJUSTE ROUNDED = PERCENTUAL-RETRO / 100.
          CALL "SALVIG" USING MATRICULA-SAI DATA-VIGENCIA SALARIO-VIG
              CARGO-VIG VIGENCIA-SAL SALARIO-ANT-VIG ACHOU-VIGENTE.
          IF ACHOU-VIGENTE EQUAL "SIM"
             AND VIGENCIA-SAL EQUAL DATA-VIGENCIA
             AND SALARIO-ANT-VIG GREATER THAN ZEROES
             AND SALARIO-VIG GREATER THAN SALARIO-ANT-VIG
              COMPUTE FATOR-REAJUSTE ROUNDED =
                  SALARIO-VIG / SALARIO-ANT-VIG - 1.

       PROCURA-SALARIO.
          IF RTS-MATRICULA (IX-RTS) EQUAL MATRICULA-SAI
              MOVE IX-RTS TO IX-RTS-ACHADO.

      *----------------------------------------------------------------
      *    O BRUTO PAGO E O BRUTO DEVIDO PASSAM PELAS MESMAS TABELAS DA
      *    COMPETENCIA; A DIFERENCA DE IMPOSTO E A ENTRE AS DUAS CONTAS.
      *----------------------------------------------------------------
       APURA-DIFERENCA.
          COMPUTE DIF-BRUTO ROUNDED =
              SALARIOB-SAI * FATOR-REAJUSTE * DIAS-RETRO / 30.
          IF DIF-BRUTO GREATER THAN ZEROES
              COMPUTE BRUTO-DEVIDO = SALARIOB-SAI + DIF-BRUTO
              PERFORM OBTEM-DEPENDENTES
              MOVE ZEROES TO PENSAO-CALC
              IF PENSAO-SAI NUMERIC
                  MOVE PENSAO-SAI TO PENSAO-CALC.
          IF DIF-BRUTO GREATER THAN ZEROES
              MOVE SALARIOB-SAI TO SALARIO-CALC
              PERFORM CALCULA-IMPOSTOS
              MOVE VALOR-INSS TO INSS-PAGO
              MOVE VALOR-IRRF TO IRRF-PAGO
              MOVE BRUTO-DEVIDO TO SALARIO-CALC
              PERFORM CALCULA-IMPOSTOS
              COMPUTE DIF-INSS = VALOR-INSS - INSS-PAGO
              COMPUTE DIF-IRRF = VALOR-IRRF - IRRF-PAGO
              PERFORM GRAVA-EVENTO.

       OBTEM-DEPENDENTES.
          MOVE ZEROES TO DEPENDENTES-CALC.
          PERFORM PROCURA-DEPENDENTE
              VARYING IX-DEP FROM 1 BY 1
              UNTIL IX-DEP GREATER THAN QTD-DEPENDENTES.

       PROCURA-DEPENDENTE.
          IF DEP-MATRICULA (IX-DEP) EQUAL MATRICULA-SAI
              MOVE DEP-QTDE (IX-DEP) TO DEPENDENTES-CALC.

       GRAVA-EVENTO.
          IF DIF-INSS LESS THAN ZEROES
              MOVE ZEROES TO DIF-INSS.
          IF DIF-IRRF LESS THAN ZEROES
              MOVE ZEROES TO DIF-IRRF.
          COMPUTE DIF-LIQUIDO = DIF-BRUTO - DIF-INSS - DIF-IRRF.
          MOVE SPACES TO REG-MVP.
          MOVE MATRICULA-SAI TO MATRICULA-MVP.
          MOVE "RET" TO EVENTO-MVP.
          MOVE ZEROES TO HORAS-MVP.
          MOVE DIF-BRUTO TO VALOR-MVP.
          MOVE MES-COMPET (IX-MES) TO COMPET-MVP.
          MOVE DIF-INSS TO INSS-MVP.
          MOVE DIF-IRRF TO IRRF-MVP.
          WRITE REG-MVP.
          ADD 1 TO CONTADOR-EVENTOS.
          ADD DIF-BRUTO TO TOTAL-BRUTO.
          ADD DIF-INSS TO TOTAL-INSS.
          ADD DIF-IRRF TO TOTAL-IRRF.
          ADD DIF-LIQUIDO TO TOTAL-LIQUIDO.
          PERFORM IMPRESSAO.

      *----------------------------------------------------------------
      *    INSS E IRRF NA MESMA CONTA DO EX06; SEM TABELA VIGENTE NA
      *    COMPETENCIA, INSS DE 11% E SEM IRRF, TAMBEM COMO O EX06.
      *----------------------------------------------------------------
       CALCULA-IMPOSTOS.
          IF QTD-FAIXAS-INSS EQUAL ZEROES
              COMPUTE VALOR-INSS ROUNDED = SALARIO-CALC * TAXA-INSS
              MOVE ZEROES TO VALOR-IRRF
          ELSE
              PERFORM CALCULA-INSS
              PERFORM CALCULA-IRRF.

       CALCULA-INSS.
          MOVE "NAO" TO ACHOU-FAIXA.
          MOVE ZEROES TO VALOR-INSS.
          PERFORM ACHA-FAIXA-INSS
              VARYING IX-FAI FROM 1 BY 1
              UNTIL IX-FAI GREATER THAN QTD-FAIXAS-INSS
                 OR ACHOU-FAIXA EQUAL "SIM".
          IF ACHOU-FAIXA EQUAL "NAO"
              MOVE QTD-FAIXAS-INSS TO IX-FAI
              PERFORM APLICA-FAIXA-INSS.

       ACHA-FAIXA-INSS.
          IF SALARIO-CALC NOT GREATER FINS-TETO (IX-FAI)
              MOVE "SIM" TO ACHOU-FAIXA
              PERFORM APLICA-FAIXA-INSS.

       APLICA-FAIXA-INSS.
          COMPUTE DESCONTO-CALC ROUNDED =
              (SALARIO-CALC * FINS-ALIQUOTA (IX-FAI))
              - FINS-PARCELA (IX-FAI)
              ON SIZE ERROR MOVE ZEROES TO DESCONTO-CALC.
          IF DESCONTO-CALC LESS THAN ZEROES
              MOVE ZEROES TO DESCONTO-CALC.
          MOVE DESCONTO-CALC TO VALOR-INSS.

       CALCULA-IRRF.
          MOVE ZEROES TO VALOR-IRRF.
          COMPUTE BASE-IRRF = SALARIO-CALC - VALOR-INSS
              - (DEPENDENTES-CALC * VALOR-DEPENDENTE)
              - PENSAO-CALC.
          IF BASE-IRRF LESS THAN ZEROES
              MOVE ZEROES TO BASE-IRRF.
          MOVE "NAO" TO ACHOU-FAIXA.
          PERFORM ACHA-FAIXA-IRRF
              VARYING IX-FAI FROM 1 BY 1
              UNTIL IX-FAI GREATER THAN QTD-FAIXAS-IRRF
                 OR ACHOU-FAIXA EQUAL "SIM".
          IF ACHOU-FAIXA EQUAL "NAO"
             AND QTD-FAIXAS-IRRF GREATER THAN ZEROES
              MOVE QTD-FAIXAS-IRRF TO IX-FAI
              PERFORM APLICA-FAIXA-IRRF.

       ACHA-FAIXA-IRRF.
          IF BASE-IRRF NOT GREATER FIRF-TETO (IX-FAI)
              MOVE "SIM" TO ACHOU-FAIXA
              PERFORM APLICA-FAIXA-IRRF.

       APLICA-FAIXA-IRRF.
          COMPUTE DESCONTO-CALC ROUNDED =
              (BASE-IRRF * FIRF-ALIQUOTA (IX-FAI))
              - FIRF-PARCELA (IX-FAI)
              ON SIZE ERROR MOVE ZEROES TO DESCONTO-CALC.
          IF DESCONTO-CALC LESS THAN ZEROES
              MOVE ZEROES TO DESCONTO-CALC.
          MOVE DESCONTO-CALC TO VALOR-IRRF.

      *----------------------------------------------------------------
      *    FAIXAS DE INSS E IRRF DA VIGENCIA MAIS RECENTE ATE O FIM DA
      *    COMPETENCIA EM PROCESSAMENTO.
      *----------------------------------------------------------------
       CARGA-TABELAS.
          MOVE ZEROES TO VIG-INSS VIG-IRRF.
          MOVE ZEROES TO QTD-FAIXAS-INSS QTD-FAIXAS-IRRF.
          MOVE "NAO" TO FIM-PINSS.
          OPEN INPUT PARMINSS.
          PERFORM LE-PINSS.
          PERFORM TESTA-VIG-INSS UNTIL FIM-PINSS EQUAL "SIM".
          CLOSE PARMINSS.
          MOVE "NAO" TO FIM-PINSS.
          OPEN INPUT PARMINSS.
          PERFORM LE-PINSS.
          PERFORM GUARDA-FAIXA-INSS UNTIL FIM-PINSS EQUAL "SIM".
          CLOSE PARMINSS.
          MOVE "NAO" TO FIM-PIRRF.
          OPEN INPUT PARMIRRF.
          PERFORM LE-PIRRF.
          PERFORM TESTA-VIG-IRRF UNTIL FIM-PIRRF EQUAL "SIM".
          CLOSE PARMIRRF.
          MOVE "NAO" TO FIM-PIRRF.
          OPEN INPUT PARMIRRF.
          PERFORM LE-PIRRF.
          PERFORM GUARDA-FAIXA-IRRF UNTIL FIM-PIRRF EQUAL "SIM".
          CLOSE PARMIRRF.

       LE-PINSS.
          READ PARMINSS AT END MOVE "SIM" TO FIM-PINSS.

       TESTA-VIG-INSS.
          IF DATA-VIG-INS NOT GREATER VIG-LIMITE
             AND DATA-VIG-INS GREATER THAN VIG-INSS
              MOVE DATA-VIG-INS TO VIG-INSS.
          PERFORM LE-PINSS.

       GUARDA-FAIXA-INSS.
          IF DATA-VIG-INS EQUAL VIG-INSS
             AND VIG-INSS GREATER THAN ZEROES
             AND QTD-FAIXAS-INSS LESS THAN 9
              ADD 1 TO QTD-FAIXAS-INSS
              MOVE TETO-INS TO FINS-TETO (QTD-FAIXAS-INSS)
              MOVE ALIQUOTA-INS TO FINS-ALIQUOTA (QTD-FAIXAS-INSS)
              MOVE PARCELA-INS TO FINS-PARCELA (QTD-FAIXAS-INSS).
          PERFORM LE-PINSS.

       LE-PIRRF.
          READ PARMIRRF AT END MOVE "SIM" TO FIM-PIRRF.

       TESTA-VIG-IRRF.
          IF DATA-VIG-IRF NOT GREATER VIG-LIMITE
             AND DATA-VIG-IRF GREATER THAN VIG-IRRF
              MOVE DATA-VIG-IRF TO VIG-IRRF.
          PERFORM LE-PIRRF.

       GUARDA-FAIXA-IRRF.
          IF DATA-VIG-IRF EQUAL VIG-IRRF
             AND VIG-IRRF GREATER THAN ZEROES
             AND QTD-FAIXAS-IRRF LESS THAN 9
              ADD 1 TO QTD-FAIXAS-IRRF
              MOVE TETO-IRF TO FIRF-TETO (QTD-FAIXAS-IRRF)
              MOVE ALIQUOTA-IRF TO FIRF-ALIQUOTA (QTD-FAIXAS-IRRF)
              MOVE PARCELA-IRF TO FIRF-PARCELA (QTD-FAIXAS-IRRF).
          PERFORM LE-PIRRF.

      *----------------------------------------------------------------
      *    DEMONSTRATIVO: DUAS LINHAS POR DIFERENCA - O QUE FOI PAGO E
      *    O REAJUSTE APLICADO, DEPOIS O DEVIDO E AS DIFERENCAS.
      *----------------------------------------------------------------
       IMPRESSAO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE MES-COMPET (IX-MES) TO DET-COMPET.
          MOVE MATRICULA-SAI TO DET-MAT.
          MOVE NOME-SAI TO DET-NOME.
          MOVE SALARIOB-SAI TO DET-PAGO.
          COMPUTE DET-PCT ROUNDED = FATOR-REAJUSTE * 100.
          MOVE DIAS-RETRO TO DET-DIAS.
          WRITE REGRETRO FROM DETALHE AFTER ADVANCING 1 LINE.
          MOVE BRUTO-DEVIDO TO DET-DEVIDO.
          MOVE DIF-BRUTO TO DET-DBRUTO.
          MOVE DIF-INSS TO DET-DINSS.
          MOVE DIF-IRRF TO DET-DIRRF.
          MOVE DIF-LIQUIDO TO DET-DLIQ.
          WRITE REGRETRO FROM DETALHE-2 AFTER ADVANCING 1 LINE.
          ADD 2 TO CT-LIN.

       IMPRIME-AVISO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          WRITE REGRETRO FROM LINHA-SEM-GERACAO AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGRETRO.
          WRITE REGRETRO AFTER ADVANCING PAGE.
          WRITE REGRETRO FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGRETRO FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGRETRO FROM CAB-02A AFTER ADVANCING 1 LINE.
          WRITE REGRETRO FROM CAB-03 AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          IF CT-PAG EQUAL ZEROES
              PERFORM CABECALHO.
          MOVE CONTADOR-EVENTOS TO TOT-QTD.
          MOVE TOTAL-BRUTO TO TOT-BRUTO.
          MOVE TOTAL-INSS TO TOT-INSS.
          MOVE TOTAL-IRRF TO TOT-IRRF.
          MOVE TOTAL-LIQUIDO TO TOT-LIQ.
          WRITE REGRETRO FROM CAB-04 AFTER ADVANCING 2 LINES.
          PERFORM GRAVA-LOG.
          MOVE PERCENTUAL-RETRO TO PERCENTUAL-EDIT.
          DISPLAY "DIFERENCAS RETROATIVAS DESDE " DATA-VIGENCIA.
          IF QTD-SALARIOS GREATER THAN ZEROES
              DISPLAY "SALARIOS DO RETRSAL..: " QTD-SALARIOS
          ELSE
              DISPLAY "PERCENTUAL...........: " PERCENTUAL-EDIT.
          DISPLAY "COMPETENCIAS.........: " QTD-MESES.
          DISPLAY "REGISTROS LIDOS......: " CONTADOR-LIDOS.
          DISPLAY "EVENTOS RET NO ARQMOV: " CONTADOR-EVENTOS.
          DISPLAY "DIFERENCA BRUTA......: " TOTAL-BRUTO.
          DISPLAY "DIFERENCA DE INSS....: " TOTAL-INSS.
          DISPLAY "DIFERENCA DE IRRF....: " TOTAL-IRRF.
          CLOSE ARQMOV
                RELRETRO.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "RETROAT"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "ARQMOV"               TO LOG-ARQ1-NOME.
          MOVE CONTADOR-EVENTOS       TO LOG-ARQ1-QTD.
          MOVE "COMPET"               TO LOG-ARQ2-NOME.
          MOVE QTD-MESES              TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
