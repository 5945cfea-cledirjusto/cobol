       IDENTIFICATION DIVISION.
          PROGRAM-ID.      CUSTFOL.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. DISTRIBUICAO MENSAL DO CUSTO DA FOLHA POR CENTRO DE
      *CUSTO. PARA CADA FUNCIONARIO DO CADENT (EM01) APURA O CUSTO DA
      *COMPETENCIA: BRUTO (AS BASES DO ARQFGTS - FOLHA DO EX06, FERIAS
      *DO FERIAPAG, 13O DO DECIMO13 E VERBAS DO RESCISAO), ENCARGOS
      *(DEPOSITO DE FGTS DO ARQFGTS MAIS OS ENCARGOS PATRONAIS DO
      *ARQPROV, APURADOS PELO PROVFOL) E BENEFICIOS (PARTE DA EMPRESA
      *NAS ADESOES DO MANBEN EM VIGOR, COM A MESMA CONTA DO EX06 E DO
      *VIDABEN). O CUSTO E ESPALHADO PELOS DEPARTAMENTOS DO CADLOT NA
      *PROPORCAO DO PERCENTUAL DE CADA LINHA (RATEIO DA OPCAO R DO
      *MANFUN) E CADA DEPARTAMENTO LEVA AO SEU CENTRO DE CUSTO NO
      *CADDEPT. QUEM NAO TEM LOTACAO, OU ESTA NUM DEPARTAMENTO FORA DO
      *CADDEPT, VAI PARA O CENTRO 0000 E E LISTADO NO RELCUS COM
      *CODIGO 4; RATEIO QUE NAO SOMA 100 E REPARTIDO PELA PROPORCAO
      *DOS PERCENTUAIS E TAMBEM LISTADO. GRAVA O ARQCUS.DAT (REGCUS)
      *COM UM REGISTRO POR CENTRO DE CUSTO E UNIDADE, QUE O CONTEXP
      *LANCA NA INTERFACE CONTABIL, E IMPRIME O RELCUS POR CENTRO DE
      *CUSTO E UNIDADE COM SUBTOTAL POR CENTRO. RODA NO EXECMES
      *DEPOIS DO PROVFOL. A COMPETENCIA (AAAAMM) VEM DA VARIAVEL DE
      *AMBIENTE COMPETENCIA, COMO NO PROVFOL; AUSENTE, E A DO MES
      *CORRENTE.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADDEPT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADLOT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADBEN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ADESBEN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADDPF ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQFGTS ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS MATRICULA-FGT
          FILE STATUS IS FS-FGTS.
          SELECT OPTIONAL ARQPROV ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS MATRICULA-PRV
          FILE STATUS IS FS-PROV.
          SELECT ARQCUS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELCUS ASSIGN TO DISK.
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
          02 DATA-ADMISSAO-ENT         PIC 9(08).
          02 DATA-DESLIG-ENT           PIC 9(08).
          02 SITUACAO-ENT              PIC X(01).
          02 UNIDADE-ENT               PIC 9(02).

       FD  CADDEPT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADDEPT.DAT".
          01 REG-DEPT.
          02 CODIGO-DEPT               PIC 9(02).
          02 NOME-DEPT                 PIC X(20).
          02 CENTRO-CUSTO-DEPT         PIC 9(04).

       FD  CADLOT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADLOT.DAT".
          COPY REGLOT.

       FD  CADBEN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADBEN.DAT".
          COPY REGBEN.

       FD  ADESBEN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ADESBEN.DAT".
          COPY REGADS.

       FD  CADDPF
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADDPF.DAT".
          COPY REGDPF.

       FD  ARQFGTS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQFGTS.DAT".
          COPY REGFGT.

       FD  ARQPROV
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQPROV.DAT".
          COPY REGPRV.

       FD  ARQCUS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\ARQCUS.DAT".
          COPY REGCUS.

       FD  RELCUS
          LABEL RECORD IS OMITTED.
          01  REGCUS      PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-FGTS            PIC X(02) VALUE "00".
       77  FS-PROV            PIC X(02) VALUE "00".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  TEM-FGTS           PIC X(03) VALUE "NAO".
       77  TEM-PROV           PIC X(03) VALUE "NAO".
       77  FUNC-ATIVO         PIC X(03) VALUE "NAO".
       77  TABELA-CHEIA       PIC X(03) VALUE "NAO".
       77  COMPETENCIA        PIC X(06) VALUE SPACES.
       77  COMPET-ALVO        PIC 9(06) VALUE ZEROES.
       77  QTD-DEPTOS         PIC 9(02) VALUE ZEROES.
       77  IX-DEP             PIC 9(02) VALUE ZEROES.
       77  IX-DEP-ACHADO      PIC 9(02) VALUE ZEROES.
       77  QTD-LOTACOES       PIC 9(04) VALUE ZEROES.
       77  IX-LOT             PIC 9(04) VALUE ZEROES.
       77  QTD-BENEF          PIC 9(03) VALUE ZEROES.
       77  IX-BEN             PIC 9(03) VALUE ZEROES.
       77  IX-BEN-ACHADO      PIC 9(03) VALUE ZEROES.
       77  QTD-VIDAS          PIC 9(04) VALUE ZEROES.
       77  IX-VID             PIC 9(04) VALUE ZEROES.
       77  IX-VID-ACHADO      PIC 9(04) VALUE ZEROES.
       77  MATRICULA-BUSCA    PIC 9(05) VALUE ZEROES.
       77  QTD-ADESOES        PIC 9(04) VALUE ZEROES.
       77  IX-ADS             PIC 9(04) VALUE ZEROES.
       77  QTD-CENTROS        PIC 9(03) VALUE ZEROES.
       77  IX-CEN             PIC 9(03) VALUE ZEROES.
       77  IX-CEN-ACHADO      PIC 9(03) VALUE ZEROES.
       77  IX-CEN-POSICAO     PIC 9(03) VALUE ZEROES.
       77  QTD-DESTINOS       PIC 9(01) VALUE ZEROES.
       77  IX-DST             PIC 9(01) VALUE ZEROES.
       77  SOMA-PERCENTUAL    PIC 9(05)V9(02) VALUE ZEROES.
       77  CENTRO-TRB         PIC 9(04) VALUE ZEROES.
       77  CHAVE-TRB          PIC 9(06) VALUE ZEROES.
       77  VIDAS-DEP          PIC 9(02) VALUE ZEROES.
       77  CUSTO-BENEFICIO    PIC 9(07)V9(02) VALUE ZEROES.
       77  PARTE-FUNC         PIC 9(07)V9(02) VALUE ZEROES.
       77  SALARIO-MES        PIC 9(07)V9(02) VALUE ZEROES.
       77  BRUTO-FUNC         PIC 9(09)V9(02) VALUE ZEROES.
       77  ENCARGOS-FUNC      PIC 9(09)V9(02) VALUE ZEROES.
       77  BENEF-FUNC         PIC 9(09)V9(02) VALUE ZEROES.
       77  RESTO-BRUTO        PIC 9(09)V9(02) VALUE ZEROES.
       77  RESTO-ENCARGOS     PIC 9(09)V9(02) VALUE ZEROES.
       77  RESTO-BENEF        PIC 9(09)V9(02) VALUE ZEROES.
       77  RESTO-FUNC         PIC 9(01)V9(02) VALUE ZEROES.
       77  PARCELA-BRUTO      PIC 9(09)V9(02) VALUE ZEROES.
       77  PARCELA-ENCARGOS   PIC 9(09)V9(02) VALUE ZEROES.
       77  PARCELA-BENEF      PIC 9(09)V9(02) VALUE ZEROES.
       77  PARCELA-FUNC       PIC 9(01)V9(02) VALUE ZEROES.
       77  MOTIVO-EXC         PIC X(40) VALUE SPACES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-CUSTO     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-EXC       PIC 9(06) VALUE ZEROES.
       77  CONTADOR-GRAV      PIC 9(06) VALUE ZEROES.
       77  TOTAL-FUNC         PIC 9(05)V9(02) VALUE ZEROES.
       77  TOTAL-BRUTO        PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-ENCARGOS     PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-BENEF        PIC 9(09)V9(02) VALUE ZEROES.
       77  TOTAL-CUSTO        PIC 9(09)V9(02) VALUE ZEROES.
       77  SUB-FUNC           PIC 9(05)V9(02) VALUE ZEROES.
       77  SUB-BRUTO          PIC 9(09)V9(02) VALUE ZEROES.
       77  SUB-ENCARGOS       PIC 9(09)V9(02) VALUE ZEROES.
       77  SUB-BENEF          PIC 9(09)V9(02) VALUE ZEROES.
       77  CENTRO-ANTERIOR    PIC 9(04) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 TAB-DEPTOS.
          02 DEP-OCORRENCIA OCCURS 50 TIMES.
             03 DEP-CODIGO             PIC 9(02).
             03 DEP-CENTRO             PIC 9(04).

       01 TAB-LOTACOES.
          02 LOT-OCORRENCIA OCCURS 6000 TIMES.
             03 LOT-MATRICULA          PIC 9(05).
             03 LOT-DEPTO              PIC 9(02).
             03 LOT-PERCENTUAL         PIC 9(03)V9(02).

       01 TAB-BENEFICIOS.
          02 BEN-OCORRENCIA OCCURS 50 TIMES.
             03 BEN-CODIGO             PIC 9(03).
             03 BEN-TIPO               PIC X(01).
             03 BEN-CUSTO-TIT          PIC 9(05)V9(02).
             03 BEN-CUSTO-DEP          PIC 9(05)V9(02).
             03 BEN-PERC-FUNC          PIC 9(03)V9(02).

       01 TAB-VIDAS.
          02 VID-OCORRENCIA OCCURS 2000 TIMES.
             03 VID-MATRICULA          PIC 9(05).
             03 VID-QTD                PIC 9(02).

       01 TAB-ADESOES.
          02 ADS-OCORRENCIA OCCURS 2000 TIMES.
             03 ADS-MATRICULA          PIC 9(05).
             03 ADS-IX-BEN             PIC 9(03).
             03 ADS-COM-DEP            PIC X(01).
             03 ADS-VALOR              PIC 9(05)V9(02).

      *----------------------------------------------------------------
      *    DESTINOS DO CUSTO DO FUNCIONARIO: O DEPARTAMENTO PRINCIPAL
      *    E OS DOIS DO RATEIO, JA COM O CENTRO DE CUSTO.
      *----------------------------------------------------------------
       01 TAB-DESTINOS.
          02 DST-OCORRENCIA OCCURS 3 TIMES.
             03 DST-DEPTO              PIC 9(02).
             03 DST-CENTRO             PIC 9(04).
             03 DST-PERCENTUAL         PIC 9(03)V9(02).

      *----------------------------------------------------------------
      *    ACUMULADOS POR CENTRO DE CUSTO E UNIDADE, MANTIDOS NA ORDEM
      *    DA CHAVE (CENTRO E UNIDADE) PARA O RELATORIO.
      *----------------------------------------------------------------
       01 TAB-CENTROS.
          02 CEN-OCORRENCIA OCCURS 200 TIMES.
             03 CEN-CHAVE.
                04 CEN-CENTRO          PIC 9(04).
                04 CEN-UNIDADE         PIC 9(02).
             03 CEN-FUNC               PIC 9(05)V9(02).
             03 CEN-BRUTO              PIC 9(09)V9(02).
             03 CEN-ENCARGOS           PIC 9(09)V9(02).
             03 CEN-BENEF              PIC 9(09)V9(02).

       01 CAB-01.
          02 FILLER    PIC X(10) VALUE SPACES.
          02 FILLER    PIC X(25) VALUE "CUSTO DA FOLHA POR CENTRO".
          02 FILLER    PIC X(10) VALUE " - COMPET.".
          02 FILLER    PIC X(01) VALUE SPACES.
          02 CAB-COMPET PIC 9(06).
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(06)  VALUE "CENTRO".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(02)  VALUE "UN".
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "  FUNC.".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(13)  VALUE "        BRUTO".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(13)  VALUE "     ENCARGOS".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(13)  VALUE "   BENEFICIOS".
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(13)  VALUE "        TOTAL".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-EXC.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(42)
             VALUE "FUNCIONARIOS COM LOTACAO A CONFERIR".

       01 DET-EXC.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DEX-MAT   PIC 9(05).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DEX-NOME  PIC X(25).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DEX-MOTIVO PIC X(40).

       01 DETALHE.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-CENTRO PIC 9(04).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-UNI   PIC 9(02).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-FUNC  PIC ZZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-BRUTO PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-ENC   PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-BEN   PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-TOT   PIC ZZ.ZZZ.ZZ9,99.

       01 SUBTOTAL.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(06) VALUE "TOTAL ".
          02 SUB-CENTRO PIC 9(04).
          02 SUB-DET-FUNC PIC ZZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 SUB-DET-BRUTO PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 SUB-DET-ENC PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 SUB-DET-BEN PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 SUB-DET-TOT PIC ZZ.ZZZ.ZZ9,99.

       01 TOTAL-GERAL.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 FILLER    PIC X(11) VALUE "TOTAL GERAL".
          02 TOT-FUNC  PIC ZZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 TOT-BRUTO PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 TOT-ENC   PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 TOT-BEN   PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 TOT-TOT   PIC ZZ.ZZZ.ZZ9,99.

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

       PGM-CUSTFOL.
          PERFORM OBTEM-PARAMETROS.
          PERFORM CARGA-DEPTOS.
          PERFORM CARGA-LOTACOES.
          PERFORM CARGA-BENEFICIOS.
          PERFORM CARGA-DEPENDENTES.
          PERFORM CARGA-ADESOES.
          IF TABELA-CHEIA EQUAL "SIM"
              DISPLAY "CUSTFOL INTERROMPIDO - TABELA LOTADA, NADA FOI "
                  "GRAVADO."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ENT EQUAL "SIM".
          PERFORM TERMINO.
          STOP RUN.

       OBTEM-PARAMETROS.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT COMPETENCIA FROM ENVIRONMENT "COMPETENCIA".
          IF COMPETENCIA NOT NUMERIC
              MOVE DATA-SISTEMA(1:6) TO COMPETENCIA.
          MOVE COMPETENCIA TO COMPET-ALVO.

      *----------------------------------------------------------------
      *    TABELAS DE APOIO. TABELA QUE NAO COMPORTA O ARQUIVO PARA O
      *    PROGRAMA ANTES DE GRAVAR QUALQUER COISA.
      *----------------------------------------------------------------
       CARGA-DEPTOS.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT CADDEPT.
          PERFORM LE-DEPTO.
          PERFORM GUARDA-DEPTO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADDEPT.

       LE-DEPTO.
          READ CADDEPT AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-DEPTO.
          IF QTD-DEPTOS NOT LESS 50
              DISPLAY "TABELA DE DEPARTAMENTOS LOTADA (50) - CADDEPT "
                  "MAIOR QUE A TABELA."
              MOVE "SIM" TO TABELA-CHEIA
              MOVE "SIM" TO FIM-ARQ
          ELSE
              ADD 1 TO QTD-DEPTOS
              MOVE CODIGO-DEPT TO DEP-CODIGO (QTD-DEPTOS)
              MOVE CENTRO-CUSTO-DEPT TO DEP-CENTRO (QTD-DEPTOS)
              PERFORM LE-DEPTO.

       CARGA-LOTACOES.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT CADLOT.
          PERFORM LE-LOTACAO.
          PERFORM GUARDA-LOTACAO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADLOT.

       LE-LOTACAO.
          READ CADLOT AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-LOTACAO.
          IF QTD-LOTACOES NOT LESS 6000
              DISPLAY "TABELA DE LOTACOES LOTADA (6000) - CADLOT "
                  "MAIOR QUE A TABELA."
              MOVE "SIM" TO TABELA-CHEIA
              MOVE "SIM" TO FIM-ARQ
          ELSE
              ADD 1 TO QTD-LOTACOES
              MOVE MATRICULA-LOT TO LOT-MATRICULA (QTD-LOTACOES)
              MOVE DEPTO-LOT TO LOT-DEPTO (QTD-LOTACOES)
              MOVE PERCENTUAL-LOT TO LOT-PERCENTUAL (QTD-LOTACOES)
              PERFORM LE-LOTACAO.

       CARGA-BENEFICIOS.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT CADBEN.
          PERFORM LE-BENEFICIO.
          PERFORM GUARDA-BENEFICIO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADBEN.

       LE-BENEFICIO.
          READ CADBEN AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-BENEFICIO.
          IF QTD-BENEF NOT LESS 50
              DISPLAY "TABELA DE BENEFICIOS LOTADA (50) - CADBEN "
                  "MAIOR QUE A TABELA."
              MOVE "SIM" TO TABELA-CHEIA
              MOVE "SIM" TO FIM-ARQ
          ELSE
              ADD 1 TO QTD-BENEF
              MOVE CODIGO-BEN TO BEN-CODIGO (QTD-BENEF)
              MOVE TIPO-BEN TO BEN-TIPO (QTD-BENEF)
              MOVE CUSTO-TIT-BEN TO BEN-CUSTO-TIT (QTD-BENEF)
              MOVE CUSTO-DEP-BEN TO BEN-CUSTO-DEP (QTD-BENEF)
              MOVE PERC-FUNC-BEN TO BEN-PERC-FUNC (QTD-BENEF)
              PERFORM LE-BENEFICIO.

      *----------------------------------------------------------------
      *    DEPENDENTES ATIVOS CONTADOS POR MATRICULA (VIDAS COBERTAS
      *    NOS PLANOS COM EXTENSAO AOS DEPENDENTES).
      *----------------------------------------------------------------
       CARGA-DEPENDENTES.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT CADDPF.
          PERFORM LE-DEPENDENTE.
          PERFORM GUARDA-DEPENDENTE UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE CADDPF.

       LE-DEPENDENTE.
          READ CADDPF AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-DEPENDENTE.
          IF SITUACAO-DPF EQUAL "A"
              PERFORM CONTA-DEPENDENTE.
          PERFORM LE-DEPENDENTE.

       CONTA-DEPENDENTE.
          MOVE MATRICULA-DPF TO MATRICULA-BUSCA.
          PERFORM LOCALIZA-VIDAS.
          IF IX-VID-ACHADO GREATER THAN ZEROES
              ADD 1 TO VID-QTD (IX-VID-ACHADO)
          ELSE
          IF QTD-VIDAS NOT LESS 2000
              DISPLAY "TABELA DE DEPENDENTES LOTADA (2000) - CADDPF "
                  "MAIOR QUE A TABELA."
              MOVE "SIM" TO TABELA-CHEIA
              MOVE "SIM" TO FIM-ARQ
          ELSE
              ADD 1 TO QTD-VIDAS
              MOVE MATRICULA-DPF TO VID-MATRICULA (QTD-VIDAS)
              MOVE 1 TO VID-QTD (QTD-VIDAS).

       LOCALIZA-VIDAS.
          MOVE ZEROES TO IX-VID-ACHADO.
          IF QTD-VIDAS GREATER THAN ZEROES
              PERFORM TESTA-VIDAS
                  VARYING IX-VID FROM 1 BY 1
                  UNTIL IX-VID GREATER THAN QTD-VIDAS
                     OR IX-VID-ACHADO GREATER THAN ZEROES.

       TESTA-VIDAS.
          IF VID-MATRICULA (IX-VID) EQUAL MATRICULA-BUSCA
              MOVE IX-VID TO IX-VID-ACHADO.

      *----------------------------------------------------------------
      *    SO AS ADESOES EM VIGOR NA COMPETENCIA E DE BENEFICIO DO
      *    CATALOGO - O MESMO CORTE DO EX06 E DO VIDABEN.
      *----------------------------------------------------------------
       CARGA-ADESOES.
          MOVE "NAO" TO FIM-ARQ.
          OPEN INPUT ADESBEN.
          PERFORM LE-ADESAO.
          PERFORM GUARDA-ADESAO UNTIL FIM-ARQ EQUAL "SIM".
          CLOSE ADESBEN.

       LE-ADESAO.
          READ ADESBEN AT END MOVE "SIM" TO FIM-ARQ.

       GUARDA-ADESAO.
          IF INICIO-ADS(1:6) NOT GREATER COMPET-ALVO
             AND (FIM-ADS EQUAL ZEROES
                  OR FIM-ADS(1:6) NOT LESS COMPET-ALVO)
              PERFORM LOCALIZA-BENEFICIO
              IF IX-BEN-ACHADO GREATER THAN ZEROES
                  PERFORM GUARDA-ADESAO-VIGENTE.
          IF FIM-ARQ EQUAL "NAO"
              PERFORM LE-ADESAO.

       GUARDA-ADESAO-VIGENTE.
          IF QTD-ADESOES NOT LESS 2000
              DISPLAY "TABELA DE ADESOES LOTADA (2000) - ADESBEN "
                  "MAIOR QUE A TABELA."
              MOVE "SIM" TO TABELA-CHEIA
              MOVE "SIM" TO FIM-ARQ
          ELSE
              ADD 1 TO QTD-ADESOES
              MOVE MATRICULA-ADS TO ADS-MATRICULA (QTD-ADESOES)
              MOVE IX-BEN-ACHADO TO ADS-IX-BEN (QTD-ADESOES)
              MOVE COM-DEP-ADS TO ADS-COM-DEP (QTD-ADESOES)
              MOVE VALOR-ADS TO ADS-VALOR (QTD-ADESOES).

       LOCALIZA-BENEFICIO.
          MOVE ZEROES TO IX-BEN-ACHADO.
          IF QTD-BENEF GREATER THAN ZEROES
              PERFORM TESTA-BENEFICIO
                  VARYING IX-BEN FROM 1 BY 1
                  UNTIL IX-BEN GREATER THAN QTD-BENEF
                     OR IX-BEN-ACHADO GREATER THAN ZEROES.

       TESTA-BENEFICIO.
          IF BEN-CODIGO (IX-BEN) EQUAL CODIGO-ADS
              MOVE IX-BEN TO IX-BEN-ACHADO.

       INICIO.
          OPEN INPUT CADENT
                     ARQFGTS
                     ARQPROV.
          OPEN OUTPUT ARQCUS
                      RELCUS.
          MOVE COMPET-ALVO TO CAB-COMPET.
          PERFORM CABECALHO.
          WRITE REGCUS FROM CAB-EXC AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          PERFORM LEITURA.

       LEITURA.
          READ CADENT AT END MOVE "SIM" TO FIM-ENT.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
          PERFORM APURA-BRUTO-ENCARGOS.
          PERFORM APURA-BENEFICIOS.
          IF BRUTO-FUNC GREATER THAN ZEROES
             OR ENCARGOS-FUNC GREATER THAN ZEROES
             OR BENEF-FUNC GREATER THAN ZEROES
              ADD 1 TO CONTADOR-CUSTO
              PERFORM MONTA-DESTINOS
              PERFORM DISTRIBUI-CUSTO.
          PERFORM LEITURA.

      *----------------------------------------------------------------
      *    BRUTO E ENCARGOS SO DA COMPETENCIA PEDIDA: SALDO DE OUTRO
      *    MES NO ARQFGTS OU NO ARQPROV NAO ENTRA.
      *----------------------------------------------------------------
       APURA-BRUTO-ENCARGOS.
          MOVE ZEROES TO BRUTO-FUNC ENCARGOS-FUNC SALARIO-MES.
          MOVE "SIM" TO TEM-FGTS.
          MOVE MATRICULA-ENT TO MATRICULA-FGT.
          READ ARQFGTS KEY IS MATRICULA-FGT
              INVALID KEY MOVE "NAO" TO TEM-FGTS.
          IF TEM-FGTS EQUAL "SIM"
             AND COMPET-FGT EQUAL COMPET-ALVO
              COMPUTE BRUTO-FUNC = BASE-FOL-FGT + BASE-FER-FGT
                  + BASE-13-FGT + BASE-RES-FGT
              ADD DEPOSITO-FGT TO ENCARGOS-FUNC
              MOVE BASE-FOL-FGT TO SALARIO-MES.
          MOVE "SIM" TO TEM-PROV.
          MOVE MATRICULA-ENT TO MATRICULA-PRV.
          READ ARQPROV KEY IS MATRICULA-PRV
              INVALID KEY MOVE "NAO" TO TEM-PROV.
          IF TEM-PROV EQUAL "SIM"
             AND COMPET-PRV EQUAL COMPET-ALVO
              ADD ENCARGOS-PRV TO ENCARGOS-FUNC.
          IF SALARIO-MES EQUAL ZEROES
              MOVE SALARIOB-ENT TO SALARIO-MES.

      *----------------------------------------------------------------
      *    PARTE DA EMPRESA: CUSTO DO BENEFICIO MENOS O QUE O
      *    FUNCIONARIO PAGA. NO VALE TRANSPORTE O FUNCIONARIO PAGA ATE
      *    O TETO SOBRE O SALARIO DO MES. SO PARA QUEM ESTA ATIVO.
      *----------------------------------------------------------------
       APURA-BENEFICIOS.
          MOVE ZEROES TO BENEF-FUNC.
          MOVE "SIM" TO FUNC-ATIVO.
          IF SITUACAO-ENT EQUAL "I"
              MOVE "NAO" TO FUNC-ATIVO.
          IF DATA-DESLIG-ENT NUMERIC
             AND DATA-DESLIG-ENT NOT EQUAL ZEROES
             AND DATA-DESLIG-ENT(1:6) LESS THAN COMPET-ALVO
              MOVE "NAO" TO FUNC-ATIVO.
          IF FUNC-ATIVO EQUAL "SIM"
             AND QTD-ADESOES GREATER THAN ZEROES
              PERFORM APURA-ADESAO
                  VARYING IX-ADS FROM 1 BY 1
                  UNTIL IX-ADS GREATER THAN QTD-ADESOES.

       APURA-ADESAO.
          IF ADS-MATRICULA (IX-ADS) EQUAL MATRICULA-ENT
              MOVE ADS-IX-BEN (IX-ADS) TO IX-BEN
              PERFORM CALCULA-PARTE-EMPRESA.

       CALCULA-PARTE-EMPRESA.
          IF BEN-TIPO (IX-BEN) EQUAL "T"
              MOVE ADS-VALOR (IX-ADS) TO CUSTO-BENEFICIO
              COMPUTE PARTE-FUNC ROUNDED =
                  SALARIO-MES * BEN-PERC-FUNC (IX-BEN) / 100
              IF PARTE-FUNC GREATER THAN CUSTO-BENEFICIO
                  MOVE CUSTO-BENEFICIO TO PARTE-FUNC
              END-IF
          ELSE
              MOVE ZEROES TO VIDAS-DEP
              IF ADS-COM-DEP (IX-ADS) EQUAL "S"
                  MOVE MATRICULA-ENT TO MATRICULA-BUSCA
                  PERFORM LOCALIZA-VIDAS
                  IF IX-VID-ACHADO GREATER THAN ZEROES
                      MOVE VID-QTD (IX-VID-ACHADO) TO VIDAS-DEP
                  END-IF
              END-IF
              COMPUTE CUSTO-BENEFICIO = BEN-CUSTO-TIT (IX-BEN)
                  + BEN-CUSTO-DEP (IX-BEN) * VIDAS-DEP
              COMPUTE PARTE-FUNC ROUNDED =
                  CUSTO-BENEFICIO * BEN-PERC-FUNC (IX-BEN) / 100.
          IF CUSTO-BENEFICIO GREATER THAN PARTE-FUNC
              COMPUTE BENEF-FUNC = BENEF-FUNC + CUSTO-BENEFICIO
                  - PARTE-FUNC.

      *----------------------------------------------------------------
      *    LOTACOES DO FUNCIONARIO NO CADLOT COM O CENTRO DE CUSTO DE
      *    CADA DEPARTAMENTO. SEM LOTACAO VALIDA O CUSTO VAI INTEIRO
      *    PARA O CENTRO 0000.
      *----------------------------------------------------------------
       MONTA-DESTINOS.
          MOVE ZEROES TO QTD-DESTINOS SOMA-PERCENTUAL.
          MOVE ZEROES TO TAB-DESTINOS.
          IF QTD-LOTACOES GREATER THAN ZEROES
              PERFORM TESTA-LOTACAO
                  VARYING IX-LOT FROM 1 BY 1
                  UNTIL IX-LOT GREATER THAN QTD-LOTACOES.
          IF QTD-DESTINOS EQUAL ZEROES
              MOVE "SEM LOTACAO NO CADLOT - CENTRO 0000"
                  TO MOTIVO-EXC
              PERFORM IMPRIME-EXCECAO
              MOVE 1 TO QTD-DESTINOS
              MOVE ZEROES TO DST-DEPTO (1) DST-CENTRO (1)
              MOVE 100 TO DST-PERCENTUAL (1)
              MOVE 100 TO SOMA-PERCENTUAL.
          IF SOMA-PERCENTUAL NOT EQUAL 100
             AND SOMA-PERCENTUAL GREATER THAN ZEROES
              MOVE "RATEIO NAO SOMA 100% - REPARTIDO PELA PROPORCAO"
                  TO MOTIVO-EXC
              PERFORM IMPRIME-EXCECAO.
          IF SOMA-PERCENTUAL EQUAL ZEROES
              MOVE "RATEIO ZERADO - CUSTO NO DEPARTAMENTO PRINCIPAL"
                  TO MOTIVO-EXC
              PERFORM IMPRIME-EXCECAO
              MOVE 1 TO QTD-DESTINOS
              MOVE 100 TO DST-PERCENTUAL (1)
              MOVE 100 TO SOMA-PERCENTUAL.

       TESTA-LOTACAO.
          IF LOT-MATRICULA (IX-LOT) EQUAL MATRICULA-ENT
              PERFORM GUARDA-DESTINO.

       GUARDA-DESTINO.
          IF QTD-DESTINOS NOT LESS 3
              MOVE "MAIS DE TRES LOTACOES - EXCEDENTE IGNORADA"
                  TO MOTIVO-EXC
              PERFORM IMPRIME-EXCECAO
          ELSE
              ADD 1 TO QTD-DESTINOS
              MOVE LOT-DEPTO (IX-LOT) TO DST-DEPTO (QTD-DESTINOS)
              MOVE LOT-PERCENTUAL (IX-LOT)
                  TO DST-PERCENTUAL (QTD-DESTINOS)
              ADD LOT-PERCENTUAL (IX-LOT) TO SOMA-PERCENTUAL
              PERFORM LOCALIZA-DEPTO
              IF IX-DEP-ACHADO EQUAL ZEROES
                  MOVE ZEROES TO DST-CENTRO (QTD-DESTINOS)
                  MOVE "DEPARTAMENTO FORA DO CADDEPT - CENTRO 0000"
                      TO MOTIVO-EXC
                  PERFORM IMPRIME-EXCECAO
              ELSE
                  MOVE DEP-CENTRO (IX-DEP-ACHADO)
                      TO DST-CENTRO (QTD-DESTINOS).

       LOCALIZA-DEPTO.
          MOVE ZEROES TO IX-DEP-ACHADO.
          IF QTD-DEPTOS GREATER THAN ZEROES
              PERFORM TESTA-DEPTO
                  VARYING IX-DEP FROM 1 BY 1
                  UNTIL IX-DEP GREATER THAN QTD-DEPTOS
                     OR IX-DEP-ACHADO GREATER THAN ZEROES.

       TESTA-DEPTO.
          IF DEP-CODIGO (IX-DEP) EQUAL LOT-DEPTO (IX-LOT)
              MOVE IX-DEP TO IX-DEP-ACHADO.

       IMPRIME-EXCECAO.
          ADD 1 TO CONTADOR-EXC.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE MATRICULA-ENT TO DEX-MAT.
          MOVE NOME-ENT TO DEX-NOME.
          MOVE MOTIVO-EXC TO DEX-MOTIVO.
          WRITE REGCUS FROM DET-EXC AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

      *----------------------------------------------------------------
      *    CADA DESTINO LEVA A SUA PROPORCAO; O ULTIMO FICA COM O
      *    RESTO, PARA A SOMA DOS CENTROS FECHAR COM O FUNCIONARIO.
      *----------------------------------------------------------------
       DISTRIBUI-CUSTO.
          MOVE BRUTO-FUNC TO RESTO-BRUTO.
          MOVE ENCARGOS-FUNC TO RESTO-ENCARGOS.
          MOVE BENEF-FUNC TO RESTO-BENEF.
          MOVE 1 TO RESTO-FUNC.
          PERFORM DISTRIBUI-DESTINO
              VARYING IX-DST FROM 1 BY 1
              UNTIL IX-DST GREATER THAN QTD-DESTINOS.

       DISTRIBUI-DESTINO.
          IF IX-DST EQUAL QTD-DESTINOS
              MOVE RESTO-BRUTO TO PARCELA-BRUTO
              MOVE RESTO-ENCARGOS TO PARCELA-ENCARGOS
              MOVE RESTO-BENEF TO PARCELA-BENEF
              MOVE RESTO-FUNC TO PARCELA-FUNC
          ELSE
              COMPUTE PARCELA-BRUTO ROUNDED = BRUTO-FUNC
                  * DST-PERCENTUAL (IX-DST) / SOMA-PERCENTUAL
              COMPUTE PARCELA-ENCARGOS ROUNDED = ENCARGOS-FUNC
                  * DST-PERCENTUAL (IX-DST) / SOMA-PERCENTUAL
              COMPUTE PARCELA-BENEF ROUNDED = BENEF-FUNC
                  * DST-PERCENTUAL (IX-DST) / SOMA-PERCENTUAL
              COMPUTE PARCELA-FUNC ROUNDED =
                  DST-PERCENTUAL (IX-DST) / SOMA-PERCENTUAL
              SUBTRACT PARCELA-BRUTO FROM RESTO-BRUTO
              SUBTRACT PARCELA-ENCARGOS FROM RESTO-ENCARGOS
              SUBTRACT PARCELA-BENEF FROM RESTO-BENEF
              SUBTRACT PARCELA-FUNC FROM RESTO-FUNC.
          MOVE DST-CENTRO (IX-DST) TO CENTRO-TRB.
          PERFORM LOCALIZA-CENTRO.
          IF IX-CEN-ACHADO GREATER THAN ZEROES
              ADD PARCELA-FUNC TO CEN-FUNC (IX-CEN-ACHADO)
              ADD PARCELA-BRUTO TO CEN-BRUTO (IX-CEN-ACHADO)
              ADD PARCELA-ENCARGOS TO CEN-ENCARGOS (IX-CEN-ACHADO)
              ADD PARCELA-BENEF TO CEN-BENEF (IX-CEN-ACHADO).

      *----------------------------------------------------------------
      *    PROCURA O CENTRO E UNIDADE NA TABELA; NAO ACHANDO, ABRE A
      *    POSICAO NA ORDEM DA CHAVE. TABELA CHEIA INTERROMPE O
      *    PROGRAMA - CUSTO PERDIDO NAO PODE IR PARA A CONTABILIDADE.
      *----------------------------------------------------------------
       LOCALIZA-CENTRO.
          COMPUTE CHAVE-TRB = CENTRO-TRB * 100 + UNIDADE-ENT.
          MOVE ZEROES TO IX-CEN-ACHADO IX-CEN-POSICAO.
          IF QTD-CENTROS GREATER THAN ZEROES
              PERFORM TESTA-CENTRO
                  VARYING IX-CEN FROM 1 BY 1
                  UNTIL IX-CEN GREATER THAN QTD-CENTROS
                     OR IX-CEN-ACHADO GREATER THAN ZEROES
                     OR IX-CEN-POSICAO GREATER THAN ZEROES.
          IF IX-CEN-ACHADO EQUAL ZEROES
              PERFORM ABRE-CENTRO.

       TESTA-CENTRO.
          IF CEN-CHAVE (IX-CEN) EQUAL CHAVE-TRB
              MOVE IX-CEN TO IX-CEN-ACHADO
          ELSE
          IF CEN-CHAVE (IX-CEN) GREATER THAN CHAVE-TRB
              MOVE IX-CEN TO IX-CEN-POSICAO.

       ABRE-CENTRO.
          IF QTD-CENTROS NOT LESS 200
              DISPLAY "TABELA DE CENTROS DE CUSTO LOTADA (200) - "
                  "CUSTFOL INTERROMPIDO, ARQCUS INCOMPLETO."
              CLOSE CADENT ARQFGTS ARQPROV ARQCUS RELCUS
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          IF IX-CEN-POSICAO EQUAL ZEROES
              COMPUTE IX-CEN-POSICAO = QTD-CENTROS + 1
          ELSE
              PERFORM DESLOCA-CENTRO
                  VARYING IX-CEN FROM QTD-CENTROS BY -1
                  UNTIL IX-CEN LESS THAN IX-CEN-POSICAO.
          ADD 1 TO QTD-CENTROS.
          MOVE CHAVE-TRB TO CEN-CHAVE (IX-CEN-POSICAO).
          MOVE ZEROES TO CEN-FUNC (IX-CEN-POSICAO)
                         CEN-BRUTO (IX-CEN-POSICAO)
                         CEN-ENCARGOS (IX-CEN-POSICAO)
                         CEN-BENEF (IX-CEN-POSICAO).
          MOVE IX-CEN-POSICAO TO IX-CEN-ACHADO.

       DESLOCA-CENTRO.
          MOVE CEN-OCORRENCIA (IX-CEN) TO CEN-OCORRENCIA (IX-CEN + 1).

       TERMINO.
          MOVE 99 TO CT-LIN.
          IF QTD-CENTROS GREATER THAN ZEROES
              MOVE CEN-CENTRO (1) TO CENTRO-ANTERIOR
              PERFORM GRAVA-CENTRO
                  VARYING IX-CEN FROM 1 BY 1
                  UNTIL IX-CEN GREATER THAN QTD-CENTROS
              PERFORM IMPRIME-SUBTOTAL.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE TOTAL-FUNC TO TOT-FUNC.
          MOVE TOTAL-BRUTO TO TOT-BRUTO.
          MOVE TOTAL-ENCARGOS TO TOT-ENC.
          MOVE TOTAL-BENEF TO TOT-BEN.
          COMPUTE TOTAL-CUSTO = TOTAL-BRUTO + TOTAL-ENCARGOS
              + TOTAL-BENEF.
          MOVE TOTAL-CUSTO TO TOT-TOT.
          WRITE REGCUS FROM TOTAL-GERAL AFTER ADVANCING 2 LINES.
          PERFORM GRAVA-LOG.
          DISPLAY "CUSTO DA FOLHA DA COMPETENCIA " COMPET-ALVO
              " DISTRIBUIDO.".
          DISPLAY "FUNCIONARIOS LIDOS.....: " CONTADOR-LIDOS.
          DISPLAY "FUNCIONARIOS COM CUSTO.: " CONTADOR-CUSTO.
          DISPLAY "CENTROS X UNIDADE......: " CONTADOR-GRAV.
          DISPLAY "LOTACOES A CONFERIR....: " CONTADOR-EXC.
          DISPLAY "CUSTO TOTAL............: " TOTAL-CUSTO.
          CLOSE CADENT
                ARQFGTS
                ARQPROV
                ARQCUS
                RELCUS.
          IF CONTADOR-EXC GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE.

       GRAVA-CENTRO.
          IF CEN-CENTRO (IX-CEN) NOT EQUAL CENTRO-ANTERIOR
              PERFORM IMPRIME-SUBTOTAL
              MOVE CEN-CENTRO (IX-CEN) TO CENTRO-ANTERIOR.
          MOVE COMPET-ALVO TO COMPET-CUS.
          MOVE CEN-CENTRO (IX-CEN) TO CENTRO-CUS.
          MOVE CEN-UNIDADE (IX-CEN) TO UNIDADE-CUS.
          MOVE CEN-FUNC (IX-CEN) TO FUNC-CUS.
          MOVE CEN-BRUTO (IX-CEN) TO BRUTO-CUS.
          MOVE CEN-ENCARGOS (IX-CEN) TO ENCARGOS-CUS.
          MOVE CEN-BENEF (IX-CEN) TO BENEF-CUS.
          WRITE REG-CUS.
          ADD 1 TO CONTADOR-GRAV.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE CEN-CENTRO (IX-CEN) TO DET-CENTRO.
          MOVE CEN-UNIDADE (IX-CEN) TO DET-UNI.
          MOVE CEN-FUNC (IX-CEN) TO DET-FUNC.
          MOVE CEN-BRUTO (IX-CEN) TO DET-BRUTO.
          MOVE CEN-ENCARGOS (IX-CEN) TO DET-ENC.
          MOVE CEN-BENEF (IX-CEN) TO DET-BEN.
          COMPUTE TOTAL-CUSTO = CEN-BRUTO (IX-CEN)
              + CEN-ENCARGOS (IX-CEN) + CEN-BENEF (IX-CEN).
          MOVE TOTAL-CUSTO TO DET-TOT.
          WRITE REGCUS FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          ADD CEN-FUNC (IX-CEN) TO SUB-FUNC TOTAL-FUNC.
          ADD CEN-BRUTO (IX-CEN) TO SUB-BRUTO TOTAL-BRUTO.
          ADD CEN-ENCARGOS (IX-CEN) TO SUB-ENCARGOS TOTAL-ENCARGOS.
          ADD CEN-BENEF (IX-CEN) TO SUB-BENEF TOTAL-BENEF.

       IMPRIME-SUBTOTAL.
          MOVE CENTRO-ANTERIOR TO SUB-CENTRO.
          MOVE SUB-FUNC TO SUB-DET-FUNC.
          MOVE SUB-BRUTO TO SUB-DET-BRUTO.
          MOVE SUB-ENCARGOS TO SUB-DET-ENC.
          MOVE SUB-BENEF TO SUB-DET-BEN.
          COMPUTE TOTAL-CUSTO = SUB-BRUTO + SUB-ENCARGOS + SUB-BENEF.
          MOVE TOTAL-CUSTO TO SUB-DET-TOT.
          WRITE REGCUS FROM SUBTOTAL AFTER ADVANCING 1 LINE.
          MOVE SPACES TO REGCUS.
          WRITE REGCUS AFTER ADVANCING 1 LINE.
          ADD 2 TO CT-LIN.
          MOVE ZEROES TO SUB-FUNC SUB-BRUTO SUB-ENCARGOS SUB-BENEF.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGCUS.
          WRITE REGCUS AFTER ADVANCING PAGE.
          WRITE REGCUS FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGCUS FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGCUS FROM CAB-03 AFTER ADVANCING 2 LINES.
          MOVE ZEROES TO CT-LIN.

       GRAVA-LOG.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "CUSTFOL"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "ARQCUS"               TO LOG-ARQ1-NOME.
          MOVE CONTADOR-GRAV          TO LOG-ARQ1-QTD.
          MOVE "CONFERIR"             TO LOG-ARQ2-NOME.
          MOVE CONTADOR-EXC           TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
