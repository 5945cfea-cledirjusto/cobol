       IDENTIFICATION DIVISION.
          PROGRAM-ID.      VIDABEN.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. VIDAS COBERTAS POR FORNECEDOR DE BENEFICIO. LE O
      *CATALOGO CADBEN, AS ADESOES ADESBEN E OS DEPENDENTES CADDPF
      *MANTIDOS PELO MANBEN E O CADENT DA FOLHA (EM01\EX06) E GRAVA
      *PARA CADA FORNECEDOR DO CATALOGO O ARQUIVO VIDASNNN.DAT (NNN =
      *CODIGO DO FORNECEDOR): HEADER COM O FORNECEDOR E A COMPETENCIA,
      *UMA LINHA POR VIDA (O TITULAR E, NOS PLANOS DE SAUDE E
      *ODONTOLOGICO COM EXTENSAO AOS DEPENDENTES, CADA DEPENDENTE
      *ATIVO, COM NOME, CPF, NASCIMENTO, PARENTESCO E CUSTO) E TRAILER
      *COM A QUANTIDADE DE VIDAS E O CUSTO TOTAL. FORNECEDOR SEM VIDAS
      *RECEBE SO HEADER E TRAILER. ENTRAM AS ADESOES EM VIGOR NA
      *COMPETENCIA DE FUNCIONARIO ATIVO NO CADENT; ADESAO DE
      *MATRICULA INATIVA OU DESLIGADA ANTES DA COMPETENCIA E AVISADA
      *E FICA FORA (CODIGO 4 - ENCERRE A ADESAO NO MANBEN). O RELVID
      *LISTA CADA ADESAO COM AS VIDAS, O CUSTO E A DIVISAO ENTRE O
      *FUNCIONARIO E A EMPRESA, COM TOTAL POR FORNECEDOR; A PARTE DO
      *FUNCIONARIO NO VALE TRANSPORTE E CALCULADA SOBRE O SALARIO DO
      *CADENT (O EX06 USA O SALARIO DO MES). A COMPETENCIA (AAAAMM)
      *VEM DA VARIAVEL DE AMBIENTE COMPETENCIA, COMO NO GUIAFGTS;
      *AUSENTE, E A DO MES CORRENTE.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL CADBEN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ADESBEN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADDPF ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQVID ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT RELVID ASSIGN TO DISK.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

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
          02 CARGO-ENT                 PIC 9(03).
          02 CPF-ENT                   PIC X(11).

       FD  ARQVID
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS NOME-VIDAS.
          01 REG-VID                   PIC X(70).

       FD  RELVID
          LABEL RECORD IS OMITTED.
          01  REGVID      PIC X(80).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FIM-BEN            PIC X(03) VALUE "NAO".
       77  FIM-ADESAO         PIC X(03) VALUE "NAO".
       77  FIM-DPF            PIC X(03) VALUE "NAO".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  COMPETENCIA        PIC X(06) VALUE SPACES.
       77  COMPET-ALVO        PIC 9(06) VALUE ZEROES.
       77  QTD-BENEF          PIC 9(03) VALUE ZEROES.
       77  QTD-FORNEC         PIC 9(03) VALUE ZEROES.
       77  QTD-FUNC           PIC 9(04) VALUE ZEROES.
       77  QTD-DEPEND         PIC 9(04) VALUE ZEROES.
       77  QTD-ADESOES        PIC 9(04) VALUE ZEROES.
       77  IX-BEN             PIC 9(03) VALUE ZEROES.
       77  IX-BEN-ACHADO      PIC 9(03) VALUE ZEROES.
       77  IX-FOR             PIC 9(03) VALUE ZEROES.
       77  IX-FOR-ACHADO      PIC 9(03) VALUE ZEROES.
       77  IX-FUN             PIC 9(04) VALUE ZEROES.
       77  IX-FUN-ACHADO      PIC 9(04) VALUE ZEROES.
       77  IX-DPF             PIC 9(04) VALUE ZEROES.
       77  IX-ADS             PIC 9(04) VALUE ZEROES.
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-FORA      PIC 9(06) VALUE ZEROES.
       77  CONTADOR-ARQUIVOS  PIC 9(03) VALUE ZEROES.
       77  VIDAS-ADESAO       PIC 9(02) VALUE ZEROES.
       77  CUSTO-ADESAO       PIC 9(07)V9(02) VALUE ZEROES.
       77  FUNC-ADESAO        PIC 9(07)V9(02) VALUE ZEROES.
       77  EMPR-ADESAO        PIC 9(07)V9(02) VALUE ZEROES.
       77  TETO-TRANSPORTE    PIC 9(07)V9(02) VALUE ZEROES.
       77  VIDAS-FORN         PIC 9(06) VALUE ZEROES.
       77  CUSTO-FORN         PIC 9(11)V9(02) VALUE ZEROES.
       77  FUNC-FORN          PIC 9(11)V9(02) VALUE ZEROES.
       77  EMPR-FORN          PIC 9(11)V9(02) VALUE ZEROES.
       77  VIDAS-GERAL        PIC 9(06) VALUE ZEROES.
       77  CUSTO-GERAL        PIC 9(11)V9(02) VALUE ZEROES.
       77  FUNC-GERAL         PIC 9(11)V9(02) VALUE ZEROES.
       77  EMPR-GERAL         PIC 9(11)V9(02) VALUE ZEROES.
       77  CT-LIN             PIC 9(02) VALUE 30.
       77  LIMITE-LIN         PIC 9(02) VALUE 29.
       77  CT-PAG             PIC 9(02) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       77  NOME-VIDAS         PIC X(30) VALUE SPACES.

       01 MONTA-NOME-VIDAS.
          02 FILLER          PIC X(05) VALUE "VIDAS".
          02 NOME-VID-FORN   PIC 9(03).
          02 FILLER          PIC X(04) VALUE ".DAT".

       01 TAB-BENEFICIOS.
          02 BEN-OCORRENCIA OCCURS 50 TIMES.
             03 BEN-CODIGO             PIC 9(03).
             03 BEN-DESCRICAO          PIC X(20).
             03 BEN-TIPO               PIC X(01).
             03 BEN-FORNEC             PIC 9(03).
             03 BEN-CUSTO-TIT          PIC 9(05)V9(02).
             03 BEN-CUSTO-DEP          PIC 9(05)V9(02).
             03 BEN-PERC-FUNC          PIC 9(03)V9(02).

       01 TAB-FORNECEDORES.
          02 FOR-OCORRENCIA OCCURS 50 TIMES.
             03 FOR-CODIGO             PIC 9(03).
             03 FOR-NOME               PIC X(20).

       01 TAB-FUNCIONARIOS.
          02 FUN-OCORRENCIA OCCURS 2000 TIMES.
             03 FUN-MATRICULA          PIC 9(05).
             03 FUN-NOME               PIC X(30).
             03 FUN-SALARIO            PIC 9(05)V9(02).
             03 FUN-CPF                PIC X(11).
             03 FUN-ATIVO              PIC X(03).

       01 TAB-DEPENDENTES.
          02 DPF-OCORRENCIA OCCURS 1000 TIMES.
             03 DPF-MATRICULA          PIC 9(05).
             03 DPF-SEQ                PIC 9(02).
             03 DPF-NOME               PIC X(30).
             03 DPF-NASCIMENTO         PIC 9(08).
             03 DPF-PARENTESCO         PIC X(01).
             03 DPF-CPF                PIC 9(11).

       01 TAB-ADESOES.
          02 ADS-OCORRENCIA OCCURS 1000 TIMES.
             03 ADS-MATRICULA          PIC 9(05).
             03 ADS-IX-BEN             PIC 9(03).
             03 ADS-IX-FUN             PIC 9(04).
             03 ADS-COM-DEP            PIC X(01).
             03 ADS-VALOR              PIC 9(05)V9(02).

       01 LINHA-HDR.
          02 FILLER                    PIC X(03) VALUE "HDR".
          02 FILLER                    PIC X(08) VALUE "VIDABEN ".
          02 HDR-FORNEC                PIC 9(03).
          02 HDR-NOME                  PIC X(20).
          02 HDR-COMPET                PIC 9(06).
          02 HDR-DATA                  PIC 9(08).

      *    TIPO-VIDA T TITULAR, D DEPENDENTE (PARENTESCO DO CADDPF).
       01 LINHA-VID.
          02 VID-MATRICULA             PIC 9(05).
          02 VID-BENEFICIO             PIC 9(03).
          02 VID-TIPO-VIDA             PIC X(01).
          02 VID-SEQ                   PIC 9(02).
          02 VID-NOME                  PIC X(30).
          02 VID-CPF                   PIC X(11).
          02 VID-NASCIMENTO            PIC 9(08).
          02 VID-PARENTESCO            PIC X(01).
          02 VID-CUSTO                 PIC 9(05)V9(02).

       01 LINHA-TRL.
          02 FILLER                    PIC X(03) VALUE "TRL".
          02 TRL-VIDAS                 PIC 9(06).
          02 TRL-CUSTO                 PIC 9(11)V9(02).

       01 CAB-01.
          02 FILLER    PIC X(03) VALUE SPACES.
          02 FILLER    PIC X(33) VALUE
             "BENEFICIOS - VIDAS POR FORNECEDOR".
          02 FILLER    PIC X(09) VALUE " COMPET: ".
          02 CAB-COMPET PIC 9(06).
          COPY CABPAG.

       01 CAB-02.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(07)  VALUE "MATR.".
          02 FILLER    PIC X(22)  VALUE "NOME".
          02 FILLER    PIC X(17)  VALUE "BEN DESCRICAO".
          02 FILLER    PIC X(03)  VALUE "VD".
          02 FILLER    PIC X(10)  VALUE "    CUSTO".
          02 FILLER    PIC X(10)  VALUE "FUNCIONAR".
          02 FILLER    PIC X(09)  VALUE "  EMPRESA".

       01 CAB-03.
          02 FILLER    PIC X(80)  VALUE SPACES.

       01 CAB-FORN.
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 FILLER    PIC X(11)  VALUE "FORNECEDOR ".
          02 CBF-CODIGO PIC 9(03).
          02 FILLER    PIC X(01)  VALUE SPACES.
          02 CBF-NOME  PIC X(20).
          02 FILLER    PIC X(02)  VALUE SPACES.
          02 FILLER    PIC X(08)  VALUE "ARQUIVO ".
          02 CBF-ARQ   PIC X(12).

       01 DETALHE.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-MAT   PIC 9(05).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-NOME  PIC X(20).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 DET-COD   PIC 9(03).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-DESC  PIC X(12).
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-VIDAS PIC Z9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-CUSTO PIC ZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-FUNC  PIC ZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 DET-EMPR  PIC ZZ.ZZ9,99.

       01 TOTAL-FORN.
          02 FILLER    PIC X(05) VALUE SPACES.
          02 TOT-TITULO PIC X(12).
          02 FILLER    PIC X(06) VALUE "VIDAS:".
          02 TOT-VIDAS PIC ZZZZZ9.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 TOT-CUSTO PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 TOT-FUNC  PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACES.
          02 TOT-EMPR  PIC ZZ.ZZZ.ZZ9,99.

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

       PGM-VIDABEN.
          PERFORM OBTEM-PARAMETROS.
          PERFORM CARGA-BENEFICIOS.
          PERFORM CARGA-FUNCIONARIOS.
          PERFORM CARGA-DEPENDENTES.
          PERFORM CARGA-ADESOES.
          OPEN OUTPUT RELVID.
          MOVE COMPET-ALVO TO CAB-COMPET.
          PERFORM CABECALHO.
          IF QTD-FORNEC GREATER THAN ZEROES
              PERFORM GERA-FORNECEDOR
                  VARYING IX-FOR FROM 1 BY 1
                  UNTIL IX-FOR GREATER THAN QTD-FORNEC.
          PERFORM TERMINO.
          STOP RUN.

       OBTEM-PARAMETROS.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT COMPETENCIA FROM ENVIRONMENT "COMPETENCIA".
          IF COMPETENCIA NOT NUMERIC
              MOVE DATA-SISTEMA(1:6) TO COMPETENCIA.
          MOVE COMPETENCIA TO COMPET-ALVO.

      *----------------------------------------------------------------
      *    CATALOGO INTEIRO E, A PARTIR DELE, A LISTA DOS FORNECEDORES
      *    (CADA UM RECEBE UM ARQUIVO, MESMO COM MAIS DE UM BENEFICIO).
      *----------------------------------------------------------------
       CARGA-BENEFICIOS.
          OPEN INPUT CADBEN.
          PERFORM LE-BENEFICIO.
          PERFORM GUARDA-BENEFICIO UNTIL FIM-BEN EQUAL "SIM".
          CLOSE CADBEN.

       LE-BENEFICIO.
          READ CADBEN AT END MOVE "SIM" TO FIM-BEN.

       GUARDA-BENEFICIO.
          IF QTD-BENEF NOT LESS 50
              DISPLAY "TABELA DE BENEFICIOS LOTADA"
          ELSE
              ADD 1 TO QTD-BENEF
              MOVE CODIGO-BEN TO BEN-CODIGO (QTD-BENEF)
              MOVE DESCRICAO-BEN TO BEN-DESCRICAO (QTD-BENEF)
              MOVE TIPO-BEN TO BEN-TIPO (QTD-BENEF)
              MOVE FORNEC-BEN TO BEN-FORNEC (QTD-BENEF)
              MOVE CUSTO-TIT-BEN TO BEN-CUSTO-TIT (QTD-BENEF)
              MOVE CUSTO-DEP-BEN TO BEN-CUSTO-DEP (QTD-BENEF)
              MOVE PERC-FUNC-BEN TO BEN-PERC-FUNC (QTD-BENEF)
              PERFORM GUARDA-FORNECEDOR.
          PERFORM LE-BENEFICIO.

       GUARDA-FORNECEDOR.
          MOVE ZEROES TO IX-FOR-ACHADO.
          IF QTD-FORNEC GREATER THAN ZEROES
              PERFORM TESTA-FORNECEDOR
                  VARYING IX-FOR FROM 1 BY 1
                  UNTIL IX-FOR GREATER THAN QTD-FORNEC.
          IF IX-FOR-ACHADO EQUAL ZEROES
              ADD 1 TO QTD-FORNEC
              MOVE FORNEC-BEN TO FOR-CODIGO (QTD-FORNEC)
              MOVE NOME-FORNEC-BEN TO FOR-NOME (QTD-FORNEC).

       TESTA-FORNECEDOR.
          IF FOR-CODIGO (IX-FOR) EQUAL FORNEC-BEN
              MOVE IX-FOR TO IX-FOR-ACHADO.

      *----------------------------------------------------------------
      *    FUNCIONARIO ATIVO NA COMPETENCIA: NAO INATIVO E NAO
      *    DESLIGADO EM MES ANTERIOR.
      *----------------------------------------------------------------
       CARGA-FUNCIONARIOS.
          OPEN INPUT CADENT.
          PERFORM LE-CADENT.
          PERFORM GUARDA-FUNCIONARIO UNTIL FIM-ENT EQUAL "SIM".
          CLOSE CADENT.

       LE-CADENT.
          READ CADENT AT END MOVE "SIM" TO FIM-ENT.

       GUARDA-FUNCIONARIO.
          IF QTD-FUNC NOT LESS 2000
              DISPLAY "TABELA DE FUNCIONARIOS LOTADA"
          ELSE
              ADD 1 TO QTD-FUNC
              MOVE MATRICULA-ENT TO FUN-MATRICULA (QTD-FUNC)
              MOVE NOME-ENT TO FUN-NOME (QTD-FUNC)
              MOVE SALARIOB-ENT TO FUN-SALARIO (QTD-FUNC)
              MOVE CPF-ENT TO FUN-CPF (QTD-FUNC)
              MOVE "SIM" TO FUN-ATIVO (QTD-FUNC)
              PERFORM CONFERE-ATIVO.
          PERFORM LE-CADENT.

       CONFERE-ATIVO.
          IF SITUACAO-ENT EQUAL "I"
              MOVE "NAO" TO FUN-ATIVO (QTD-FUNC).
          IF DATA-DESLIG-ENT NOT EQUAL ZEROES
             AND DATA-DESLIG-ENT(1:6) LESS THAN COMPET-ALVO
              MOVE "NAO" TO FUN-ATIVO (QTD-FUNC).

       CARGA-DEPENDENTES.
          OPEN INPUT CADDPF.
          PERFORM LE-DEPENDENTE.
          PERFORM GUARDA-DEPENDENTE UNTIL FIM-DPF EQUAL "SIM".
          CLOSE CADDPF.

       LE-DEPENDENTE.
          READ CADDPF AT END MOVE "SIM" TO FIM-DPF.

       GUARDA-DEPENDENTE.
          IF SITUACAO-DPF EQUAL "A"
              PERFORM GUARDA-DEPENDENTE-ATIVO.
          PERFORM LE-DEPENDENTE.

       GUARDA-DEPENDENTE-ATIVO.
          IF QTD-DEPEND NOT LESS 1000
              DISPLAY "TABELA DE DEPENDENTES LOTADA"
          ELSE
              ADD 1 TO QTD-DEPEND
              MOVE MATRICULA-DPF TO DPF-MATRICULA (QTD-DEPEND)
              MOVE SEQ-DPF TO DPF-SEQ (QTD-DEPEND)
              MOVE NOME-DPF TO DPF-NOME (QTD-DEPEND)
              MOVE NASCIMENTO-DPF TO DPF-NASCIMENTO (QTD-DEPEND)
              MOVE PARENTESCO-DPF TO DPF-PARENTESCO (QTD-DEPEND)
              MOVE CPF-DPF TO DPF-CPF (QTD-DEPEND).

      *----------------------------------------------------------------
      *    SO ENTRAM AS ADESOES EM VIGOR NA COMPETENCIA, COM O
      *    BENEFICIO NO CATALOGO E O FUNCIONARIO ATIVO NO CADENT.
      *----------------------------------------------------------------
       CARGA-ADESOES.
          OPEN INPUT ADESBEN.
          PERFORM LE-ADESAO.
          PERFORM GUARDA-ADESAO UNTIL FIM-ADESAO EQUAL "SIM".
          CLOSE ADESBEN.

       LE-ADESAO.
          READ ADESBEN AT END MOVE "SIM" TO FIM-ADESAO.

       GUARDA-ADESAO.
          ADD 1 TO CONTADOR-LIDOS.
          IF INICIO-ADS(1:6) NOT GREATER COMPET-ALVO
             AND (FIM-ADS EQUAL ZEROES
                  OR FIM-ADS(1:6) NOT LESS COMPET-ALVO)
              PERFORM LOCALIZA-BENEFICIO
              PERFORM LOCALIZA-FUNCIONARIO
              PERFORM CONFERE-ADESAO.
          PERFORM LE-ADESAO.

       LOCALIZA-BENEFICIO.
          MOVE ZEROES TO IX-BEN-ACHADO.
          IF QTD-BENEF GREATER THAN ZEROES
              PERFORM TESTA-BENEFICIO
                  VARYING IX-BEN FROM 1 BY 1
                  UNTIL IX-BEN GREATER THAN QTD-BENEF.

       TESTA-BENEFICIO.
          IF BEN-CODIGO (IX-BEN) EQUAL CODIGO-ADS
              MOVE IX-BEN TO IX-BEN-ACHADO.

       LOCALIZA-FUNCIONARIO.
          MOVE ZEROES TO IX-FUN-ACHADO.
          IF QTD-FUNC GREATER THAN ZEROES
              PERFORM TESTA-FUNCIONARIO
                  VARYING IX-FUN FROM 1 BY 1
                  UNTIL IX-FUN GREATER THAN QTD-FUNC
                     OR IX-FUN-ACHADO GREATER THAN ZEROES.

       TESTA-FUNCIONARIO.
          IF FUN-MATRICULA (IX-FUN) EQUAL MATRICULA-ADS
              MOVE IX-FUN TO IX-FUN-ACHADO.

       CONFERE-ADESAO.
          IF IX-BEN-ACHADO EQUAL ZEROES
              ADD 1 TO CONTADOR-FORA
              DISPLAY "MATRICULA " MATRICULA-ADS
                  " - BENEFICIO FORA DO CATALOGO: " CODIGO-ADS
          ELSE
          IF IX-FUN-ACHADO EQUAL ZEROES
              ADD 1 TO CONTADOR-FORA
              DISPLAY "MATRICULA " MATRICULA-ADS
                  " FORA DO CADENT - ADESAO AO BENEFICIO "
                  CODIGO-ADS " DESPREZADA."
          ELSE
          IF FUN-ATIVO (IX-FUN-ACHADO) NOT EQUAL "SIM"
              ADD 1 TO CONTADOR-FORA
              DISPLAY "MATRICULA " MATRICULA-ADS
                  " INATIVA - ENCERRE A ADESAO AO BENEFICIO "
                  CODIGO-ADS "."
          ELSE
          IF QTD-ADESOES NOT LESS 1000
              DISPLAY "TABELA DE ADESOES LOTADA"
          ELSE
              ADD 1 TO QTD-ADESOES
              MOVE MATRICULA-ADS TO ADS-MATRICULA (QTD-ADESOES)
              MOVE IX-BEN-ACHADO TO ADS-IX-BEN (QTD-ADESOES)
              MOVE IX-FUN-ACHADO TO ADS-IX-FUN (QTD-ADESOES)
              MOVE COM-DEP-ADS TO ADS-COM-DEP (QTD-ADESOES)
              MOVE VALOR-ADS TO ADS-VALOR (QTD-ADESOES).

      *----------------------------------------------------------------
      *    UM ARQUIVO POR FORNECEDOR COM AS VIDAS DE TODOS OS SEUS
      *    BENEFICIOS E O TOTAL DO FORNECEDOR NO RELATORIO.
      *----------------------------------------------------------------
       GERA-FORNECEDOR.
          MOVE ZEROES TO VIDAS-FORN CUSTO-FORN FUNC-FORN EMPR-FORN.
          MOVE FOR-CODIGO (IX-FOR) TO NOME-VID-FORN.
          MOVE MONTA-NOME-VIDAS TO NOME-VIDAS.
          OPEN OUTPUT ARQVID.
          ADD 1 TO CONTADOR-ARQUIVOS.
          MOVE FOR-CODIGO (IX-FOR) TO HDR-FORNEC.
          MOVE FOR-NOME (IX-FOR) TO HDR-NOME.
          MOVE COMPET-ALVO TO HDR-COMPET.
          MOVE DATA-SISTEMA TO HDR-DATA.
          WRITE REG-VID FROM LINHA-HDR.
          IF CT-LIN GREATER THAN LIMITE-LIN - 3
              PERFORM CABECALHO.
          MOVE FOR-CODIGO (IX-FOR) TO CBF-CODIGO.
          MOVE FOR-NOME (IX-FOR) TO CBF-NOME.
          MOVE NOME-VIDAS TO CBF-ARQ.
          WRITE REGVID FROM CAB-FORN AFTER ADVANCING 2 LINES.
          ADD 2 TO CT-LIN.
          IF QTD-ADESOES GREATER THAN ZEROES
              PERFORM GRAVA-ADESAO-FORN
                  VARYING IX-ADS FROM 1 BY 1
                  UNTIL IX-ADS GREATER THAN QTD-ADESOES.
          MOVE VIDAS-FORN TO TRL-VIDAS.
          MOVE CUSTO-FORN TO TRL-CUSTO.
          WRITE REG-VID FROM LINHA-TRL.
          CLOSE ARQVID.
          MOVE "FORNECEDOR" TO TOT-TITULO.
          MOVE VIDAS-FORN TO TOT-VIDAS.
          MOVE CUSTO-FORN TO TOT-CUSTO.
          MOVE FUNC-FORN TO TOT-FUNC.
          MOVE EMPR-FORN TO TOT-EMPR.
          WRITE REGVID FROM TOTAL-FORN AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.
          ADD VIDAS-FORN TO VIDAS-GERAL.
          ADD CUSTO-FORN TO CUSTO-GERAL.
          ADD FUNC-FORN TO FUNC-GERAL.
          ADD EMPR-FORN TO EMPR-GERAL.
          DISPLAY NOME-VIDAS " - " FOR-NOME (IX-FOR) " - "
              VIDAS-FORN " VIDAS.".

       GRAVA-ADESAO-FORN.
          MOVE ADS-IX-BEN (IX-ADS) TO IX-BEN.
          IF BEN-FORNEC (IX-BEN) EQUAL FOR-CODIGO (IX-FOR)
              PERFORM GRAVA-VIDAS-ADESAO.

      *----------------------------------------------------------------
      *    O TITULAR E SEMPRE UMA VIDA; NO VALE TRANSPORTE O CUSTO E O
      *    DAS PASSAGENS DA ADESAO. OS DEPENDENTES ATIVOS SO ENTRAM
      *    NOS PLANOS (M E O) COM EXTENSAO AOS DEPENDENTES.
      *----------------------------------------------------------------
       GRAVA-VIDAS-ADESAO.
          MOVE ADS-IX-FUN (IX-ADS) TO IX-FUN.
          MOVE ZEROES TO VIDAS-ADESAO CUSTO-ADESAO.
          MOVE SPACES TO LINHA-VID.
          MOVE ADS-MATRICULA (IX-ADS) TO VID-MATRICULA.
          MOVE BEN-CODIGO (IX-BEN) TO VID-BENEFICIO.
          MOVE "T" TO VID-TIPO-VIDA.
          MOVE ZEROES TO VID-SEQ VID-NASCIMENTO.
          MOVE FUN-NOME (IX-FUN) TO VID-NOME.
          MOVE FUN-CPF (IX-FUN) TO VID-CPF.
          IF VID-CPF NOT NUMERIC
              MOVE ZEROES TO VID-CPF.
          IF BEN-TIPO (IX-BEN) EQUAL "T"
              MOVE ADS-VALOR (IX-ADS) TO VID-CUSTO
          ELSE
              MOVE BEN-CUSTO-TIT (IX-BEN) TO VID-CUSTO.
          PERFORM GRAVA-UMA-VIDA.
          IF (BEN-TIPO (IX-BEN) EQUAL "M"
              OR BEN-TIPO (IX-BEN) EQUAL "O")
             AND ADS-COM-DEP (IX-ADS) EQUAL "S"
             AND QTD-DEPEND GREATER THAN ZEROES
              PERFORM GRAVA-VIDA-DEPENDENTE
                  VARYING IX-DPF FROM 1 BY 1
                  UNTIL IX-DPF GREATER THAN QTD-DEPEND.
          PERFORM DIVIDE-CUSTO.
          PERFORM IMPRESSAO.

       GRAVA-VIDA-DEPENDENTE.
          IF DPF-MATRICULA (IX-DPF) EQUAL ADS-MATRICULA (IX-ADS)
              MOVE "D" TO VID-TIPO-VIDA
              MOVE DPF-SEQ (IX-DPF) TO VID-SEQ
              MOVE DPF-NOME (IX-DPF) TO VID-NOME
              MOVE DPF-CPF (IX-DPF) TO VID-CPF
              MOVE DPF-NASCIMENTO (IX-DPF) TO VID-NASCIMENTO
              MOVE DPF-PARENTESCO (IX-DPF) TO VID-PARENTESCO
              MOVE BEN-CUSTO-DEP (IX-BEN) TO VID-CUSTO
              PERFORM GRAVA-UMA-VIDA.

       GRAVA-UMA-VIDA.
          WRITE REG-VID FROM LINHA-VID.
          ADD 1 TO VIDAS-ADESAO.
          ADD VID-CUSTO TO CUSTO-ADESAO.

      *    MESMA DIVISAO DO EX06: PERCENTUAL DO CUSTO NOS PLANOS E NO
      *    VALE REFEICAO, TETO SOBRE O SALARIO NO VALE TRANSPORTE.
       DIVIDE-CUSTO.
          IF BEN-TIPO (IX-BEN) EQUAL "T"
              PERFORM DIVIDE-TRANSPORTE
          ELSE
              COMPUTE FUNC-ADESAO ROUNDED =
                  CUSTO-ADESAO * BEN-PERC-FUNC (IX-BEN) / 100.
          COMPUTE EMPR-ADESAO = CUSTO-ADESAO - FUNC-ADESAO.
          ADD VIDAS-ADESAO TO VIDAS-FORN.
          ADD CUSTO-ADESAO TO CUSTO-FORN.
          ADD FUNC-ADESAO TO FUNC-FORN.
          ADD EMPR-ADESAO TO EMPR-FORN.

       DIVIDE-TRANSPORTE.
          COMPUTE TETO-TRANSPORTE ROUNDED =
              FUN-SALARIO (IX-FUN) * BEN-PERC-FUNC (IX-BEN) / 100.
          IF TETO-TRANSPORTE LESS THAN CUSTO-ADESAO
              MOVE TETO-TRANSPORTE TO FUNC-ADESAO
          ELSE
              MOVE CUSTO-ADESAO TO FUNC-ADESAO.

       IMPRESSAO.
          IF CT-LIN GREATER THAN LIMITE-LIN
              PERFORM CABECALHO.
          MOVE ADS-MATRICULA (IX-ADS) TO DET-MAT.
          MOVE FUN-NOME (IX-FUN) TO DET-NOME.
          MOVE BEN-CODIGO (IX-BEN) TO DET-COD.
          MOVE BEN-DESCRICAO (IX-BEN) TO DET-DESC.
          MOVE VIDAS-ADESAO TO DET-VIDAS.
          MOVE CUSTO-ADESAO TO DET-CUSTO.
          MOVE FUNC-ADESAO TO DET-FUNC.
          MOVE EMPR-ADESAO TO DET-EMPR.
          WRITE REGVID FROM DETALHE AFTER ADVANCING 1 LINE.
          ADD 1 TO CT-LIN.

       CABECALHO.
          ADD 1 TO CT-PAG.
          MOVE CT-PAG TO VAR-PAG.
          MOVE DATA-SISTEMA(7:2) TO CAB-DIA.
          MOVE DATA-SISTEMA(5:2) TO CAB-MES.
          MOVE DATA-SISTEMA(1:4) TO CAB-ANO.
          MOVE SPACES TO REGVID.
          WRITE REGVID AFTER ADVANCING PAGE.
          WRITE REGVID FROM CAB-01 AFTER ADVANCING 1 LINE.
          WRITE REGVID FROM CAB-02 AFTER ADVANCING 2 LINES.
          WRITE REGVID FROM CAB-03 AFTER ADVANCING 1 LINE.
          MOVE ZEROES TO CT-LIN.

       TERMINO.
          MOVE "GERAL" TO TOT-TITULO.
          MOVE VIDAS-GERAL TO TOT-VIDAS.
          MOVE CUSTO-GERAL TO TOT-CUSTO.
          MOVE FUNC-GERAL TO TOT-FUNC.
          MOVE EMPR-GERAL TO TOT-EMPR.
          WRITE REGVID FROM TOTAL-FORN AFTER ADVANCING 2 LINES.
          CLOSE RELVID.
          PERFORM GRAVA-LOG.
          DISPLAY "VIDAS DOS BENEFICIOS DA COMPETENCIA " COMPET-ALVO
              " GERADAS.".
          DISPLAY "ARQUIVOS DE FORNECEDOR: " CONTADOR-ARQUIVOS.
          DISPLAY "VIDAS COBERTAS........: " VIDAS-GERAL.
          DISPLAY "CUSTO TOTAL...........: " CUSTO-GERAL.
          DISPLAY "PARTE DOS FUNCIONARIOS: " FUNC-GERAL.
          DISPLAY "PARTE DA EMPRESA......: " EMPR-GERAL.
          DISPLAY "ADESOES DESPREZADAS...: " CONTADOR-FORA.
          IF CONTADOR-FORA GREATER THAN ZEROES
              MOVE 4 TO RETURN-CODE.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "VIDABEN"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "VIDAS"                TO LOG-ARQ1-NOME.
          MOVE VIDAS-GERAL            TO LOG-ARQ1-QTD.
          MOVE "DESPREZ"              TO LOG-ARQ2-NOME.
          MOVE CONTADOR-FORA          TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
