       IDENTIFICATION DIVISION.
          PROGRAM-ID.      CARGCPF.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CARGA UNICA DOS CPF A PARTIR DA PLANILHA. LE O
      *ARQUIVO DELIMITADO POR PONTO-E-VIRGULA EXPORTADO DA PLANILHA
      *(CARGCPF.TXT - TIPO;CHAVE;CPF), ONDE TIPO S = SOCIO (CHAVE =
      *NUMERO DO SOCIO), F = FUNCIONARIO (CHAVE = MATRICULA DA
      *FOLHA) E R = RESPONSAVEL (CHAVE = MATRICULA DO ALUNO). A
      *CHAVE E O CPF ACEITAM OS ZEROS A ESQUERDA PERDIDOS NA
      *PLANILHA E O CPF ACEITA A MASCARA 999.999.999-99; OS DIGITOS
      *SAO CONFERIDOS PELA DIGCPF. SOCIO E RESPONSAVEL SAO GRAVADOS
      *DIRETO NO CADSOC1 E NO CADRESP INDEXADOS; OS FUNCIONARIOS SAO
      *GUARDADOS E O CADENT DA FOLHA (EM01\EX06, SEQUENCIAL) E
      *REGRAVADO NO FIM EM CADENT.NOV COM O CPF, TROCANDO AS
      *GERACOES E DEIXANDO O ORIGINAL COMO .BAK DATADO, COMO NO
      *CONVRESP. CPF JA INFORMADO E DIFERENTE NAO E SOBREPOSTO -
      *A LINHA E REJEITADA PARA CONFERENCIA. LINHAS REJEITADAS VAO
      *PARA CARGCPF.REJ COM O MOTIVO; OS CONTADORES FECHAM LIDAS =
      *APLICADAS + REJEITADAS. A LINHA DE TITULOS DA PLANILHA
      *(COMECANDO POR "TIPO") E LINHAS EM BRANCO SAO IGNORADAS.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CARGATXT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT CADSOC1 ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS NUMERO-SOCIO1
          ALTERNATE RECORD KEY IS NOME-SOCIO1 WITH DUPLICATES
          FILE STATUS IS FS-SOC.
          SELECT OPTIONAL CADRESP ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-RSP
          FILE STATUS IS FS-RSP.
          SELECT CADENT ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS FS-ENT.
          SELECT CADENTN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQREJ ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.

       FD  CARGATXT
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CARGCPF.TXT".
          01 REG-TXT                   PIC X(40).

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX01\CADSOC1.DAT".
          COPY REGSOC1.

       FD  CADRESP
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADRESP.DAT".
          01 REG-RSP.
          02 MATRICULA-RSP             PIC 9(07).
          02 RESPONSAVEL-RSP           PIC X(30).
          02 TELEFONE-RSP              PIC X(12).
          02 ENDERECO-RSP              PIC X(40).
          02 EMAIL-RSP                 PIC X(40).
          02 CPF-RSP                   PIC 9(11).

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

       FD  CADENTN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\CADENT.NOV".
          01 REG-ENN                   PIC X(77).

       FD  ARQREJ
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CARGCPF.REJ".
          01 REG-REJ.
          02 REJ-LINHA                 PIC X(40).
          02 FILLER                    PIC X(02).
          02 REJ-MOTIVO                PIC X(22).

       FD  LOGEXEC
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       WORKING-STORAGE SECTION.
       77  FS-SOC             PIC X(02) VALUE "00".
       77  FS-RSP             PIC X(02) VALUE "00".
       77  FS-ENT             PIC X(02) VALUE "00".
       77  TEM-CADRESP        PIC X(03) VALUE "NAO".
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
       77  FIM-ENT            PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  CAMPO-INVALIDO     PIC X(03) VALUE "NAO".
       77  ACHOU-FUNC         PIC X(03) VALUE "NAO".
       77  CPF-VALIDO         PIC X(03) VALUE "NAO".
       77  CONTADOR-LIDOS     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-APLIC     PIC 9(06) VALUE ZEROES.
       77  CONTADOR-REJ       PIC 9(06) VALUE ZEROES.
       77  CONTADOR-SOCIOS    PIC 9(06) VALUE ZEROES.
       77  CONTADOR-FUNC      PIC 9(06) VALUE ZEROES.
       77  CONTADOR-RESP      PIC 9(06) VALUE ZEROES.
       77  CAMPO-TIPO         PIC X(01) VALUE SPACES.
       77  CAMPO-CHAVE        PIC X(10) VALUE SPACES.
       77  CAMPO-CPF          PIC X(20) VALUE SPACES.
       77  TAM-CHAVE          PIC 9(02) VALUE ZEROES.
       77  QTD-CAMPOS         PIC 9(02) VALUE ZEROES.
       77  PARTE-1            PIC X(11) VALUE SPACES.
       77  PARTE-2            PIC X(11) VALUE SPACES.
       77  PARTE-3            PIC X(11) VALUE SPACES.
       77  PARTE-4            PIC X(11) VALUE SPACES.
       77  CPF-BRUTO          PIC X(20) VALUE SPACES.
       77  TAM-CPF            PIC 9(02) VALUE ZEROES.
       77  PONTEIRO           PIC 9(02) VALUE ZEROES.
       77  CHAVE-NUM          PIC 9(07) VALUE ZEROES.
       77  CPF-NUM            PIC 9(11) VALUE ZEROES.
       77  QTD-FUNC           PIC 9(04) VALUE ZEROES.
       77  IX-FUN             PIC 9(04) VALUE ZEROES.
       77  IX-ACHADO          PIC 9(04) VALUE ZEROES.
       77  MOTIVO-GUARDADO    PIC X(22) VALUE SPACES.
       77  DATA-SISTEMA       PIC 9(08).
       77  HORA-SISTEMA       PIC 9(08).

       01 TAB-FUNCIONARIOS.
          02 FUN-OCORRENCIA OCCURS 2000 TIMES.
             03 FUN-MATRICULA          PIC 9(05).
             03 FUN-CPF                PIC 9(11).
             03 FUN-LINHA              PIC X(40).
             03 FUN-SITUACAO           PIC X(01).

       01 NOME-BAK-ENT.
          02 FILLER          PIC X(17) VALUE "EM01\EX06\CADENT.".
          02 BAK-DATA        PIC 9(08).
          02 FILLER          PIC X(04) VALUE ".BAK".

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

       PGM-CARGCPF.
          PERFORM INICIO.
          PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
          IF QTD-FUNC GREATER THAN ZEROES
              PERFORM REGRAVA-CADENT.
          PERFORM TERMINO.
          STOP RUN.

       INICIO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN I-O CADSOC1.
          IF FS-SOC NOT EQUAL "00"
              DISPLAY "CADSOC1 NAO ABRIU - STATUS " FS-SOC "."
              DISPLAY "CONVERTA O CADASTRO (EXPSOC/CONVSOC) ANTES "
                  "DA CARGA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          OPEN I-O CADRESP.
          IF FS-RSP EQUAL "00"
              MOVE "SIM" TO TEM-CADRESP
          ELSE
              DISPLAY "CADRESP NAO ABRIU - STATUS " FS-RSP
                  " - LINHAS DE RESPONSAVEL SERAO REJEITADAS.".
          OPEN INPUT  CARGATXT
               OUTPUT ARQREJ.
          PERFORM LEITURA.

       LEITURA.
          PERFORM LE-REGISTRO.
          PERFORM LE-REGISTRO
              UNTIL FIM-ARQ EQUAL "SIM"
                 OR (REG-TXT(1:4) NOT EQUAL "TIPO"
                 AND REG-TXT NOT EQUAL SPACES).

       LE-REGISTRO.
          READ CARGATXT AT END MOVE "SIM" TO FIM-ARQ.

       PRINCIPAL.
          ADD 1 TO CONTADOR-LIDOS.
          PERFORM SEPARA-CAMPOS.
          IF CAMPO-INVALIDO EQUAL "NAO"
              PERFORM APLICA-LINHA.
          PERFORM LEITURA.

       SEPARA-CAMPOS.
          MOVE "NAO" TO CAMPO-INVALIDO.
          MOVE SPACES TO CAMPO-TIPO CAMPO-CHAVE CAMPO-CPF.
          MOVE ZEROES TO QTD-CAMPOS TAM-CHAVE.
          UNSTRING REG-TXT DELIMITED BY ";" OR ALL SPACE
              INTO CAMPO-TIPO
                   CAMPO-CHAVE COUNT IN TAM-CHAVE
                   CAMPO-CPF
              TALLYING IN QTD-CAMPOS.
          IF QTD-CAMPOS NOT EQUAL 3
              MOVE "CAMPOS INSUFICIENTES" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO.
          IF CAMPO-INVALIDO EQUAL "NAO"
             AND CAMPO-TIPO NOT EQUAL "S"
             AND CAMPO-TIPO NOT EQUAL "F"
             AND CAMPO-TIPO NOT EQUAL "R"
              MOVE "TIPO INVALIDO" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO.
          IF CAMPO-INVALIDO EQUAL "NAO"
              PERFORM CONFERE-CHAVE.
          IF CAMPO-INVALIDO EQUAL "NAO"
              PERFORM CONFERE-CPF.

       CONFERE-CHAVE.
          IF TAM-CHAVE EQUAL ZEROES OR TAM-CHAVE GREATER THAN 7
              MOVE "CHAVE INVALIDA" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO
          ELSE
          IF CAMPO-CHAVE(1:TAM-CHAVE) NOT NUMERIC
              MOVE "CHAVE INVALIDA" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO
          ELSE
              MOVE CAMPO-CHAVE(1:TAM-CHAVE) TO CHAVE-NUM
              IF (CAMPO-TIPO EQUAL "S" AND CHAVE-NUM GREATER 999999)
                 OR (CAMPO-TIPO EQUAL "F"
                     AND CHAVE-NUM GREATER 99999)
                  MOVE "CHAVE INVALIDA" TO REJ-MOTIVO
                  PERFORM GRAVA-REJEICAO.

       CONFERE-CPF.
          MOVE SPACES TO PARTE-1 PARTE-2 PARTE-3 PARTE-4 CPF-BRUTO.
          UNSTRING CAMPO-CPF DELIMITED BY "." OR "-" OR ALL SPACE
              INTO PARTE-1 PARTE-2 PARTE-3 PARTE-4.
          MOVE 1 TO PONTEIRO.
          STRING PARTE-1 PARTE-2 PARTE-3 PARTE-4
              DELIMITED BY SPACE
              INTO CPF-BRUTO WITH POINTER PONTEIRO.
          COMPUTE TAM-CPF = PONTEIRO - 1.
          IF TAM-CPF EQUAL ZEROES OR TAM-CPF GREATER THAN 11
              MOVE "CPF INVALIDO" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO
          ELSE
          IF CPF-BRUTO(1:TAM-CPF) NOT NUMERIC
              MOVE "CPF INVALIDO" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO
          ELSE
              MOVE CPF-BRUTO(1:TAM-CPF) TO CPF-NUM
              CALL "DIGCPF" USING CPF-NUM CPF-VALIDO
              IF CPF-VALIDO NOT EQUAL "SIM"
                  MOVE "CPF DIGITO INVALIDO" TO REJ-MOTIVO
                  PERFORM GRAVA-REJEICAO.

       APLICA-LINHA.
          IF CAMPO-TIPO EQUAL "S"
              PERFORM APLICA-SOCIO
          ELSE
          IF CAMPO-TIPO EQUAL "R"
              PERFORM APLICA-RESPONSAVEL
          ELSE
              PERFORM GUARDA-FUNCIONARIO.

       APLICA-SOCIO.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE CHAVE-NUM TO NUMERO-SOCIO1.
          READ CADSOC1 KEY IS NUMERO-SOCIO1
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE "SOCIO INEXISTENTE" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO
          ELSE
          IF CPF-SOCIO1 NUMERIC
             AND CPF-SOCIO1 GREATER THAN ZEROES
             AND CPF-SOCIO1 NOT EQUAL CPF-NUM
              MOVE "CPF JA CADASTRADO" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO
          ELSE
              MOVE CPF-NUM TO CPF-SOCIO1
              REWRITE REG-SOC1
              ADD 1 TO CONTADOR-APLIC
              ADD 1 TO CONTADOR-SOCIOS.

       APLICA-RESPONSAVEL.
          MOVE "NAO" TO NAO-ACHOU.
          IF TEM-CADRESP EQUAL "NAO"
              MOVE "SIM" TO NAO-ACHOU
          ELSE
              MOVE CHAVE-NUM TO MATRICULA-RSP
              READ CADRESP KEY IS MATRICULA-RSP
                  INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE "RESPONSAVEL INEXIST." TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO
          ELSE
          IF CPF-RSP NUMERIC
             AND CPF-RSP GREATER THAN ZEROES
             AND CPF-RSP NOT EQUAL CPF-NUM
              MOVE "CPF JA CADASTRADO" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO
          ELSE
              MOVE CPF-NUM TO CPF-RSP
              REWRITE REG-RSP
              ADD 1 TO CONTADOR-APLIC
              ADD 1 TO CONTADOR-RESP.

       GUARDA-FUNCIONARIO.
          MOVE CHAVE-NUM TO MATRICULA-ENT.
          PERFORM LOCALIZA-FUNCIONARIO.
          IF ACHOU-FUNC EQUAL "SIM"
              MOVE "MATRICULA REPETIDA" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO
          ELSE
          IF QTD-FUNC NOT LESS 2000
              DISPLAY "TABELA DE FUNCIONARIOS LOTADA"
              MOVE "TABELA LOTADA" TO REJ-MOTIVO
              PERFORM GRAVA-REJEICAO
          ELSE
              ADD 1 TO QTD-FUNC
              MOVE CHAVE-NUM TO FUN-MATRICULA (QTD-FUNC)
              MOVE CPF-NUM TO FUN-CPF (QTD-FUNC)
              MOVE REG-TXT TO FUN-LINHA (QTD-FUNC)
              MOVE "P" TO FUN-SITUACAO (QTD-FUNC).

       LOCALIZA-FUNCIONARIO.
          MOVE "NAO" TO ACHOU-FUNC.
          MOVE ZEROES TO IX-ACHADO.
          IF QTD-FUNC GREATER THAN ZEROES
              PERFORM TESTA-FUNCIONARIO
                  VARYING IX-FUN FROM 1 BY 1
                  UNTIL IX-FUN GREATER THAN QTD-FUNC
                     OR ACHOU-FUNC EQUAL "SIM".

       TESTA-FUNCIONARIO.
          IF FUN-MATRICULA (IX-FUN) EQUAL MATRICULA-ENT
              MOVE "SIM" TO ACHOU-FUNC
              MOVE IX-FUN TO IX-ACHADO.

       REGRAVA-CADENT.
          OPEN INPUT CADENT.
          IF FS-ENT NOT EQUAL "00"
              DISPLAY "CADENT DA FOLHA NAO ABRIU - STATUS " FS-ENT
                  " - LINHAS DE FUNCIONARIO REJEITADAS."
              PERFORM REJEITA-PENDENTE
                  VARYING IX-FUN FROM 1 BY 1
                  UNTIL IX-FUN GREATER THAN QTD-FUNC
          ELSE
              OPEN OUTPUT CADENTN
              PERFORM LE-CADENT
              PERFORM COPIA-FUNCIONARIO UNTIL FIM-ENT EQUAL "SIM"
              CLOSE CADENT
                    CADENTN
              PERFORM REJEITA-PENDENTE
                  VARYING IX-FUN FROM 1 BY 1
                  UNTIL IX-FUN GREATER THAN QTD-FUNC
              PERFORM TROCA-GERACOES.

       LE-CADENT.
          READ CADENT AT END MOVE "SIM" TO FIM-ENT.

       COPIA-FUNCIONARIO.
          IF CPF-ENT NOT NUMERIC
              MOVE ZEROES TO CPF-ENT.
          PERFORM LOCALIZA-FUNCIONARIO.
          IF ACHOU-FUNC EQUAL "SIM"
              IF CPF-ENT NOT EQUAL ZEROES
                 AND CPF-ENT NOT EQUAL FUN-CPF (IX-ACHADO)
                  MOVE "R" TO FUN-SITUACAO (IX-ACHADO)
              ELSE
                  MOVE FUN-CPF (IX-ACHADO) TO CPF-ENT
                  MOVE "A" TO FUN-SITUACAO (IX-ACHADO)
                  ADD 1 TO CONTADOR-APLIC
                  ADD 1 TO CONTADOR-FUNC.
          MOVE REG-ENT TO REG-ENN.
          WRITE REG-ENN.
          PERFORM LE-CADENT.

       REJEITA-PENDENTE.
          IF FUN-SITUACAO (IX-FUN) NOT EQUAL "A"
              MOVE "NAO" TO CAMPO-INVALIDO
              MOVE FUN-LINHA (IX-FUN) TO REG-TXT
              IF FUN-SITUACAO (IX-FUN) EQUAL "R"
                  MOVE "CPF JA CADASTRADO" TO REJ-MOTIVO
                  PERFORM GRAVA-REJEICAO
              ELSE
                  MOVE "MATRICULA INEXISTENTE" TO REJ-MOTIVO
                  PERFORM GRAVA-REJEICAO.

       TROCA-GERACOES.
          MOVE DATA-SISTEMA TO BAK-DATA.
          CALL "CBL_RENAME_FILE" USING "EM01\EX06\CADENT.DAT"
              NOME-BAK-ENT.
          MOVE ZEROES TO RETURN-CODE.
          CALL "CBL_RENAME_FILE" USING "EM01\EX06\CADENT.NOV"
              "EM01\EX06\CADENT.DAT".
          MOVE ZEROES TO RETURN-CODE.
          DISPLAY "CADENT DA FOLHA REGRAVADO - ORIGINAL PRESERVADO "
              "COMO " NOME-BAK-ENT.

       GRAVA-REJEICAO.
          IF CAMPO-INVALIDO EQUAL "NAO"
              MOVE "SIM" TO CAMPO-INVALIDO
              ADD 1 TO CONTADOR-REJ
              MOVE REJ-MOTIVO TO MOTIVO-GUARDADO
              MOVE SPACES TO REG-REJ
              MOVE REG-TXT TO REJ-LINHA
              MOVE MOTIVO-GUARDADO TO REJ-MOTIVO
              WRITE REG-REJ.

       TERMINO.
          PERFORM GRAVA-LOG.
          DISPLAY "CARGA DOS CPF ENCERRADA.".
          DISPLAY "LINHAS LIDAS.........: " CONTADOR-LIDOS.
          DISPLAY "SOCIOS ATUALIZADOS...: " CONTADOR-SOCIOS.
          DISPLAY "FUNCIONARIOS.........: " CONTADOR-FUNC.
          DISPLAY "RESPONSAVEIS.........: " CONTADOR-RESP.
          DISPLAY "REJEITADAS...........: " CONTADOR-REJ.
          IF CONTADOR-LIDOS NOT EQUAL CONTADOR-APLIC + CONTADOR-REJ
              DISPLAY "ATENCAO: CONTADORES NAO CONCILIAM."
              MOVE 4 TO RETURN-CODE.
          IF TEM-CADRESP EQUAL "SIM"
              CLOSE CADRESP.
          CLOSE CARGATXT
                CADSOC1
                ARQREJ.

       GRAVA-LOG.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE "CARGCPF"              TO LOG-PROGRAMA.
          MOVE DATA-SISTEMA(1:4)      TO LOG-ANO.
          MOVE DATA-SISTEMA(5:2)      TO LOG-MES.
          MOVE DATA-SISTEMA(7:2)      TO LOG-DIA.
          MOVE HORA-SISTEMA(1:2)      TO LOG-HH.
          MOVE HORA-SISTEMA(3:2)      TO LOG-MI.
          MOVE HORA-SISTEMA(5:2)      TO LOG-SS.
          MOVE CONTADOR-LIDOS         TO LOG-LIDOS.
          MOVE "CADASTRO"             TO LOG-ARQ1-NOME.
          MOVE CONTADOR-APLIC         TO LOG-ARQ1-QTD.
          MOVE "ARQREJ"               TO LOG-ARQ2-NOME.
          MOVE CONTADOR-REJ           TO LOG-ARQ2-QTD.
          OPEN EXTEND LOGEXEC.
          WRITE REG-LOG FROM LINHA-LOG.
          CLOSE LOGEXEC.
