       IDENTIFICATION DIVISION.
          PROGRAM-ID.      MANABO.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. REGISTRO DE ABONO DE FALTAS PELA SECRETARIA (ARQABO.DAT,
      *SO ACRESCENTADO). O ABONO COBRE UM INTERVALO DE DATAS DE UMA
      *MATRICULA EM UMA DISCIPLINA (OU EM TODAS, COM A DISCIPLINA EM
      *BRANCO) E TRAZ O MOTIVO E A REFERENCIA DO DOCUMENTO (ATESTADO,
      *CONVOCACAO). OPCOES: I INCLUI (ALUNO NO ARQALU COM DIGITO
      *CONFERIDO PELO DIGMAT E, COM O ARQDIS NO DISCO, INSCRITO NA
      *DISCIPLINA; MOSTRA QUANTAS FALTAS JA LANCADAS PELO LANCAFAL
      *CAEM NO INTERVALO), C CANCELA UM ABONO (SO OPERADOR OU
      *SUPERVISOR NIVEL 2), L LISTA OS ABONOS DA MATRICULA NO PERIODO,
      *F ENCERRA. OS LANCAMENTOS ORIGINAIS DE FALTAS NAO SAO ALTERADOS:
      *O CARGABO SEPARA AS ABONADAS NA HORA DA APURACAO. TODA INCLUSAO
      *E TODO CANCELAMENTO VAO PARA O JORNAL JORNABO.DAT, LIDO PELA
      *AUDISOC. COM O PERIODO FECHADO NO CTRLPER NADA E ACEITO.
      *CADA LINHA DO JORNABO LEVA NO FIM A SEQUENCIA E A CONFERENCIA
      *ENCADEADA DA SELAJOR, CONFERIDAS PELO VERJORN.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT OPTIONAL ARQABO ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL ARQFALH ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL JORNABO ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL CTRLPER ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ARQALU ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS MATRICULA-ENT
          ALTERNATE RECORD KEY IS NOME-ENT WITH DUPLICATES.
          SELECT ARQDIS ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CHAVE-DIS
          FILE STATUS IS FS-DIS.

       DATA    DIVISION.
       FILE SECTION.

       FD  ARQABO
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQABO.DAT".
          COPY REGABO.

       FD  ARQFALH
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "ARQFALH.DAT".
          COPY REGFAH.

       FD  JORNABO
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "JORNABO.DAT".
          COPY REGJAB.

       FD  CTRLPER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CTRLPER.DAT".
          01 REG-CTRLPER.
          02 PERIODO-PER               PIC X(06).
          02 SITUACAO-PER              PIC X(01).
          02 DATA-FECHA-PER            PIC 9(08).

       FD  ARQALU
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX05\ARQALU.DAT".
          COPY REGALU.

       FD  ARQDIS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM02\EX05\ARQDIS.DAT".
          COPY REGDIS.

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  SUPERVISOR-ID      PIC 9(04) VALUE ZEROES.
       77  NIVEL-SUPERVISOR   PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SUPERV   PIC X(03) VALUE "NAO".
       77  OPCAO-MAN          PIC X(01) VALUE SPACES.
       77  FS-DIS             PIC X(02) VALUE "00".
       77  TEM-ARQDIS         PIC X(03) VALUE "NAO".
       77  FIM-ABO            PIC X(03) VALUE "NAO".
       77  FIM-FAH            PIC X(03) VALUE "NAO".
       77  FIM-CTRLPER        PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  DADOS-VALIDOS      PIC X(03) VALUE "NAO".
       77  PERIODO-ATUAL      PIC X(06) VALUE SPACES.
       77  MATR-BUSCA         PIC 9(06) VALUE ZEROES.
       77  DIGI-BUSCA         PIC 9(01) VALUE ZEROES.
       77  DIGI-CALCULADO     PIC 9(01) VALUE ZEROES.
       77  ENTRADA-DISC       PIC X(05) VALUE SPACES.
       77  ENTRADA-MOTIVO     PIC X(01) VALUE SPACES.
       77  ENTRADA-DOC        PIC X(20) VALUE SPACES.
       77  RESP-CONFIRMA      PIC X(01) VALUE SPACES.
       77  ULTIMO-NUMERO      PIC 9(05) VALUE ZEROES.
       77  NUMERO-BUSCA       PIC 9(05) VALUE ZEROES.
       77  ABONO-ACHADO       PIC X(03) VALUE "NAO".
       77  ABONO-CANCELADO    PIC X(03) VALUE "NAO".
       77  FALTAS-NO-INTERVALO PIC 9(03) VALUE ZEROES.
       77  QTD-LISTADOS       PIC 9(03) VALUE ZEROES.
       77  QTD-INCLUIDOS      PIC 9(03) VALUE ZEROES.
       77  QTD-CANCELADOS     PIC 9(03) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  HORA-SISTEMA       PIC 9(08) VALUE ZEROES.

       01  ENTRADA-INI-X      PIC X(08) VALUE SPACES.
       01  ENTRADA-INI REDEFINES ENTRADA-INI-X.
           02 ANO-INI         PIC 9(04).
           02 MES-INI         PIC 9(02).
           02 DIA-INI         PIC 9(02).
       01  ENTRADA-FIM-X      PIC X(08) VALUE SPACES.
       01  ENTRADA-FIM REDEFINES ENTRADA-FIM-X.
           02 ANO-FIM         PIC 9(04).
           02 MES-FIM         PIC 9(02).
           02 DIA-FIM         PIC 9(02).
       01  ENTRADA-NUM-X      PIC X(05) VALUE SPACES.
       01  ENTRADA-NUM REDEFINES ENTRADA-NUM-X
                              PIC 9(05).

       01  MATRICULA-BUSCA.
           02 MATR-BUSCA-CH   PIC 9(06).
           02 DIGI-BUSCA-CH   PIC 9(01).
       01  MATRICULA-BUSCA-NUM REDEFINES MATRICULA-BUSCA
                              PIC 9(07).

       01  GUARDA-ABONO.
           02 GRD-MATRICULA   PIC 9(07).
           02 GRD-DISCIPLINA  PIC X(05).
           02 GRD-DATA-INI    PIC 9(08).
           02 GRD-DATA-FIM    PIC 9(08).
           02 GRD-MOTIVO      PIC X(01).
           02 GRD-DOCUMENTO   PIC X(20).

       COPY REGSEL.

       PROCEDURE DIVISION.

       PGM-MANABO.
          CALL "SIGNON" USING OPERADOR-ID NIVEL-OPERADOR
              RESULTADO-SIGNON.
          IF RESULTADO-SIGNON NOT EQUAL "SIM"
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          PERFORM VERIFICA-PERIODO.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN INPUT ARQALU.
          PERFORM ABRE-ARQDIS.
          DISPLAY "ABONO DE FALTAS - ARQABO - PERIODO " PERIODO-ATUAL.
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          IF TEM-ARQDIS EQUAL "SIM"
              CLOSE ARQDIS.
          CLOSE ARQALU.
          DISPLAY "ABONOS INCLUIDOS NA SESSAO...: " QTD-INCLUIDOS.
          DISPLAY "ABONOS CANCELADOS NA SESSAO..: " QTD-CANCELADOS.
          STOP RUN.

       VERIFICA-PERIODO.
          OPEN INPUT CTRLPER.
          READ CTRLPER AT END MOVE "SIM" TO FIM-CTRLPER.
          CLOSE CTRLPER.
          IF FIM-CTRLPER NOT EQUAL "SIM"
              MOVE PERIODO-PER TO PERIODO-ATUAL
              IF SITUACAO-PER EQUAL "F"
                  DISPLAY "PERIODO " PERIODO-ATUAL " FECHADO - ABONO"
                      " NAO ACEITO."
                  MOVE 8 TO RETURN-CODE
                  STOP RUN.

       ABRE-ARQDIS.
          MOVE "NAO" TO TEM-ARQDIS.
          OPEN INPUT ARQDIS.
          IF FS-DIS EQUAL "00"
              MOVE "SIM" TO TEM-ARQDIS.

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (I-INCLUIR C-CANCELAR L-LISTAR F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "I"
              PERFORM INCLUI-ABONO
          ELSE
          IF OPCAO-MAN EQUAL "C"
              PERFORM CANCELA-ABONO
          ELSE
          IF OPCAO-MAN EQUAL "L"
              PERFORM LISTA-ABONOS
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE I, C, L OU F.".

       PEDE-MATRICULA.
          DISPLAY "MATRICULA (6 DIGITOS)............: ".
          ACCEPT MATR-BUSCA.
          DISPLAY "DIGITO VERIFICADOR...............: ".
          ACCEPT DIGI-BUSCA.
          CALL "DIGMAT" USING MATR-BUSCA DIGI-CALCULADO.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE MATR-BUSCA TO MATR-BUSCA-CH.
          MOVE DIGI-BUSCA TO DIGI-BUSCA-CH.
          IF DIGI-BUSCA NOT EQUAL DIGI-CALCULADO
              DISPLAY "DIGITO VERIFICADOR NAO CONFERE."
              MOVE "SIM" TO NAO-ACHOU.

       BUSCA-ALUNO.
          MOVE MATRICULA-BUSCA TO MATRICULA-ENT.
          READ ARQALU KEY IS MATRICULA-ENT
              INVALID KEY
                  MOVE "SIM" TO NAO-ACHOU
                  DISPLAY "MATRICULA NAO ENCONTRADA NO ARQALU.".

       INCLUI-ABONO.
          PERFORM PEDE-MATRICULA.
          IF NAO-ACHOU EQUAL "NAO"
              PERFORM BUSCA-ALUNO.
          IF NAO-ACHOU EQUAL "NAO"
              PERFORM PEDE-DADOS-ABONO
              IF DADOS-VALIDOS EQUAL "SIM"
                  PERFORM CONFIRMA-INCLUSAO.

      *----------------------------------------------------------------
      *    CRITICA DOS DADOS DO ABONO; DISCIPLINA EM BRANCO ABONA
      *    TODAS AS DISCIPLINAS DO ALUNO NO INTERVALO.
      *----------------------------------------------------------------
       PEDE-DADOS-ABONO.
          MOVE "NAO" TO DADOS-VALIDOS.
          DISPLAY "DISCIPLINA (BRANCO = TODAS)......: ".
          ACCEPT ENTRADA-DISC.
          DISPLAY "DATA INICIAL (AAAAMMDD)..........: ".
          ACCEPT ENTRADA-INI-X.
          DISPLAY "DATA FINAL (AAAAMMDD)............: ".
          ACCEPT ENTRADA-FIM-X.
          DISPLAY "MOTIVO (M-ATESTADO MEDICO D-COMPETICAO OFICIAL "
              "S-SERVICO MILITAR J-CONVOCACAO JUDICIAL/ELEITORAL "
              "O-OUTRO): ".
          ACCEPT ENTRADA-MOTIVO.
          DISPLAY "DOCUMENTO (REFERENCIA)...........: ".
          ACCEPT ENTRADA-DOC.
          IF ENTRADA-INI-X NOT NUMERIC
             OR MES-INI LESS 1 OR MES-INI GREATER 12
             OR DIA-INI LESS 1 OR DIA-INI GREATER 31
              DISPLAY "DATA INICIAL INVALIDA."
          ELSE
          IF ENTRADA-FIM-X NOT NUMERIC
             OR MES-FIM LESS 1 OR MES-FIM GREATER 12
             OR DIA-FIM LESS 1 OR DIA-FIM GREATER 31
              DISPLAY "DATA FINAL INVALIDA."
          ELSE
          IF ENTRADA-FIM LESS ENTRADA-INI
              DISPLAY "DATA FINAL ANTERIOR A INICIAL."
          ELSE
          IF ENTRADA-MOTIVO NOT EQUAL "M"
             AND ENTRADA-MOTIVO NOT EQUAL "D"
             AND ENTRADA-MOTIVO NOT EQUAL "S"
             AND ENTRADA-MOTIVO NOT EQUAL "J"
             AND ENTRADA-MOTIVO NOT EQUAL "O"
              DISPLAY "MOTIVO INVALIDO. USE M, D, S, J OU O."
          ELSE
          IF ENTRADA-DOC EQUAL SPACES
              DISPLAY "INFORME A REFERENCIA DO DOCUMENTO."
          ELSE
              MOVE "SIM" TO DADOS-VALIDOS.
          IF DADOS-VALIDOS EQUAL "SIM"
             AND ENTRADA-DISC NOT EQUAL SPACES
             AND TEM-ARQDIS EQUAL "SIM"
              PERFORM CONFERE-INSCRICAO.

       CONFERE-INSCRICAO.
          MOVE MATRICULA-BUSCA-NUM TO MATRICULA-DIS.
          MOVE ENTRADA-DISC TO DISCIPLINA-DIS.
          READ ARQDIS KEY IS CHAVE-DIS
              INVALID KEY
                  MOVE "NAO" TO DADOS-VALIDOS
                  DISPLAY "ALUNO NAO INSCRITO NA DISCIPLINA.".

       CONFIRMA-INCLUSAO.
          MOVE MATRICULA-BUSCA-NUM TO GRD-MATRICULA.
          MOVE ENTRADA-DISC TO GRD-DISCIPLINA.
          MOVE ENTRADA-INI TO GRD-DATA-INI.
          MOVE ENTRADA-FIM TO GRD-DATA-FIM.
          MOVE ENTRADA-MOTIVO TO GRD-MOTIVO.
          MOVE ENTRADA-DOC TO GRD-DOCUMENTO.
          PERFORM CONTA-FALTAS-INTERVALO.
          DISPLAY "ALUNO: " NOME-ENT.
          DISPLAY "FALTAS JA LANCADAS NO INTERVALO: "
              FALTAS-NO-INTERVALO.
          DISPLAY "CONFIRMA O ABONO (S/N)? ".
          ACCEPT RESP-CONFIRMA.
          IF RESP-CONFIRMA EQUAL "S"
              PERFORM PROXIMO-NUMERO
              MOVE "I" TO TIPO-ABO
              PERFORM GRAVA-ABONO
              ADD 1 TO QTD-INCLUIDOS
              DISPLAY "ABONO " NUMERO-ABO " REGISTRADO."
          ELSE
              DISPLAY "ABONO NAO REGISTRADO.".

       CONTA-FALTAS-INTERVALO.
          MOVE ZEROES TO FALTAS-NO-INTERVALO.
          MOVE "NAO" TO FIM-FAH.
          OPEN INPUT ARQFALH.
          PERFORM LE-LANCAMENTO.
          PERFORM SOMA-LANCAMENTO UNTIL FIM-FAH EQUAL "SIM".
          CLOSE ARQFALH.

       LE-LANCAMENTO.
          READ ARQFALH AT END MOVE "SIM" TO FIM-FAH.

       SOMA-LANCAMENTO.
          IF PERIODO-FAH EQUAL PERIODO-ATUAL
             AND MATRICULA-FAH EQUAL GRD-MATRICULA
             AND (GRD-DISCIPLINA EQUAL SPACES
                  OR DISCIPLINA-FAH EQUAL GRD-DISCIPLINA)
             AND DATA-FAH NOT LESS GRD-DATA-INI
             AND DATA-FAH NOT GREATER GRD-DATA-FIM
              ADD AULAS-FAH TO FALTAS-NO-INTERVALO
                  ON SIZE ERROR MOVE 999 TO FALTAS-NO-INTERVALO.
          PERFORM LE-LANCAMENTO.

       PROXIMO-NUMERO.
          MOVE ZEROES TO ULTIMO-NUMERO.
          MOVE "NAO" TO FIM-ABO.
          OPEN INPUT ARQABO.
          PERFORM LE-ABONO.
          PERFORM MAIOR-NUMERO UNTIL FIM-ABO EQUAL "SIM".
          CLOSE ARQABO.

       LE-ABONO.
          READ ARQABO AT END MOVE "SIM" TO FIM-ABO.

       MAIOR-NUMERO.
          IF NUMERO-ABO GREATER THAN ULTIMO-NUMERO
              MOVE NUMERO-ABO TO ULTIMO-NUMERO.
          PERFORM LE-ABONO.

      *----------------------------------------------------------------
      *    GRAVA A LINHA NO ARQABO E A MESMA IMAGEM NO JORNABO.
      *----------------------------------------------------------------
       GRAVA-ABONO.
          IF TIPO-ABO EQUAL "I"
              ADD 1 TO ULTIMO-NUMERO
              MOVE ULTIMO-NUMERO TO NUMERO-ABO
          ELSE
              MOVE NUMERO-BUSCA TO NUMERO-ABO.
          MOVE PERIODO-ATUAL TO PERIODO-ABO.
          MOVE GRD-MATRICULA TO MATRICULA-ABO.
          MOVE GRD-DISCIPLINA TO DISCIPLINA-ABO.
          MOVE GRD-DATA-INI TO DATA-INI-ABO.
          MOVE GRD-DATA-FIM TO DATA-FIM-ABO.
          MOVE GRD-MOTIVO TO MOTIVO-ABO.
          MOVE GRD-DOCUMENTO TO DOCUMENTO-ABO.
          MOVE OPERADOR-ID TO OPERADOR-ABO.
          IF TIPO-ABO EQUAL "C"
              MOVE SUPERVISOR-ID TO OPERADOR-ABO.
          MOVE DATA-SISTEMA TO DATA-REG-ABO.
          OPEN EXTEND ARQABO.
          WRITE REG-ABO.
          CLOSE ARQABO.
          ACCEPT HORA-SISTEMA FROM TIME.
          MOVE SPACES TO REG-JAB.
          MOVE DATA-SISTEMA TO JAB-DATA.
          MOVE HORA-SISTEMA(1:6) TO JAB-HORA.
          MOVE TIPO-ABO TO JAB-EVENTO.
          MOVE NUMERO-ABO TO JAB-NUMERO.
          MOVE MATRICULA-ABO TO JAB-MATRICULA.
          MOVE DISCIPLINA-ABO TO JAB-DISCIPLINA.
          MOVE DATA-INI-ABO TO JAB-DATA-INI.
          MOVE DATA-FIM-ABO TO JAB-DATA-FIM.
          MOVE MOTIVO-ABO TO JAB-MOTIVO.
          MOVE DOCUMENTO-ABO TO JAB-DOCUMENTO.
          MOVE OPERADOR-ABO TO JAB-OPERADOR.
          OPEN EXTEND JORNABO.
          PERFORM SELA-JORNAL.
          WRITE REG-JAB.
          CLOSE JORNABO.

      *----------------------------------------------------------------
      *    SEQUENCIA E CONFERENCIA ENCADEADA DA LINHA (SELAJOR).
      *----------------------------------------------------------------
       SELA-JORNAL.
          MOVE "S" TO FUNCAO-SELO.
          MOVE "JORNABO" TO JORNAL-SELO.
          MOVE REG-JAB(1:83) TO TEXTO-SELO.
          MOVE 83 TO TAMANHO-SELO.
          CALL "SELAJOR" USING FUNCAO-SELO JORNAL-SELO TEXTO-SELO
              TAMANHO-SELO SEQ-SELO CHK-SELO.
          MOVE SEQ-SELO TO JAB-SEQ.
          MOVE CHK-SELO TO JAB-CHK.

      *----------------------------------------------------------------
      *    CANCELAMENTO: EXIGE NIVEL 2, NO MOLDE DA REMISSAO DO
      *    READMIS. O ABONO ORIGINAL FICA NO ARQUIVO.
      *----------------------------------------------------------------
       CANCELA-ABONO.
          DISPLAY "NUMERO DO ABONO (5 DIGITOS)......: ".
          ACCEPT ENTRADA-NUM-X.
          IF ENTRADA-NUM-X NOT NUMERIC
              DISPLAY "NUMERO INVALIDO."
          ELSE
              MOVE ENTRADA-NUM TO NUMERO-BUSCA
              PERFORM LOCALIZA-ABONO
              IF ABONO-ACHADO EQUAL "NAO"
                  DISPLAY "ABONO NAO ENCONTRADO NO PERIODO."
              ELSE
              IF ABONO-CANCELADO EQUAL "SIM"
                  DISPLAY "ABONO JA CANCELADO."
              ELSE
                  PERFORM CONFIRMA-CANCELAMENTO.

       LOCALIZA-ABONO.
          MOVE "NAO" TO ABONO-ACHADO ABONO-CANCELADO.
          MOVE "NAO" TO FIM-ABO.
          OPEN INPUT ARQABO.
          PERFORM LE-ABONO.
          PERFORM TESTA-ABONO UNTIL FIM-ABO EQUAL "SIM".
          CLOSE ARQABO.

       TESTA-ABONO.
          IF NUMERO-ABO EQUAL NUMERO-BUSCA
             AND PERIODO-ABO EQUAL PERIODO-ATUAL
              IF TIPO-ABO EQUAL "C"
                  MOVE "SIM" TO ABONO-CANCELADO
              ELSE
                  MOVE "SIM" TO ABONO-ACHADO
                  MOVE MATRICULA-ABO TO GRD-MATRICULA
                  MOVE DISCIPLINA-ABO TO GRD-DISCIPLINA
                  MOVE DATA-INI-ABO TO GRD-DATA-INI
                  MOVE DATA-FIM-ABO TO GRD-DATA-FIM
                  MOVE MOTIVO-ABO TO GRD-MOTIVO
                  MOVE DOCUMENTO-ABO TO GRD-DOCUMENTO.
          PERFORM LE-ABONO.

       CONFIRMA-CANCELAMENTO.
          DISPLAY "MATRICULA " GRD-MATRICULA "  DISCIPLINA "
              GRD-DISCIPLINA "  DE " GRD-DATA-INI " A " GRD-DATA-FIM.
          DISPLAY "DOCUMENTO " GRD-DOCUMENTO.
          DISPLAY "CONFIRMA O CANCELAMENTO (S/N)? ".
          ACCEPT RESP-CONFIRMA.
          IF RESP-CONFIRMA EQUAL "S"
              PERFORM AUTORIZA-CANCELAMENTO
              IF SUPERVISOR-ID NOT EQUAL ZEROES
                  MOVE "C" TO TIPO-ABO
                  PERFORM GRAVA-ABONO
                  ADD 1 TO QTD-CANCELADOS
                  DISPLAY "ABONO CANCELADO.".

       AUTORIZA-CANCELAMENTO.
          MOVE ZEROES TO SUPERVISOR-ID.
          IF NIVEL-OPERADOR NOT LESS 2
              MOVE OPERADOR-ID TO SUPERVISOR-ID
          ELSE
              DISPLAY "CANCELAMENTO EXIGE OPERADOR NIVEL 2 - "
                  "IDENTIFIQUE O SUPERVISOR."
              CALL "SIGNON" USING SUPERVISOR-ID NIVEL-SUPERVISOR
                  RESULTADO-SUPERV
              IF RESULTADO-SUPERV NOT EQUAL "SIM"
                 OR NIVEL-SUPERVISOR LESS 2
                  MOVE ZEROES TO SUPERVISOR-ID
                  DISPLAY "SUPERVISOR NAO AUTORIZADO.".

       LISTA-ABONOS.
          PERFORM PEDE-MATRICULA.
          IF NAO-ACHOU EQUAL "NAO"
              MOVE ZEROES TO QTD-LISTADOS
              MOVE "NAO" TO FIM-ABO
              OPEN INPUT ARQABO
              PERFORM LE-ABONO
              PERFORM MOSTRA-ABONO UNTIL FIM-ABO EQUAL "SIM"
              CLOSE ARQABO
              IF QTD-LISTADOS EQUAL ZEROES
                  DISPLAY "NENHUM ABONO DA MATRICULA NO PERIODO.".

       MOSTRA-ABONO.
          IF PERIODO-ABO EQUAL PERIODO-ATUAL
             AND MATRICULA-ABO EQUAL MATRICULA-BUSCA-NUM
              ADD 1 TO QTD-LISTADOS
              IF TIPO-ABO EQUAL "C"
                  DISPLAY "  " NUMERO-ABO "  CANCELADO EM "
                      DATA-REG-ABO " POR " OPERADOR-ABO
              ELSE
                  DISPLAY "  " NUMERO-ABO "  " DISCIPLINA-ABO "  "
                      DATA-INI-ABO " A " DATA-FIM-ABO "  "
                      MOTIVO-ABO "  " DOCUMENTO-ABO.
          PERFORM LE-ABONO.
