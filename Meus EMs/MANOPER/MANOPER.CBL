       IDENTIFICATION DIVISION.
          PROGRAM-ID.      MANOPER.
          AUTHOR.   CLEDIR JUSTO.
          INSTALLATION.   	FATEC-SP.
          DATE-WRITTEN.   	15/10/2026.
          DATE-COMPILED.
          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. MANUTENCAO DO CADASTRO DE OPERADORES (CADOPER.DAT,
      *REGOPE), SO PARA OPERADOR DE NIVEL 2. I INCLUI UM OPERADOR
      *COM NOME, NIVEL E SENHA PROVISORIA; D DESBLOQUEIA O OPERADOR
      *BLOQUEADO POR SENHAS ERRADAS (ZERA AS FALHAS); S DA UMA NOVA
      *SENHA PROVISORIA A QUEM ESQUECEU A SUA (TAMBEM DESBLOQUEIA);
      *E EXCLUI O OPERADOR; L LISTA O CADASTRO COM A SITUACAO, AS
      *FALHAS, A DATA DA SENHA E O ULTIMO ACESSO. A SENHA PROVISORIA
      *(6 A 8 CARACTERES, SEM BRANCOS, MESMA REGRA DO SIGNON) E
      *GRAVADA SO PELA CHAVE DA CIFRASEN (O SAL DO OPERADOR E
      *SORTEADO NA INCLUSAO E MANTIDO NA SENHA PROVISORIA; SO UM
      *REGISTRO DANIFICADO, COM SAL ZERADO OU NAO NUMERICO, GANHA
      *SAL NOVO NELA), COM
      *DATA DA SENHA ZERADA: O SIGNON OBRIGA A TROCA NO
      *PRIMEIRO ACESSO. D, S E E NAO VALEM PARA O PROPRIO OPERADOR DA
      *SESSAO. TODA ACAO VAI PARA O JORNAL DE SEGURANCA JORNSEG (PELA
      *GRAVSEG) COM O OPERADOR ALTERADO E O RESPONSAVEL.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SOURCE-COMPUTER. IBM-PC.
          OBJECT-COMPUTER. IBM-PC.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CADOPER ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS ID-OPE
          FILE STATUS IS FS-OPE.

       DATA    DIVISION.
       FILE SECTION.

       FD  CADOPER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADOPER.DAT".
          COPY REGOPE.

       WORKING-STORAGE SECTION.
       77  OPERADOR-ID        PIC 9(04) VALUE ZEROES.
       77  NIVEL-OPERADOR     PIC 9(01) VALUE ZEROES.
       77  RESULTADO-SIGNON   PIC X(03) VALUE "NAO".
       77  FS-OPE             PIC X(02) VALUE "00".
       77  FIM-OPE            PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  SENHA-ACEITA       PIC X(03) VALUE "NAO".
       77  OPCAO-MAN          PIC X(01) VALUE SPACES.
       77  CONFIRMA           PIC X(01) VALUE SPACES.
       77  ENTRADA-COD        PIC X(04) VALUE SPACES.
       77  ENTRADA-NIVEL      PIC X(01) VALUE SPACES.
       77  ENTRADA-NOME       PIC X(30) VALUE SPACES.
       77  SENHA-PROVISORIA   PIC X(08) VALUE SPACES.
       77  CHAVE-PROVISORIA   PIC X(36) VALUE SPACES.
       77  QTD-BRANCOS        PIC 9(02) VALUE ZEROES.
       77  QTD-INICIAIS       PIC 9(02) VALUE ZEROES.
       77  QTD-LISTADOS       PIC 9(04) VALUE ZEROES.
       77  IX-HIS             PIC 9(01) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  EVENTO-SEG         PIC X(16) VALUE SPACES.
       77  OPERADOR-SEG       PIC 9(04) VALUE ZEROES.

       01 LIN-OPERADOR.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 LOP-ID    PIC 9(04).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 LOP-NIVEL PIC 9(01).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 LOP-NOME  PIC X(30).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 LOP-SIT   PIC X(01).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 LOP-FAL   PIC Z9.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 LOP-SENHA PIC 9(08).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 LOP-ACES  PIC 9(08).

       PROCEDURE DIVISION.

       PGM-MANOPER.
          CALL "SIGNON" USING OPERADOR-ID NIVEL-OPERADOR
              RESULTADO-SIGNON.
          IF RESULTADO-SIGNON NOT EQUAL "SIM"
              DISPLAY "SESSAO RECUSADA."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          IF NIVEL-OPERADOR LESS THAN 2
              DISPLAY "CADASTRO DE OPERADORES EXIGE OPERADOR NIVEL 2."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          OPEN I-O CADOPER.
          IF FS-OPE NOT EQUAL "00"
              DISPLAY "CADOPER NAO ABRIU - STATUS " FS-OPE "."
              MOVE 8 TO RETURN-CODE
              STOP RUN.
          DISPLAY "MANUTENCAO DO CADASTRO DE OPERADORES - CADOPER".
          PERFORM MANUTENCAO UNTIL OPCAO-MAN EQUAL "F".
          CLOSE CADOPER.
          STOP RUN.

       MANUTENCAO.
          DISPLAY " ".
          DISPLAY "OPCAO (I-INCLUIR D-DESBLOQUEAR S-SENHA PROVISORIA "
              "E-EXCLUIR L-LISTAR F-FIM): ".
          ACCEPT OPCAO-MAN.
          IF OPCAO-MAN EQUAL "I"
              PERFORM INCLUI-OPERADOR
          ELSE
          IF OPCAO-MAN EQUAL "D"
              PERFORM DESBLOQUEIA-OPERADOR
          ELSE
          IF OPCAO-MAN EQUAL "S"
              PERFORM RENOVA-SENHA
          ELSE
          IF OPCAO-MAN EQUAL "E"
              PERFORM EXCLUI-OPERADOR
          ELSE
          IF OPCAO-MAN EQUAL "L"
              PERFORM LISTA-OPERADORES
          ELSE
          IF OPCAO-MAN NOT EQUAL "F"
              DISPLAY "OPCAO INVALIDA. USE I, D, S, E, L OU F.".

       PEDE-CODIGO.
          DISPLAY "OPERADOR (4 DIGITOS): ".
          MOVE SPACES TO ENTRADA-COD.
          ACCEPT ENTRADA-COD.

       LOCALIZA-OPERADOR.
          MOVE "NAO" TO NAO-ACHOU.
          IF ENTRADA-COD NOT NUMERIC
              MOVE "SIM" TO NAO-ACHOU
          ELSE
              MOVE ENTRADA-COD TO ID-OPE
              READ CADOPER KEY IS ID-OPE
                  INVALID KEY MOVE "SIM" TO NAO-ACHOU.

       INCLUI-OPERADOR.
          PERFORM PEDE-CODIGO.
          IF ENTRADA-COD NOT NUMERIC
             OR ENTRADA-COD EQUAL "0000"
              DISPLAY "CODIGO DE OPERADOR INVALIDO."
          ELSE
              PERFORM LOCALIZA-OPERADOR
              IF NAO-ACHOU EQUAL "NAO"
                  DISPLAY "OPERADOR JA CADASTRADO."
              ELSE
                  PERFORM PEDE-DADOS-INCLUSAO.

       PEDE-DADOS-INCLUSAO.
          DISPLAY "NOME DO OPERADOR: ".
          MOVE SPACES TO ENTRADA-NOME.
          ACCEPT ENTRADA-NOME.
          DISPLAY "NIVEL (1 OU 2): ".
          MOVE SPACES TO ENTRADA-NIVEL.
          ACCEPT ENTRADA-NIVEL.
          IF ENTRADA-NOME EQUAL SPACES
              DISPLAY "NOME OBRIGATORIO - NADA INCLUIDO."
          ELSE
          IF ENTRADA-NIVEL NOT EQUAL "1"
             AND ENTRADA-NIVEL NOT EQUAL "2"
              DISPLAY "NIVEL INVALIDO - NADA INCLUIDO."
          ELSE
              PERFORM PEDE-SENHA-PROVISORIA
              IF SENHA-ACEITA EQUAL "SIM"
                  PERFORM GRAVA-INCLUSAO.

       GRAVA-INCLUSAO.
          MOVE ZEROES TO REG-OPE.
          MOVE ENTRADA-COD TO ID-OPE.
          MOVE ENTRADA-NIVEL TO NIVEL-OPE.
          MOVE ENTRADA-NOME TO NOME-OPE.
          CALL "CIFRASEN" USING ID-OPE SAL-OPE SENHA-PROVISORIA
              CHAVE-PROVISORIA.
          MOVE CHAVE-PROVISORIA TO CHAVE-SENHA-OPE.
          MOVE "A" TO SITUACAO-OPE.
          MOVE DATA-SISTEMA TO DATA-INC-OPE.
          WRITE REG-OPE
              INVALID KEY DISPLAY "OPERADOR JA CADASTRADO.".
          IF FS-OPE EQUAL "00"
              MOVE "INCLUSAO" TO EVENTO-SEG
              PERFORM REGISTRA-EVENTO
              DISPLAY "OPERADOR INCLUIDO - TROCA DE SENHA NO PRIMEIRO "
                  "ACESSO.".

      *----------------------------------------------------------------
      *    SENHA PROVISORIA DIGITADA PELO OPERADOR NIVEL 2; CONFERIDA
      *    COMO A TROCA DO SIGNON (6 A 8 CARACTERES, SEM BRANCOS:
      *    INICIAIS ANTES DO PRIMEIRO BRANCO + BRANCOS = 8).
      *----------------------------------------------------------------
       PEDE-SENHA-PROVISORIA.
          MOVE "SIM" TO SENHA-ACEITA.
          DISPLAY "SENHA PROVISORIA (6 A 8 CARACTERES): ".
          MOVE SPACES TO SENHA-PROVISORIA.
          ACCEPT SENHA-PROVISORIA.
          MOVE ZEROES TO QTD-BRANCOS QTD-INICIAIS.
          INSPECT SENHA-PROVISORIA TALLYING QTD-BRANCOS
              FOR ALL SPACES.
          INSPECT SENHA-PROVISORIA TALLYING QTD-INICIAIS
              FOR CHARACTERS BEFORE INITIAL SPACE.
          IF QTD-INICIAIS LESS THAN 6
             OR QTD-INICIAIS + QTD-BRANCOS NOT EQUAL 8
              MOVE "NAO" TO SENHA-ACEITA
              DISPLAY "A SENHA PRECISA DE 6 A 8 CARACTERES, SEM "
                  "BRANCOS - NADA ALTERADO.".

      *----------------------------------------------------------------
      *    D, S E E: OPERADOR CADASTRADO E DIFERENTE DO DA SESSAO.
      *----------------------------------------------------------------
       CONFERE-ALVO.
          PERFORM LOCALIZA-OPERADOR.
          IF NAO-ACHOU EQUAL "SIM"
              DISPLAY "OPERADOR NAO CADASTRADO."
          ELSE
          IF ID-OPE EQUAL OPERADOR-ID
              MOVE "SIM" TO NAO-ACHOU
              DISPLAY "NAO VALE PARA O PROPRIO OPERADOR DA SESSAO.".

       DESBLOQUEIA-OPERADOR.
          PERFORM PEDE-CODIGO.
          PERFORM CONFERE-ALVO.
          IF NAO-ACHOU EQUAL "NAO"
              IF SITUACAO-OPE NOT EQUAL "B"
                  DISPLAY "OPERADOR NAO ESTA BLOQUEADO."
              ELSE
                  MOVE "A" TO SITUACAO-OPE
                  MOVE ZEROES TO FALHAS-OPE
                  REWRITE REG-OPE
                  MOVE "DESBLOQUEIO" TO EVENTO-SEG
                  PERFORM REGISTRA-EVENTO
                  DISPLAY "OPERADOR DESBLOQUEADO.".

      *----------------------------------------------------------------
      *    A SENHA ESQUECIDA VAI PARA O HISTORICO, COMO NUMA TROCA, E
      *    NAO PODE VOLTAR; A PROVISORIA OBRIGA A TROCA NO SIGNON.
      *----------------------------------------------------------------
       RENOVA-SENHA.
          PERFORM PEDE-CODIGO.
          PERFORM CONFERE-ALVO.
          IF NAO-ACHOU EQUAL "NAO"
              PERFORM PEDE-SENHA-PROVISORIA
              IF SENHA-ACEITA EQUAL "SIM"
                  PERFORM DESLOCA-HISTORICO
                      VARYING IX-HIS FROM 5 BY -1
                      UNTIL IX-HIS LESS THAN 2
                  MOVE CHAVE-SENHA-OPE TO CHAVE-ANT-OPE (1)
                  IF SAL-OPE NOT NUMERIC
                      MOVE ZEROES TO SAL-OPE
                  END-IF
                  CALL "CIFRASEN" USING ID-OPE SAL-OPE
                      SENHA-PROVISORIA CHAVE-PROVISORIA
                  MOVE CHAVE-PROVISORIA TO CHAVE-SENHA-OPE
                  MOVE ZEROES TO DATA-SENHA-OPE FALHAS-OPE
                  MOVE "A" TO SITUACAO-OPE
                  REWRITE REG-OPE
                  MOVE "SENHA PROVISORIA" TO EVENTO-SEG
                  PERFORM REGISTRA-EVENTO
                  DISPLAY "SENHA PROVISORIA GRAVADA - TROCA NO "
                      "PROXIMO ACESSO.".

       DESLOCA-HISTORICO.
          MOVE CHAVE-ANT-OPE (IX-HIS - 1) TO CHAVE-ANT-OPE (IX-HIS).

       EXCLUI-OPERADOR.
          PERFORM PEDE-CODIGO.
          PERFORM CONFERE-ALVO.
          IF NAO-ACHOU EQUAL "NAO"
              DISPLAY "EXCLUIR " ID-OPE " " NOME-OPE " (S/N)? "
              MOVE SPACES TO CONFIRMA
              ACCEPT CONFIRMA
              IF CONFIRMA EQUAL "S"
                  DELETE CADOPER RECORD
                  MOVE "EXCLUSAO" TO EVENTO-SEG
                  PERFORM REGISTRA-EVENTO
                  DISPLAY "OPERADOR EXCLUIDO."
              ELSE
                  DISPLAY "NADA EXCLUIDO.".

       LISTA-OPERADORES.
          MOVE ZEROES TO QTD-LISTADOS.
          MOVE "NAO" TO FIM-OPE.
          MOVE ZEROES TO ID-OPE.
          START CADOPER KEY IS NOT LESS THAN ID-OPE
              INVALID KEY MOVE "SIM" TO FIM-OPE.
          IF FIM-OPE EQUAL "NAO"
              PERFORM LE-OPERADOR.
          DISPLAY "  ID    N  NOME                            S  FA  "
              "SENHA EM  ULT.ACES".
          PERFORM LISTA-UM-OPERADOR UNTIL FIM-OPE EQUAL "SIM".
          IF QTD-LISTADOS EQUAL ZEROES
              DISPLAY "NENHUM OPERADOR CADASTRADO.".

       LE-OPERADOR.
          READ CADOPER NEXT RECORD AT END MOVE "SIM" TO FIM-OPE.

       LISTA-UM-OPERADOR.
          ADD 1 TO QTD-LISTADOS.
          MOVE ID-OPE TO LOP-ID.
          MOVE NIVEL-OPE TO LOP-NIVEL.
          MOVE NOME-OPE TO LOP-NOME.
          MOVE SITUACAO-OPE TO LOP-SIT.
          MOVE FALHAS-OPE TO LOP-FAL.
          MOVE DATA-SENHA-OPE TO LOP-SENHA.
          MOVE DATA-ULT-ACESSO-OPE TO LOP-ACES.
          DISPLAY LIN-OPERADOR.
          PERFORM LE-OPERADOR.

       REGISTRA-EVENTO.
          MOVE ID-OPE TO OPERADOR-SEG.
          CALL "GRAVSEG" USING EVENTO-SEG OPERADOR-SEG OPERADOR-ID.
