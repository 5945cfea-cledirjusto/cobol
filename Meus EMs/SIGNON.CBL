          SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. IDENTIFICACAO DO OPERADOR. CHAMADA NA ABERTURA DOS
      *PROGRAMAS INTERATIVOS DE ATUALIZACAO: PEDE OPERADOR E SENHA,
      *CONFERE CONTRA O CADOPER.DAT (REGOPE: ID, NIVEL, NOME, CHAVE
      *DA SENHA, SAL, DATA DA SENHA, FALHAS, SITUACAO E HISTORICO DAS
      *ULTIMAS CHAVES) E DEVOLVE O ID E O NIVEL DE AUTORIZACAO. TRES
      *TENTATIVAS ERRADAS DEVOLVEM RESULTADO NAO E O PROGRAMA
      *CHAMADOR RECUSA A SESSAO. CADOPER AUSENTE OU VAZIO TAMBEM
      *RECUSA - SEM CADASTRO DE OPERADORES NAO HA ATUALIZACAO.
      *POLITICA DE SENHAS: O CADOPER PASSOU A INDEXADO PELO ID
      *(REGOPE, CONVERTIDO PELO CONVOPER) E NAO GUARDA MAIS A SENHA,
      *SO A CHAVE CALCULADA PELA CIFRASEN SOBRE O ID, O SAL DO
      *OPERADOR E A SENHA. REGISTRO COM SAL ZERADO OU NAO NUMERICO E
      *RECUSADO COMO DANIFICADO (CADOPER INDISP NO JORNSEG, SEM
      *CONTAR FALHA) ATE A SENHA PROVISORIA DO MANOPER; A CIFRASEN
      *RECEBE UMA COPIA DO SAL, QUE O SIGNON NUNCA ALTERA. CADA
      *SENHA ERRADA SOMA UMA FALHA NO CADASTRO; AO CHEGAR AO MAXIMO
      *DO PARMSEN.DAT (PADRAO 3) O OPERADOR FICA BLOQUEADO, EM
      *QUALQUER SESSAO, ATE UM OPERADOR NIVEL 2 LIBERAR NO MANOPER.
      *ENTRADA CERTA ZERA AS FALHAS. SENHA PROVISORIA (PRIMEIRO
      *ACESSO) OU MAIS VELHA QUE A VALIDADE DO PARMSEN (PADRAO 90
      *DIAS) OBRIGA A TROCA NA HORA: NOVA SENHA DE 6 A 8 CARACTERES
      *SEM BRANCOS (AS SEIS PRIMEIRAS POSICOES PREENCHIDAS E NADA
      *DEPOIS DO PRIMEIRO BRANCO), CONFIRMADA, DIFERENTE DA ATUAL E
      *DAS ULTIMAS DO HISTORICO (PARMSEN, PADRAO 5); SEM
      *A TROCA A SESSAO E RECUSADA. ENTRADAS, FALHAS, BLOQUEIOS E
      *TROCAS VAO PARA O JORNAL DE SEGURANCA JORNSEG PELA GRAVSEG.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
          FILE-CONTROL.
          SELECT CADOPER ASSIGN TO DISK
          ORGANIZATION IS INDEXED
          ACCESS MODE IS RANDOM
          RECORD KEY IS ID-OPE
          FILE STATUS IS FS-OPE.
          SELECT OPTIONAL PARMSEN ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FD  CADOPER
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "CADOPER.DAT".
          COPY REGOPE.

       FD  PARMSEN
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "PARMSEN.DAT".
          01 REG-PARMSEN.
          02 DIAS-VALID-PARM           PIC 9(03).
          02 HISTORICO-PARM            PIC 9(01).
          02 MAX-FALHAS-PARM           PIC 9(01).
          02 DIAS-INATIV-PARM          PIC 9(03).

       WORKING-STORAGE SECTION.
       77  FS-OPE             PIC X(02) VALUE "00".
       77  FIM-PARM           PIC X(03) VALUE "NAO".
       77  ACHOU-OPERADOR     PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  TROCA-OBRIGATORIA  PIC X(03) VALUE "NAO".
       77  SENHA-TROCADA      PIC X(03) VALUE "NAO".
       77  SENHA-ACEITA       PIC X(03) VALUE "NAO".
       77  TENTATIVAS         PIC 9(01) VALUE ZEROES.
       77  TENTATIVAS-TROCA   PIC 9(01) VALUE ZEROES.
       77  ENTRADA-ID         PIC 9(04) VALUE ZEROES.
       77  ENTRADA-SENHA      PIC X(08) VALUE SPACES.
       77  NOVA-SENHA         PIC X(08) VALUE SPACES.
       77  CONFIRMA-SENHA     PIC X(08) VALUE SPACES.
       77  CHAVE-CALCULADA    PIC X(36) VALUE SPACES.
       77  CHAVE-NOVA         PIC X(36) VALUE SPACES.
       77  QTD-BRANCOS        PIC 9(02) VALUE ZEROES.
       77  QTD-INICIAIS       PIC 9(02) VALUE ZEROES.
       77  SAL-OPERADOR       PIC 9(08) VALUE ZEROES.
       77  IX-HIS             PIC 9(01) VALUE ZEROES.
       77  DIAS-VALIDADE      PIC 9(03) VALUE 090.
       77  QTD-HISTORICO      PIC 9(01) VALUE 5.
       77  MAX-FALHAS         PIC 9(01) VALUE 3.
       77  DIAS-HOJE          PIC 9(07) VALUE ZEROES.
       77  DIAS-CALC          PIC 9(07) VALUE ZEROES.
       77  IDADE-SENHA        PIC S9(07) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  EVENTO-SEG         PIC X(16) VALUE SPACES.
       77  OPERADOR-SEG       PIC 9(04) VALUE ZEROES.
       77  RESPONSAVEL-SEG    PIC 9(04) VALUE ZEROES.

       01 DATA-CALC-DEC.
          02 ANO-CALC                  PIC 9(04).
          02 MES-CALC                  PIC 9(02).
          02 DIA-CALC                  PIC 9(02).

       LINKAGE SECTION.
       01  LK-OPERADOR     PIC 9(04).
          MOVE "NAO" TO LK-RESULTADO.
          MOVE ZEROES TO LK-OPERADOR LK-NIVEL TENTATIVAS.
          MOVE "NAO" TO ACHOU-OPERADOR.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          PERFORM CARGA-POLITICA.
          OPEN I-O CADOPER.
          IF FS-OPE NOT EQUAL "00"
              DISPLAY "CADASTRO DE OPERADORES INDISPONIVEL (STATUS "
                  FS-OPE ")."
              MOVE "CADOPER INDISP" TO EVENTO-SEG
              MOVE ZEROES TO OPERADOR-SEG
              PERFORM REGISTRA-EVENTO
              DISPLAY "OPERADOR NAO IDENTIFICADO."
              GOBACK.
          PERFORM TENTA-IDENTIFICAR
              UNTIL ACHOU-OPERADOR EQUAL "SIM"
                 OR TENTATIVAS NOT LESS 3.
          IF ACHOU-OPERADOR EQUAL "SIM"
              PERFORM CONFERE-VALIDADE.
          IF ACHOU-OPERADOR EQUAL "SIM"
              MOVE DATA-SISTEMA TO DATA-ULT-ACESSO-OPE
              REWRITE REG-OPE
              MOVE "ENTRADA" TO EVENTO-SEG
              MOVE ID-OPE TO OPERADOR-SEG
              PERFORM REGISTRA-EVENTO
              MOVE ID-OPE TO LK-OPERADOR
              MOVE NIVEL-OPE TO LK-NIVEL
              MOVE "SIM" TO LK-RESULTADO
          ELSE
              DISPLAY "OPERADOR NAO IDENTIFICADO.".
          CLOSE CADOPER.
          GOBACK.

      *----------------------------------------------------------------
      *    LIMITES DA POLITICA DE SENHAS; VALOR AUSENTE OU ZERADO NO
      *    PARMSEN FICA COM O PADRAO.
      *----------------------------------------------------------------
       CARGA-POLITICA.
          MOVE "NAO" TO FIM-PARM.
          OPEN INPUT PARMSEN.
          READ PARMSEN AT END MOVE "SIM" TO FIM-PARM.
          IF FIM-PARM NOT EQUAL "SIM"
              IF DIAS-VALID-PARM NUMERIC
                 AND DIAS-VALID-PARM GREATER THAN ZEROES
                  MOVE DIAS-VALID-PARM TO DIAS-VALIDADE
              END-IF
              IF HISTORICO-PARM NUMERIC
                 AND HISTORICO-PARM GREATER THAN ZEROES
                 AND HISTORICO-PARM NOT GREATER 5
                  MOVE HISTORICO-PARM TO QTD-HISTORICO
              END-IF
              IF MAX-FALHAS-PARM NUMERIC
                 AND MAX-FALHAS-PARM GREATER THAN ZEROES
                  MOVE MAX-FALHAS-PARM TO MAX-FALHAS.
          CLOSE PARMSEN.

       TENTA-IDENTIFICAR.
          ADD 1 TO TENTATIVAS.
          DISPLAY "OPERADOR (4 DIGITOS): ".
          DISPLAY "SENHA: ".
          MOVE SPACES TO ENTRADA-SENHA.
          ACCEPT ENTRADA-SENHA.
          MOVE "NAO" TO NAO-ACHOU.
          MOVE ENTRADA-ID TO ID-OPE.
          READ CADOPER KEY IS ID-OPE
              INVALID KEY MOVE "SIM" TO NAO-ACHOU.
          IF NAO-ACHOU EQUAL "SIM"
              MOVE "ID INEXISTENTE" TO EVENTO-SEG
              MOVE ENTRADA-ID TO OPERADOR-SEG
              PERFORM REGISTRA-EVENTO
              DISPLAY "OPERADOR OU SENHA INVALIDOS."
          ELSE
          IF SITUACAO-OPE EQUAL "B"
              MOVE "RECUSA BLOQUEIO" TO EVENTO-SEG
              MOVE ID-OPE TO OPERADOR-SEG
              PERFORM REGISTRA-EVENTO
              DISPLAY "OPERADOR BLOQUEADO - PROCURE UM OPERADOR DE "
                  "NIVEL 2 PARA LIBERAR."
          ELSE
          IF SAL-OPE NOT NUMERIC
             OR SAL-OPE EQUAL ZEROES
              MOVE "CADOPER INDISP" TO EVENTO-SEG
              MOVE ID-OPE TO OPERADOR-SEG
              PERFORM REGISTRA-EVENTO
              DISPLAY "CADASTRO DO OPERADOR DANIFICADO - PROCURE UM "
                  "OPERADOR DE NIVEL 2 (SENHA PROVISORIA)."
          ELSE
              MOVE SAL-OPE TO SAL-OPERADOR
              CALL "CIFRASEN" USING ENTRADA-ID SAL-OPERADOR
                  ENTRADA-SENHA CHAVE-CALCULADA
              IF CHAVE-CALCULADA EQUAL CHAVE-SENHA-OPE
                  MOVE "SIM" TO ACHOU-OPERADOR
                  MOVE ZEROES TO FALHAS-OPE
              ELSE
                  PERFORM REGISTRA-FALHA.

      *----------------------------------------------------------------
      *    SENHA ERRADA: A FALHA FICA NO CADASTRO, NAO SO NA SESSAO.
      *----------------------------------------------------------------
       REGISTRA-FALHA.
          IF FALHAS-OPE LESS THAN 99
              ADD 1 TO FALHAS-OPE.
          MOVE "FALHA SENHA" TO EVENTO-SEG.
          MOVE ID-OPE TO OPERADOR-SEG.
          PERFORM REGISTRA-EVENTO.
          IF FALHAS-OPE NOT LESS MAX-FALHAS
              MOVE "B" TO SITUACAO-OPE
              MOVE "BLOQUEIO" TO EVENTO-SEG
              PERFORM REGISTRA-EVENTO.
          REWRITE REG-OPE.
          IF SITUACAO-OPE EQUAL "B"
              DISPLAY "OPERADOR BLOQUEADO APOS " FALHAS-OPE
                  " SENHAS ERRADAS - PROCURE UM OPERADOR DE NIVEL 2."
          ELSE
              DISPLAY "OPERADOR OU SENHA INVALIDOS.".

      *----------------------------------------------------------------
      *    SENHA PROVISORIA OU VENCIDA: TROCA ANTES DE LIBERAR.
      *----------------------------------------------------------------
       CONFERE-VALIDADE.
          MOVE "NAO" TO TROCA-OBRIGATORIA.
          IF DATA-SENHA-OPE EQUAL ZEROES
              MOVE "SIM" TO TROCA-OBRIGATORIA
              DISPLAY "SENHA PROVISORIA - CADASTRE A SUA SENHA."
          ELSE
              MOVE DATA-SISTEMA TO DATA-CALC-DEC
              PERFORM CALCULA-DIAS
              MOVE DIAS-CALC TO DIAS-HOJE
              MOVE DATA-SENHA-OPE TO DATA-CALC-DEC
              PERFORM CALCULA-DIAS
              COMPUTE IDADE-SENHA = DIAS-HOJE - DIAS-CALC
              IF IDADE-SENHA GREATER THAN DIAS-VALIDADE
                  MOVE "SIM" TO TROCA-OBRIGATORIA
                  DISPLAY "SENHA VENCIDA - CADASTRE UMA NOVA SENHA.".
          IF TROCA-OBRIGATORIA EQUAL "SIM"
              MOVE "NAO" TO SENHA-TROCADA
              MOVE ZEROES TO TENTATIVAS-TROCA
              PERFORM TROCA-SENHA
                  UNTIL SENHA-TROCADA EQUAL "SIM"
                     OR TENTATIVAS-TROCA NOT LESS 3
              IF SENHA-TROCADA EQUAL "NAO"
                  REWRITE REG-OPE
                  MOVE "NAO" TO ACHOU-OPERADOR
                  DISPLAY "SENHA NAO TROCADA - SESSAO RECUSADA.".

      *----------------------------------------------------------------
      *    MESMA CONTA DE DIAS DO CONSEXC (ANO * 365 + MES * 30 + DIA),
      *    SUFICIENTE PARA A VALIDADE DA SENHA.
      *----------------------------------------------------------------
       CALCULA-DIAS.
          COMPUTE DIAS-CALC = (ANO-CALC * 365)
              + (MES-CALC * 30) + DIA-CALC.

       TROCA-SENHA.
          ADD 1 TO TENTATIVAS-TROCA.
          DISPLAY "NOVA SENHA (6 A 8 CARACTERES): ".
          MOVE SPACES TO NOVA-SENHA.
          ACCEPT NOVA-SENHA.
          DISPLAY "CONFIRME A NOVA SENHA: ".
          MOVE SPACES TO CONFIRMA-SENHA.
          ACCEPT CONFIRMA-SENHA.
          PERFORM VALIDA-NOVA-SENHA.
          IF SENHA-ACEITA EQUAL "SIM"
              PERFORM DESLOCA-HISTORICO
                  VARYING IX-HIS FROM 5 BY -1
                  UNTIL IX-HIS LESS THAN 2
              MOVE CHAVE-SENHA-OPE TO CHAVE-ANT-OPE (1)
              MOVE CHAVE-NOVA TO CHAVE-SENHA-OPE
              MOVE DATA-SISTEMA TO DATA-SENHA-OPE
              MOVE "SIM" TO SENHA-TROCADA
              MOVE "TROCA SENHA" TO EVENTO-SEG
              MOVE ID-OPE TO OPERADOR-SEG
              PERFORM REGISTRA-EVENTO
              DISPLAY "SENHA TROCADA.".

      *----------------------------------------------------------------
      *    TAMANHO MINIMO, CONFIRMACAO E REUSO: A NOVA SENHA NAO PODE
      *    SER A ATUAL NEM UMA DAS QTD-HISTORICO ANTERIORES. SEM
      *    BRANCOS: PELO MENOS 6 CARACTERES ANTES DO PRIMEIRO BRANCO
      *    E SO BRANCOS DALI AO FIM (INICIAIS + BRANCOS = 8).
      *----------------------------------------------------------------
       VALIDA-NOVA-SENHA.
          MOVE "SIM" TO SENHA-ACEITA.
          MOVE ZEROES TO QTD-BRANCOS QTD-INICIAIS.
          INSPECT NOVA-SENHA TALLYING QTD-BRANCOS FOR ALL SPACES.
          INSPECT NOVA-SENHA TALLYING QTD-INICIAIS
              FOR CHARACTERS BEFORE INITIAL SPACE.
          IF NOVA-SENHA NOT EQUAL CONFIRMA-SENHA
              MOVE "NAO" TO SENHA-ACEITA
              DISPLAY "CONFIRMACAO NAO CONFERE."
          ELSE
          IF QTD-INICIAIS LESS THAN 6
             OR QTD-INICIAIS + QTD-BRANCOS NOT EQUAL 8
              MOVE "NAO" TO SENHA-ACEITA
              DISPLAY "A SENHA PRECISA DE 6 A 8 CARACTERES, SEM "
                  "BRANCOS."
          ELSE
              CALL "CIFRASEN" USING ID-OPE SAL-OPERADOR NOVA-SENHA
                  CHAVE-NOVA
              IF CHAVE-NOVA EQUAL CHAVE-SENHA-OPE
                  MOVE "NAO" TO SENHA-ACEITA
                  DISPLAY "A NOVA SENHA DEVE SER DIFERENTE DA ATUAL."
              ELSE
                  PERFORM CONFERE-HISTORICO
                      VARYING IX-HIS FROM 1 BY 1
                      UNTIL IX-HIS GREATER THAN QTD-HISTORICO
                         OR SENHA-ACEITA EQUAL "NAO"
                  IF SENHA-ACEITA EQUAL "NAO"
                      DISPLAY "SENHA USADA RECENTEMENTE - ESCOLHA "
                          "OUTRA.".

       CONFERE-HISTORICO.
          IF CHAVE-ANT-OPE (IX-HIS) NOT EQUAL ZEROES
             AND CHAVE-ANT-OPE (IX-HIS) EQUAL CHAVE-NOVA
              MOVE "NAO" TO SENHA-ACEITA.

       DESLOCA-HISTORICO.
          MOVE CHAVE-ANT-OPE (IX-HIS - 1) TO CHAVE-ANT-OPE (IX-HIS).

       REGISTRA-EVENTO.
          MOVE OPERADOR-SEG TO RESPONSAVEL-SEG.
          CALL "GRAVSEG" USING EVENTO-SEG OPERADOR-SEG
              RESPONSAVEL-SEG.
