       IDENTIFICATION DIVISION.
       PROGRAM-ID.	CIFRASEN.
       AUTHOR.          CLEDIR JUSTO.
       INSTALLATION.   	FATEC-SP.
       DATE-WRITTEN.   	15/10/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CALCULA A CHAVE DA SENHA DO OPERADOR GRAVADA NO
      *CADOPER (CHAVE-SENHA-OPE) NO LUGAR DA SENHA. A ENTRADA E UM
      *BLOCO DE 20 POSICOES: ID DO OPERADOR (4), SAL DO OPERADOR (8)
      *E SENHA (8). CADA CARACTERE VIRA UM CODIGO PELA POSICAO NO
      *ALFABETO (FORA DELE, 87) E O BLOCO PASSA 16 RODADAS POR QUATRO
      *ACUMULADORES (MODULO QUATRO PRIMOS PERTO DE 10**9): EM CADA
      *POSICAO O CODIGO ENTRA PELA TABELA DE SUBSTITUICAO (ESCOLHIDA
      *TAMBEM PELO ESTADO E PELA RODADA) E OS ACUMULADORES SE
      *MULTIPLICAM UNS PELOS OUTROS, ENTAO A CONTA NAO E LINEAR E NAO
      *E A DO SELO DOS JORNAIS (SELAJOR). A CHAVE TEM 36 DIGITOS (OS
      *QUATRO ACUMULADORES). O SAL (LK-SAL) E PROPRIO DE CADA
      *OPERADOR E NAO MUDA: SE VIER ZERADO (INCLUSAO OU CONVERSAO) A
      *CIFRASEN SORTEIA UM PELA DATA, HORA, ID E UM CONTADOR DE
      *CHAMADAS E O DEVOLVE PARA SER GRAVADO EM SAL-OPE. A MESMA
      *SENHA DA CHAVES DIFERENTES PARA OPERADORES DIFERENTES E A
      *SENHA SO SE ACHA TENTANDO SENHAS; NAO E UMA CIFRA CERTIFICADA,
      *POR ISSO O CADOPER CONTINUA SENDO ARQUIVO DE ACESSO RESTRITO.
      *USADA PELO SIGNON, MANOPER E CONVOPER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  IX-RODADA          PIC 9(02) VALUE ZEROES.
       77  IX-POS             PIC 9(02) VALUE ZEROES.
       77  IX-SUBST           PIC 9(02) VALUE ZEROES.
       77  POSICAO            PIC 9(02) VALUE ZEROES.
       77  CARACTER           PIC X(01) VALUE SPACE.
       77  VALOR-SUBST        PIC 9(03) VALUE ZEROES.
       77  ACUMULADO          PIC 9(18) VALUE ZEROES.
       77  QUOCIENTE          PIC 9(18) VALUE ZEROES.
       77  FATOR              PIC 9(05) VALUE ZEROES.
       77  RESTO-SUBST        PIC 9(02) VALUE ZEROES.
       77  QTD-CHAMADAS       PIC 9(06) VALUE ZEROES.
       77  DATA-SISTEMA       PIC 9(08) VALUE ZEROES.
       77  HORA-SISTEMA       PIC 9(08) VALUE ZEROES.

       01 ALFABETO-GRUPO.
          02 FILLER    PIC X(37) VALUE
             " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
          02 FILLER    PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
          02 FILLER    PIC X(23) VALUE ".,-/:;()*+=_#@&%$!?<>[]".
       01 ALFABETO REDEFINES ALFABETO-GRUPO PIC X(86).

      *----------------------------------------------------------------
      *    TABELA DE SUBSTITUICAO: UM VALOR DE 000 A 999, SEM
      *    REPETICAO, PARA CADA UM DOS 87 CODIGOS.
      *----------------------------------------------------------------
       01 TAB-SUBST-GRUPO.
          02 FILLER    PIC X(45) VALUE
             "936216203450492010839843041030624198537847432".
          02 FILLER    PIC X(45) VALUE
             "908405586668705813646981977922402850238808509".
          02 FILLER    PIC X(45) VALUE
             "703872928059239565184062674277068359693952243".
          02 FILLER    PIC X(45) VALUE
             "276633400180868024046704834919820001550996435".
          02 FILLER    PIC X(45) VALUE
             "170907013661989676456508058117738070879195546".
          02 FILLER    PIC X(36) VALUE
             "038451571901780208484018479574189596".
       01 TAB-SUBST REDEFINES TAB-SUBST-GRUPO.
          02 SUBST     PIC 9(03) OCCURS 87 TIMES.

       01 BLOCO-ENTRADA.
          02 BLOCO-OPERADOR            PIC 9(04).
          02 BLOCO-SAL                 PIC 9(08).
          02 BLOCO-SENHA               PIC X(08).
       01 BLOCO-CARACTERES REDEFINES BLOCO-ENTRADA.
          02 BLOCO-CARACTER PIC X(01) OCCURS 20 TIMES.

       01 TAB-CODIGOS.
          02 CODIGO    PIC 9(02) OCCURS 20 TIMES.

       01 ACUMULADORES.
          02 ACUM-1    PIC 9(09).
          02 ACUM-2    PIC 9(09).
          02 ACUM-3    PIC 9(09).
          02 ACUM-4    PIC 9(09).

       LINKAGE SECTION.
       01  LK-OPERADOR     PIC 9(04).
       01  LK-SAL          PIC 9(08).
       01  LK-SENHA        PIC X(08).
       01  LK-CHAVE        PIC X(36).

       PROCEDURE DIVISION USING LK-OPERADOR LK-SAL LK-SENHA LK-CHAVE.

       PGM-CIFRASEN.
          ADD 1 TO QTD-CHAMADAS.
          IF LK-SAL EQUAL ZEROES
              PERFORM SORTEIA-SAL.
          MOVE LK-OPERADOR TO BLOCO-OPERADOR.
          MOVE LK-SAL TO BLOCO-SAL.
          MOVE LK-SENHA TO BLOCO-SENHA.
          PERFORM CODIFICA-CARACTER
              VARYING IX-POS FROM 1 BY 1 UNTIL IX-POS GREATER THAN 20.
          MOVE 314159265 TO ACUM-1.
          MOVE 161803398 TO ACUM-2.
          MOVE 141421356 TO ACUM-3.
          MOVE 173205080 TO ACUM-4.
          PERFORM MISTURA-CARACTER
              VARYING IX-RODADA FROM 1 BY 1
                  UNTIL IX-RODADA GREATER THAN 16
              AFTER IX-POS FROM 1 BY 1 UNTIL IX-POS GREATER THAN 20.
          MOVE ACUMULADORES TO LK-CHAVE.
          GOBACK.

      *----------------------------------------------------------------
      *    SAL NOVO: DATA, HORA, ID E O NUMERO DA CHAMADA (A CONVERSAO
      *    GERA VARIOS NO MESMO CENTESIMO). NUNCA SAI ZERADO.
      *----------------------------------------------------------------
       SORTEIA-SAL.
          ACCEPT DATA-SISTEMA FROM DATE YYYYMMDD.
          ACCEPT HORA-SISTEMA FROM TIME.
          COMPUTE ACUMULADO = (HORA-SISTEMA * 7919)
              + (DATA-SISTEMA * 31) + (LK-OPERADOR * 104729)
              + (QTD-CHAMADAS * 613).
          DIVIDE ACUMULADO BY 99999989
              GIVING QUOCIENTE REMAINDER LK-SAL.
          ADD 1 TO LK-SAL.

       CODIFICA-CARACTER.
          MOVE BLOCO-CARACTER (IX-POS) TO CARACTER.
          MOVE ZEROES TO POSICAO.
          INSPECT ALFABETO TALLYING POSICAO
              FOR CHARACTERS BEFORE INITIAL CARACTER.
          COMPUTE CODIGO (IX-POS) = POSICAO + 1.

      *----------------------------------------------------------------
      *    UMA POSICAO DE UMA RODADA. A SUBSTITUICAO DEPENDE DO
      *    CODIGO, DA RODADA E DO ACUMULADOR 4; CADA ACUMULADOR SE
      *    MULTIPLICA POR UM FATOR TIRADO DE OUTRO.
      *----------------------------------------------------------------
       MISTURA-CARACTER.
          COMPUTE ACUMULADO = CODIGO (IX-POS) + (IX-RODADA * 7)
              + ACUM-4.
          DIVIDE ACUMULADO BY 87 GIVING QUOCIENTE REMAINDER RESTO-SUBST.
          COMPUTE IX-SUBST = RESTO-SUBST + 1.
          MOVE SUBST (IX-SUBST) TO VALOR-SUBST.
          DIVIDE ACUM-4 BY 997 GIVING QUOCIENTE REMAINDER FATOR.
          COMPUTE ACUMULADO = (ACUM-1 * 31337)
              + (VALOR-SUBST * (FATOR + 1)) + CODIGO (IX-POS).
          DIVIDE ACUMULADO BY 999999937
              GIVING QUOCIENTE REMAINDER ACUM-1.
          DIVIDE ACUM-1 BY 9973 GIVING QUOCIENTE REMAINDER FATOR.
          DIVIDE ACUM-2 BY 87 GIVING QUOCIENTE REMAINDER RESTO-SUBST.
          COMPUTE IX-SUBST = RESTO-SUBST + 1.
          COMPUTE ACUMULADO = (ACUM-2 * (FATOR + 1))
              + SUBST (IX-SUBST).
          DIVIDE ACUMULADO BY 999999929
              GIVING QUOCIENTE REMAINDER ACUM-2.
          DIVIDE ACUM-1 BY 87 GIVING QUOCIENTE REMAINDER RESTO-SUBST.
          COMPUTE IX-SUBST = RESTO-SUBST + 1.
          COMPUTE ACUMULADO = (ACUM-3 * 7919) + ACUM-2
              + (SUBST (IX-SUBST) * IX-POS).
          DIVIDE ACUMULADO BY 999999893
              GIVING QUOCIENTE REMAINDER ACUM-3.
          DIVIDE ACUM-3 BY 9967 GIVING QUOCIENTE REMAINDER FATOR.
          COMPUTE ACUMULADO = (ACUM-4 * (FATOR + 1)) + ACUM-1
              + VALOR-SUBST.
          DIVIDE ACUMULADO BY 999999883
              GIVING QUOCIENTE REMAINDER ACUM-4.
