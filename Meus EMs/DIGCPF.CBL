       IDENTIFICATION DIVISION.
       PROGRAM-ID.	DIGCPF.
       AUTHOR.          CLEDIR JUSTO.
       INSTALLATION.   	FATEC-SP.
       DATE-WRITTEN.   	15/10/2026.
       DATE-COMPILED.
       SECURITY. APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS. CONFERE OS DOIS DIGITOS VERIFICADORES (MODULO 11) DO
      *CPF DE 11 POSICOES, NO MESMO ESQUEMA DA DIGMAT. PRIMEIRO
      *DIGITO: PESOS 10 A 2 SOBRE AS 9 PRIMEIRAS POSICOES; SEGUNDO
      *DIGITO: PESOS 11 A 2 SOBRE AS 9 PRIMEIRAS MAIS O PRIMEIRO
      *DIGITO; RESTO 0 OU 1 RESULTAM EM DIGITO 0. CPF ZERADO OU COM
      *TODOS OS DIGITOS IGUAIS E RECUSADO MESMO FECHANDO A CONTA.
      *DEVOLVE "SIM" OU "NAO" EM LK-CPF-VALIDO. USADO PELA MANUTENCAO
      *DE SOCIOS (EX02), DE RESPONSAVEIS (MANRESP) E PELA CARGA
      *INICIAL DOS CPF (CARGCPF). TAMBEM CONFERE O CPF DO
      *BENEFICIARIO DA PENSAO ALIMENTICIA (MANPENS) E O DO
      *FUNCIONARIO NA ADMISSAO E NA ALTERACAO (MANFUN).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES.   DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  SOMA-PESOS      PIC 9(04) VALUE ZEROES.
       77  QUOCIENTE       PIC 9(04) VALUE ZEROES.
       77  RESTO           PIC 9(02) VALUE ZEROES.
       77  DV-1            PIC 9(01) VALUE ZEROES.
       77  DV-2            PIC 9(01) VALUE ZEROES.
       77  QTD-IGUAIS      PIC 9(02) VALUE ZEROES.

       01  CPF-DIGITOS.
           02 DIGITO-CPF   PIC 9(01) OCCURS 11 TIMES.
       01  CPF-TEXTO REDEFINES CPF-DIGITOS PIC X(11).

       LINKAGE SECTION.
       01  LK-CPF          PIC 9(11).
       01  LK-CPF-VALIDO   PIC X(03).

       PROCEDURE DIVISION USING LK-CPF LK-CPF-VALIDO.

       PGM-DIGCPF.
           MOVE "NAO" TO LK-CPF-VALIDO.
           MOVE LK-CPF TO CPF-DIGITOS.
           MOVE ZEROES TO QTD-IGUAIS.
           INSPECT CPF-TEXTO TALLYING QTD-IGUAIS
               FOR ALL CPF-TEXTO(1:1).
           IF QTD-IGUAIS EQUAL 11
               GOBACK.
           COMPUTE SOMA-PESOS =
                 (DIGITO-CPF (1) * 10)
               + (DIGITO-CPF (2) * 9)
               + (DIGITO-CPF (3) * 8)
               + (DIGITO-CPF (4) * 7)
               + (DIGITO-CPF (5) * 6)
               + (DIGITO-CPF (6) * 5)
               + (DIGITO-CPF (7) * 4)
               + (DIGITO-CPF (8) * 3)
               + (DIGITO-CPF (9) * 2).
           DIVIDE SOMA-PESOS BY 11 GIVING QUOCIENTE REMAINDER RESTO.
           IF RESTO LESS THAN 2
               MOVE 0 TO DV-1
           ELSE
               COMPUTE DV-1 = 11 - RESTO.
           COMPUTE SOMA-PESOS =
                 (DIGITO-CPF (1) * 11)
               + (DIGITO-CPF (2) * 10)
               + (DIGITO-CPF (3) * 9)
               + (DIGITO-CPF (4) * 8)
               + (DIGITO-CPF (5) * 7)
               + (DIGITO-CPF (6) * 6)
               + (DIGITO-CPF (7) * 5)
               + (DIGITO-CPF (8) * 4)
               + (DIGITO-CPF (9) * 3)
               + (DV-1 * 2).
           DIVIDE SOMA-PESOS BY 11 GIVING QUOCIENTE REMAINDER RESTO.
           IF RESTO LESS THAN 2
               MOVE 0 TO DV-2
           ELSE
               COMPUTE DV-2 = 11 - RESTO.
           IF DV-1 EQUAL DIGITO-CPF (10)
              AND DV-2 EQUAL DIGITO-CPF (11)
               MOVE "SIM" TO LK-CPF-VALIDO.

           GOBACK.
