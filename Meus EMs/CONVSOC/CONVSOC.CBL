      *PREVALECE. A SITUACAO DE COBRANCA E A DATA DE ADMISSAO DO
      *FINAL DA LINHA (EXPSOC) SAO PRESERVADAS; ARQUIVO ANTIGO SEM
      *ESSES CAMPOS ENTRA COM COBRANCA NORMAL E ADMISSAO ZERADA.
      *EXECUTAR UMA UNICA VEZ NA VIRADA. O CPF DO SOCIO, AO FINAL DA
      *LINHA, TAMBEM E PRESERVADO; LINHA SEM CPF (EXPORTADA ANTES DO
      *CAMPO EXISTIR) ENTRA COM CPF ZERADO, A CARREGAR PELO CARGCPF.
      *E ESTE O CAMINHO PARA REGRAVAR O CADSOC1 NO LEIAUTE COM CPF:
      *EXPSOC NO LEIAUTE ANTERIOR E CONVSOC NO NOVO.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          02 UNIDADE-TXT           PIC X(02).
          02 SITUACAO-TXT          PIC X(01).
          02 ADMISSAO-TXT          PIC X(08).
          02 CPF-TXT               PIC X(11).

       FD  CADSOC1
          LABEL RECORD ARE STANDARD
              MOVE ADMISSAO-TXT TO DATA-ADMISSAO1
          ELSE
              MOVE ZEROES TO DATA-ADMISSAO1.
          IF CPF-TXT NUMERIC
              MOVE CPF-TXT TO CPF-SOCIO1
          ELSE
              MOVE ZEROES TO CPF-SOCIO1.
          WRITE REG-SOC1
              INVALID KEY
                  MOVE "SIM" TO DUPLICADO
