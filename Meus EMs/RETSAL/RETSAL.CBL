      *COM O MOTIVO - O FUNCIONARIO DEIXA DE FICAR SEM SABER QUE
      *NAO RECEBEU. AO FINAL CONCILIA: CONFIRMADOS MAIS REJEITADOS
      *DEVEM FECHAR EM QUANTIDADE E SOMA COM O TRAILER DO
      *REMBANCO.DAT ENVIADO; DIVERGENCIA ENCERRA COM CODIGO 8. O
      *RETORNO DO CREDITO DE PENSAO ALIMENTICIA AO BENEFICIARIO (TIPO
      *2, MATRICULA DO FUNCIONARIO QUE SOFREU O DESCONTO) ENTRA NA
      *MESMA CONCILIACAO; REJEITADO, VAI AO BALCAO COM O NOME DO
      *BENEFICIARIO LIDO DO PAGPENS.DAT DA FOLHA.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL LOGEXEC ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT OPTIONAL PAGPENS ASSIGN TO DISK
          ORGANIZATION IS LINE SEQUENTIAL.

       DATA    DIVISION.
       FILE SECTION.
          VALUE OF FILE-ID IS "LOGEXEC.DAT".
          01 REG-LOG                   PIC X(73).

       FD  PAGPENS
          LABEL RECORD ARE STANDARD
          VALUE OF FILE-ID IS "EM01\EX06\PAGPENS.DAT".
          COPY REGPGP.

       WORKING-STORAGE SECTION.
       77  FIM-RET            PIC X(03) VALUE "NAO".
       77  FIM-REM            PIC X(03) VALUE "NAO".
       77  FIM-SAI            PIC X(03) VALUE "NAO".
       77  FIM-PGP            PIC X(03) VALUE "NAO".
       77  NAO-ACHOU          PIC X(03) VALUE "NAO".
       77  NOME-CASADO        PIC X(30) VALUE SPACES.
       77  QTDE-ENVIADA       PIC 9(06) VALUE ZEROES.
          READ RETSAL AT END MOVE "SIM" TO FIM-RET.

       PRINCIPAL.
          IF TIPO-RET EQUAL "1" OR TIPO-RET EQUAL "2"
              ADD 1 TO CONTADOR-LIDOS
              PERFORM TRATA-RETORNO.
          PERFORM LEITURA.
              MOVE "SIM" TO DIVERGENTE.

       ENCAMINHA-BALCAO.
          IF TIPO-RET EQUAL "2"
              PERFORM BUSCA-BENEFICIARIO
          ELSE
              PERFORM BUSCA-NO-CADSAI.
          MOVE SPACES TO REG-BAL.
          MOVE MATRICULA-RET TO MATRICULA-BAL.
          MOVE NOME-CASADO TO NOME-BAL.
          IF FIM-SAI NOT EQUAL "SIM"
              PERFORM LE-CADSAI.

       BUSCA-BENEFICIARIO.
          MOVE "(PENSAO SEM REGISTRO)" TO NOME-CASADO.
          MOVE "NAO" TO FIM-PGP.
          OPEN INPUT PAGPENS.
          PERFORM LE-PAGPENS.
          PERFORM PROCURA-PAGPENS UNTIL FIM-PGP EQUAL "SIM".
          CLOSE PAGPENS.

       LE-PAGPENS.
          READ PAGPENS AT END MOVE "SIM" TO FIM-PGP.

       PROCURA-PAGPENS.
          IF MATRICULA-PGP EQUAL MATRICULA-RET
             AND VALOR-PGP EQUAL VALOR-RET
              MOVE NOME-BEN-PGP TO NOME-CASADO
              MOVE "SIM" TO FIM-PGP
          ELSE
              PERFORM LE-PAGPENS.

       CONCILIA.
          COMPUTE SOMA-RETORNO = SOMA-CONF + SOMA-REJ.
          COMPUTE QTDE-CONCILIADA = CONTADOR-CONF + CONTADOR-REJ.
