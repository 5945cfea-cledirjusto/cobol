      *ARQYTD.DAT COM MESES-YTD INFORMADO PELO OPERADOR - NORMALMENTE
      *O NUMERO DE FOLHAS JA ACUMULADAS NO ANO, IGUAL PARA TODOS OS
      *FUNCIONARIOS ATIVOS DESDE JANEIRO. EXECUTAR UMA UNICA VEZ NA
      *VIRADA DO LAYOUT. A COMPETENCIA E O LIQUIDO DA ULTIMA FOLHA
      *SAEM ZERADOS (A PROXIMA FOLHA CONTA COMO MES NOVO).

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          02 MATRICULA-YTD             PIC 9(05).
          02 TOTAL-YTD                 PIC 9(09)V9(02).
          02 MESES-YTD                 PIC 9(02).
          02 COMPET-YTD                PIC 9(06).
          02 LIQUIDO-MES-YTD           PIC 9(07)V9(02).

       WORKING-STORAGE SECTION.
       77  FIM-ARQ            PIC X(03) VALUE "NAO".
          MOVE MATRICULA-ANT TO MATRICULA-YTD.
          MOVE TOTAL-ANT TO TOTAL-YTD.
          MOVE MESES-INFORMADOS TO MESES-YTD.
          MOVE ZEROES TO COMPET-YTD.
          MOVE ZEROES TO LIQUIDO-MES-YTD.
          WRITE REG-YTD.
          PERFORM LEITURA.

