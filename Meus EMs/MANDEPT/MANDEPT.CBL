      *ACEITA AS OPCOES I-INCLUIR, A-ALTERAR, E-EXCLUIR, L-LISTAR E
      *F-FIM E REGRAVA O ARQUIVO COMPLETO AO ENCERRAR. A TABELA DA
      *NOME AOS SUBTOTAIS POR DEPTO DO EX03/EX04 E VALIDA OS CODIGOS
      *DO CADENT. TAMBEM VALIDA A LOTACAO DOS FUNCIONARIOS DA FOLHA
      *(CADLOT) NA MANUTENCAO DO MANFUN.

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
