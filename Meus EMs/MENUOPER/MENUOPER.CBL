      *CADASTROS DA CADEIA SAO ENDERECADOS PELOS PROGRAMAS COM O
      *CAMINHO DA PASTA DONA (EM02\EX05, EM02\EX01, EM01\EX06,
      *EM02\EX03), DE MODO QUE BALCAO E ROTINA NOTURNA ATUALIZAM
      *SEMPRE O MESMO ARQUIVO FISICO. A OPCAO 13 MANTEM OS GRUPOS
      *FAMILIARES (MANFAM) - PAGADOR E SOCIOS MEMBROS. A OPCAO 14
      *MANTEM A TABELA DE INSTALACOES (MANINST) E A 15 FAZ A RESERVA
      *DE INSTALACOES NO BALCAO (RESERVA). A OPCAO 16 READMITE O
      *SOCIO CANCELADO COM O MESMO NUMERO (READMIS). A OPCAO 17
      *MANTEM O TELEFONE E O E-MAIL DOS FUNCIONARIOS E DO PLANTAO DA
      *OPERACAO PARA OS AVISOS POR SMS/E-MAIL (MANCONT). A OPCAO 18
      *LIGA O SOCIO FUNCIONARIO AO DESCONTO DA MENSALIDADE EM FOLHA
      *(MANSFOL). A OPCAO 19 APROVA OU REJEITA AS ALTERACOES DE
      *CONTAS, PLANOS E ACORDOS PENDENTES DE SEGUNDA ASSINATURA
      *(APRVALT). A OPCAO 20 MANTEM AS ORDENS JUDICIAIS DE PENSAO
      *ALIMENTICIA DESCONTADAS NA FOLHA (MANPENS). A OPCAO 21 MONTA E
      *REVE O PLANO DE FERIAS DOS PROXIMOS 12 MESES (PLANFER). A
      *OPCAO 22 MANTEM O CATALOGO DE BENEFICIOS, AS ADESOES E OS
      *DEPENDENTES DOS FUNCIONARIOS (MANBEN). A OPCAO 23 REGISTRA AS
      *ALTERACOES DE SALARIO E CARGO COM VIGENCIA E O DISSIDIO
      *COLETIVO NO HISTORICO DOS FUNCIONARIOS (MANHSAL). A OPCAO 24
      *MANTEM O CADASTRO DOS FUNCIONARIOS DA FOLHA - ADMISSAO,
      *ALTERACAO E DESLIGAMENTO (MANFUN). A OPCAO 25 MOSTRA O RESUMO
      *DA FOLHA CALCULADA E GRAVA A LIBERACAO OU A RETENCAO DA
      *COMPETENCIA PARA PAGAMENTO (LIBFOL). A OPCAO 26 CONSULTA E
      *ALTERA OS ARQUIVOS DE PARAMETRO DO SISTEMA, COM VIGENCIA E
      *HISTORICO DAS ALTERACOES (MANPARM). A OPCAO 27 MANTEM O
      *CADASTRO DE OPERADORES - INCLUSAO, DESBLOQUEIO, SENHA
      *PROVISORIA E EXCLUSAO (MANOPER).

       ENVIRONMENT    DIVISION.
       CONFIGURATION SECTION.
          02 FILLER PIC X(10) VALUE "12TRAVAS  ".
          02 FILLER PIC X(28) VALUE
             "TRAVAS DA ROTINA BATCH".
          02 FILLER PIC X(10) VALUE "13MANFAM  ".
          02 FILLER PIC X(28) VALUE
             "GRUPOS FAMILIARES".
          02 FILLER PIC X(10) VALUE "14MANINST ".
          02 FILLER PIC X(28) VALUE
             "INSTALACOES DO CLUBE".
          02 FILLER PIC X(10) VALUE "15RESERVA ".
          02 FILLER PIC X(28) VALUE
             "RESERVA DE INSTALACOES".
          02 FILLER PIC X(10) VALUE "16READMIS ".
          02 FILLER PIC X(28) VALUE
             "READMISSAO DE CANCELADO".
          02 FILLER PIC X(10) VALUE "17MANCONT ".
          02 FILLER PIC X(28) VALUE
             "CONTATOS FUNC. E PLANTAO".
          02 FILLER PIC X(10) VALUE "18MANSFOL ".
          02 FILLER PIC X(28) VALUE
             "MENSALIDADE EM FOLHA".
          02 FILLER PIC X(10) VALUE "19APRVALT ".
          02 FILLER PIC X(28) VALUE
             "APROVACAO DE ALTERACOES".
          02 FILLER PIC X(10) VALUE "20MANPENS ".
          02 FILLER PIC X(28) VALUE
             "PENSAO ALIMENTICIA".
          02 FILLER PIC X(10) VALUE "21PLANFER ".
          02 FILLER PIC X(28) VALUE
             "PLANEJAMENTO DE FERIAS".
          02 FILLER PIC X(10) VALUE "22MANBEN  ".
          02 FILLER PIC X(28) VALUE
             "BENEFICIOS E DEPENDENTES".
          02 FILLER PIC X(10) VALUE "23MANHSAL ".
          02 FILLER PIC X(28) VALUE
             "SALARIO E CARGO".
          02 FILLER PIC X(10) VALUE "24MANFUN  ".
          02 FILLER PIC X(28) VALUE
             "CADASTRO DE FUNCIONARIOS".
          02 FILLER PIC X(10) VALUE "25LIBFOL  ".
          02 FILLER PIC X(28) VALUE
             "LIBERACAO DA FOLHA".
          02 FILLER PIC X(10) VALUE "26MANPARM ".
          02 FILLER PIC X(28) VALUE
             "PARAMETROS DO SISTEMA".
          02 FILLER PIC X(10) VALUE "27MANOPER ".
          02 FILLER PIC X(28) VALUE
             "CADASTRO DE OPERADORES".
       01 TAB-OPCOES-R REDEFINES TAB-OPCOES.
          02 OPC-OCORRENCIA OCCURS 27 TIMES.
             03 OPC-NUMERO             PIC 9(02).
             03 OPC-PROGRAMA           PIC X(08).
             03 OPC-DESCRICAO          PIC X(28).
          DISPLAY " FUNCOES DISPONIVEIS:".
          PERFORM MOSTRA-OPCAO
              VARYING IX-OPC FROM 1 BY 1
              UNTIL IX-OPC GREATER THAN 27.
          DISPLAY " 00 ENCERRAR".
          DISPLAY "OPCAO: ".
          MOVE 99 TO OPCAO-MENU.
              OPC-DESCRICAO (IX-OPC).

       DISPARA-FUNCAO.
          IF OPCAO-MENU GREATER THAN 27
              DISPLAY "OPCAO INVALIDA."
          ELSE
          IF OPCAO-MENU EQUAL 12
