      *----------------------------------------------------------------
      *    REGJFU.CPY
      *    Jornal do cadastro de funcionarios da folha (JORNFUN.DAT, na
      *    raiz, linha sequencial, so acrescentado). Uma linha por
      *    alteracao do CADENT do EM01\EX06, com a imagem do registro
      *    antes e depois e o operador. JFU-OPCAO: I admissao, A
      *    alteracao cadastral, D desligamento (MANFUN), S salario ou
      *    cargo (MANHSAL). Na admissao a imagem de antes vem em
      *    branco. JFU-DEPTO-ANT e JFU-DEPTO sao a lotacao (CADLOT)
      *    antes e depois. JFU-RATEIO-ANT e JFU-RATEIO sao os ate dois
      *    departamentos adicionais do rateio de custo (CADLOT, opcao R
      *    do MANFUN) com o percentual de cada um; o departamento
      *    principal fica com o restante. A AUDISOC le o jornal na
      *    consulta por funcionario e mostra cada campo que mudou. A
      *    linha termina com a sequencia e a conferencia encadeada da
      *    SELAJOR (conferidas pelo VERJORN).
      *----------------------------------------------------------------
          01 REG-JFU.
          02 JFU-DATA                  PIC 9(08).
          02 FILLER                    PIC X(01).
          02 JFU-HORA                  PIC 9(06).
          02 FILLER                    PIC X(01).
          02 JFU-OPCAO                 PIC X(01).
          02 FILLER                    PIC X(01).
          02 JFU-MATRICULA             PIC 9(05).
          02 FILLER                    PIC X(01).
          02 JFU-OPERADOR              PIC 9(04).
          02 FILLER                    PIC X(01).
          02 JFU-ORIGEM                PIC X(08).
          02 FILLER                    PIC X(01).
          02 JFU-DEPTO-ANT             PIC 9(02).
          02 FILLER                    PIC X(01).
          02 JFU-DEPTO                 PIC 9(02).
          02 FILLER                    PIC X(01).
          02 JFU-ANTES                 PIC X(77).
          02 FILLER                    PIC X(01).
          02 JFU-DEPOIS                PIC X(77).
          02 FILLER                    PIC X(01).
          02 JFU-RATEIO-ANT.
             03 JFU-RAT-ANT OCCURS 2 TIMES.
                04 JFU-RAT-DEPTO-ANT   PIC 9(02).
                04 JFU-RAT-PCT-ANT     PIC 9(03)V9(02).
          02 FILLER                    PIC X(01).
          02 JFU-RATEIO.
             03 JFU-RAT OCCURS 2 TIMES.
                04 JFU-RAT-DEPTO       PIC 9(02).
                04 JFU-RAT-PCT         PIC 9(03)V9(02).
          02 FILLER                    PIC X(01).
          02 JFU-SEQ                   PIC 9(09).
          02 FILLER                    PIC X(01).
          02 JFU-CHK                   PIC 9(09).
