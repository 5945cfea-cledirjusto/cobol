      *----------------------------------------------------------------
      *    TABPARM.CPY
      *    Catalogo dos arquivos de parametro mantidos pelo MANPARM e
      *    conferidos pelo CHKPARM (antes da rotina noturna). Caminhos
      *    a partir da pasta raiz. ARP-TAM-CHAVE: zero = arquivo de um
      *    registro so; maior que zero = tabela de varias linhas, cada
      *    linha identificada pelas primeiras posicoes (vigencia, faixa,
      *    nivel, arquivo ou codigo). ARP-NOITE: S = lido pela rotina
      *    noturna (EXECDIA/EXECREC) - erro nele recusa a rotina.
      *    Campos na ordem do registro: CPM-TIPO N numerico (com
      *    CPM-DECIMAIS casas implicitas, entre CPM-MINIMO e
      *    CPM-MAXIMO), D data AAAAMMDD (minimo zero = pode vir em
      *    branco ou zerada, vale o padrao do programa), X texto
      *    obrigatorio, L um dos codigos de CPM-LISTA. A conferencia
      *    de cada valor e feita pelo VALPARM. Ficam fora os parametros
      *    de execucao gravados pelos BAT a cada passo (PARMVER,
      *    PARMCONF) e os dos utilitarios sob demanda (PARMCOMP,
      *    ARQPARM do EX03).
      *----------------------------------------------------------------
          01 TAB-ARQPARM.
          02 FILLER PIC X(30) VALUE "PARMFIN PARMFIN.DAT           ".
          02 FILLER PIC X(30) VALUE "0821SJUROS E MULTA DOS SOCIOS ".
          02 FILLER PIC X(30) VALUE "PARMFIN1EM02\EX01\PARMFIN.DAT ".
          02 FILLER PIC X(30) VALUE "0821SJUROS E MULTA DO EX01    ".
          02 FILLER PIC X(30) VALUE "PARMDESCPARMDESC.DAT          ".
          02 FILLER PIC X(30) VALUE "0814SDESCONTO DE PONTUALIDADE ".
          02 FILLER PIC X(30) VALUE "PARMINSSEM01\EX06\PARMINSS.DAT".
          02 FILLER PIC X(30) VALUE "1729STABELA DO INSS           ".
          02 FILLER PIC X(30) VALUE "PARMIRRFEM01\EX06\PARMIRRF.DAT".
          02 FILLER PIC X(30) VALUE "1729STABELA DO IRRF           ".
          02 FILLER PIC X(30) VALUE "PARMRETRPARMRETR.DAT          ".
          02 FILLER PIC X(30) VALUE "0813NREAJUSTE RETROATIVO      ".
          02 FILLER PIC X(30) VALUE "PARMHAULPARMHAUL.DAT          ".
          02 FILLER PIC X(30) VALUE "0106NHORA-AULA POR NIVEL      ".
          02 FILLER PIC X(30) VALUE "PARMRET PARMRET.DAT           ".
          02 FILLER PIC X(30) VALUE "1215SRETENCAO DAS GERACOES    ".
          02 FILLER PIC X(30) VALUE "PARMHISTPARMHIST.DAT          ".
          02 FILLER PIC X(30) VALUE "0405SHISTORICOS DO EXTRATO    ".
          02 FILLER PIC X(30) VALUE "PARMADT EM01\EX06\PARMADT.DAT ".
          02 FILLER PIC X(30) VALUE "0007NADIANTAMENTO QUINZENAL   ".
          02 FILLER PIC X(30) VALUE "PARMAJU PARMAJU.DAT           ".
          02 FILLER PIC X(30) VALUE "0008NPRAZO DE AJUSTE MATRIC.  ".
          02 FILLER PIC X(30) VALUE "PARMAPRVPARMAPRV.DAT          ".
          02 FILLER PIC X(30) VALUE "0002NPRAZO DE APROVACAO       ".
          02 FILLER PIC X(30) VALUE "PARMAUSEPARMAUSE.DAT          ".
          02 FILLER PIC X(30) VALUE "0002SAUSENCIA NA CATRACA      ".
          02 FILLER PIC X(30) VALUE "PARMBCO PARMBCO.DAT           ".
          02 FILLER PIC X(30) VALUE "0005NBANCO DE HORAS           ".
          02 FILLER PIC X(30) VALUE "PARMBEN PARMBEN.DAT           ".
          02 FILLER PIC X(30) VALUE "0004SBENEFICIO DEPENDENTES    ".
          02 FILLER PIC X(30) VALUE "PARMCONCPARMCONC.DAT          ".
          02 FILLER PIC X(30) VALUE "0004SCONCILIACAO BANCARIA     ".
          02 FILLER PIC X(30) VALUE "PARMENC PARMENC.DAT           ".
          02 FILLER PIC X(30) VALUE "0015NENCARGOS DA PROVISAO     ".
          02 FILLER PIC X(30) VALUE "PARMEVT PARMEVT.DAT           ".
          02 FILLER PIC X(30) VALUE "0022SEVENTOS DA FOLHA         ".
          02 FILLER PIC X(30) VALUE "PARMIND PARMIND.DAT           ".
          02 FILLER PIC X(30) VALUE "0007SINDICADORES DE QUALIDADE ".
          02 FILLER PIC X(30) VALUE "PARMJORNPARMJORN.DAT          ".
          02 FILLER PIC X(30) VALUE "0003NJORNADA DIARIA           ".
          02 FILLER PIC X(30) VALUE "PARMLGPDPARMLGPD.DAT          ".
          02 FILLER PIC X(30) VALUE "0002NPRAZO DE GUARDA LGPD     ".
          02 FILLER PIC X(30) VALUE "PARMMSG PARMMSG.DAT           ".
          02 FILLER PIC X(30) VALUE "0002SPRAZO DE ENTREGA MENSAG. ".
          02 FILLER PIC X(30) VALUE "PARMNFS PARMNFS.DAT           ".
          02 FILLER PIC X(30) VALUE "0033SNOTA FISCAL DE SERVICO   ".
          02 FILLER PIC X(30) VALUE "PARMOPERPARMOPER.DAT          ".
          02 FILLER PIC X(30) VALUE "0005NDESVIO DE VOLUME         ".
          02 FILLER PIC X(30) VALUE "PARMORCTPARMORCT.DAT          ".
          02 FILLER PIC X(30) VALUE "0004STOLERANCIA DO ORCAMENTO  ".
          02 FILLER PIC X(30) VALUE "PARMPAG5EM02\EX05\PARMPAG.DAT ".
          02 FILLER PIC X(30) VALUE "0002SLINHAS POR PAGINA EX05   ".
          02 FILLER PIC X(30) VALUE "PARMPAG1EM02\EX01\PARMPAG.DAT ".
          02 FILLER PIC X(30) VALUE "0002SLINHAS POR PAGINA EX01   ".
          02 FILLER PIC X(30) VALUE "PARMRANKPARMRANK.DAT          ".
          02 FILLER PIC X(30) VALUE "0003NCORTE DO QUADRO DE HONRA ".
          02 FILLER PIC X(30) VALUE "PARMREAJPARMREAJ.DAT          ".
          02 FILLER PIC X(30) VALUE "0006NREAJUSTE DOS PLANOS      ".
          02 FILLER PIC X(30) VALUE "PARMRISCPARMRISC.DAT          ".
          02 FILLER PIC X(30) VALUE "0018NPESOS DO RISCO DE EVASAO ".
          02 FILLER PIC X(30) VALUE "PARMRTOLPARMRTOL.DAT          ".
          02 FILLER PIC X(30) VALUE "0005NTOLERANCIA DO RETORNO    ".
          02 FILLER PIC X(30) VALUE "PARMSEN PARMSEN.DAT           ".
          02 FILLER PIC X(30) VALUE "0008NPOLITICA DE SENHAS       ".
          02 FILLER PIC X(30) VALUE "PARMSIM PARMSIM.DAT           ".
          02 FILLER PIC X(30) VALUE "0010NSIMULACAO DE NOTAS       ".
          02 FILLER PIC X(30) VALUE "PARMVAR PARMVAR.DAT           ".
          02 FILLER PIC X(30) VALUE "0005SVARIACAO DA FOLHA        ".
          02 FILLER PIC X(30) VALUE "PARMWINBPARMWINB.DAT          ".
          02 FILLER PIC X(30) VALUE "0002NJANELA SEM CATRACA       ".
          01 TAB-ARQPARM-R REDEFINES TAB-ARQPARM.
          02 ARP-OCORRENCIA OCCURS 35 TIMES.
            03 ARP-CODIGO              PIC X(08).
            03 ARP-CAMINHO             PIC X(22).
            03 ARP-TAM-CHAVE           PIC 9(02).
            03 ARP-TAM-LINHA           PIC 9(02).
            03 ARP-NOITE               PIC X(01).
            03 ARP-DESCRICAO           PIC X(25).
          01 QTD-ARQPARM               PIC 9(02) VALUE 35.

          01 TAB-CAMPARM.
          02 FILLER PIC X(26) VALUE "PARMFIN DATA-VIG    0108D0".
          02 FILLER PIC X(27) VALUE "0000001000000000000000     ".
          02 FILLER PIC X(26) VALUE "PARMFIN TAXA        0905N4".
          02 FILLER PIC X(27) VALUE "0000000000000000002000     ".
          02 FILLER PIC X(26) VALUE "PARMFIN MULTA       1407N2".
          02 FILLER PIC X(27) VALUE "0000000000000099999900     ".
          02 FILLER PIC X(26) VALUE "PARMFIN PRORATA     2101L0".
          02 FILLER PIC X(27) VALUE "0000000000000000000000SN   ".
          02 FILLER PIC X(26) VALUE "PARMFIN1DATA-VIG    0108D0".
          02 FILLER PIC X(27) VALUE "0000001000000000000000     ".
          02 FILLER PIC X(26) VALUE "PARMFIN1TAXA        0905N4".
          02 FILLER PIC X(27) VALUE "0000000000000000002000     ".
          02 FILLER PIC X(26) VALUE "PARMFIN1MULTA       1407N2".
          02 FILLER PIC X(27) VALUE "0000000000000099999900     ".
          02 FILLER PIC X(26) VALUE "PARMFIN1PRORATA     2101L0".
          02 FILLER PIC X(27) VALUE "0000000000000000000000SN   ".
          02 FILLER PIC X(26) VALUE "PARMDESCDATA-VIG    0108D0".
          02 FILLER PIC X(27) VALUE "0000001000000000000000     ".
          02 FILLER PIC X(26) VALUE "PARMDESCPCT-DESC    0904N2".
          02 FILLER PIC X(27) VALUE "0000000000000000500000     ".
          02 FILLER PIC X(26) VALUE "PARMDESCDIA-LIMITE  1302N0".
          02 FILLER PIC X(27) VALUE "0000001000000000310000     ".
          02 FILLER PIC X(26) VALUE "PARMINSSDATA-VIG    0108D0".
          02 FILLER PIC X(27) VALUE "0000001000000000000000     ".
          02 FILLER PIC X(26) VALUE "PARMINSSTETO        0909N2".
          02 FILLER PIC X(27) VALUE "0000000010099999999900     ".
          02 FILLER PIC X(26) VALUE "PARMINSSALIQUOTA    1805N4".
          02 FILLER PIC X(27) VALUE "0000000000000000005000     ".
          02 FILLER PIC X(26) VALUE "PARMINSSPARCELA     2307N2".
          02 FILLER PIC X(27) VALUE "0000000000000999999900     ".
          02 FILLER PIC X(26) VALUE "PARMIRRFDATA-VIG    0108D0".
          02 FILLER PIC X(27) VALUE "0000001000000000000000     ".
          02 FILLER PIC X(26) VALUE "PARMIRRFTETO        0909N2".
          02 FILLER PIC X(27) VALUE "0000000010099999999900     ".
          02 FILLER PIC X(26) VALUE "PARMIRRFALIQUOTA    1805N4".
          02 FILLER PIC X(27) VALUE "0000000000000000005000     ".
          02 FILLER PIC X(26) VALUE "PARMIRRFPARCELA     2307N2".
          02 FILLER PIC X(27) VALUE "0000000000000999999900     ".
          02 FILLER PIC X(26) VALUE "PARMRETRDATA-VIG    0108D0".
          02 FILLER PIC X(27) VALUE "0000001000000000000000     ".
          02 FILLER PIC X(26) VALUE "PARMRETRPERCENTUAL  0905N2".
          02 FILLER PIC X(27) VALUE "0000000010000001000000     ".
          02 FILLER PIC X(26) VALUE "PARMHAULNIVEL       0101N0".
          02 FILLER PIC X(27) VALUE "0000001000000000090000     ".
          02 FILLER PIC X(26) VALUE "PARMHAULVALOR       0205N2".
          02 FILLER PIC X(27) VALUE "0000000010000009999900     ".
          02 FILLER PIC X(26) VALUE "PARMRET ARQUIVO     0112X0".
          02 FILLER PIC X(27) VALUE "0000000000000000000000     ".
          02 FILLER PIC X(26) VALUE "PARMRET DIAS        1303N0".
          02 FILLER PIC X(27) VALUE "0000001000000009990000     ".
          02 FILLER PIC X(26) VALUE "PARMHISTHISTORICO   0104N0".
          02 FILLER PIC X(27) VALUE "0000001000000099990000     ".
          02 FILLER PIC X(26) VALUE "PARMHISTCANAL       0501N0".
          02 FILLER PIC X(27) VALUE "0000000000000000050000     ".
          02 FILLER PIC X(26) VALUE "PARMADT PERCENTUAL  0105N2".
          02 FILLER PIC X(27) VALUE "0000000010000001000000     ".
          02 FILLER PIC X(26) VALUE "PARMADT DIA-CORTE   0602N0".
          02 FILLER PIC X(27) VALUE "0000001000000000310000     ".
          02 FILLER PIC X(26) VALUE "PARMAJU DATA-LIMITE 0108D0".
          02 FILLER PIC X(27) VALUE "0000001000000000000000     ".
          02 FILLER PIC X(26) VALUE "PARMAPRVPRAZO       0102N0".
          02 FILLER PIC X(27) VALUE "0000001000000000990000     ".
          02 FILLER PIC X(26) VALUE "PARMAUSEMESES-AUS   0102N0".
          02 FILLER PIC X(27) VALUE "0000001000000000990000     ".
          02 FILLER PIC X(26) VALUE "PARMBCO LIMITE-HORAS0103N0".
          02 FILLER PIC X(27) VALUE "0000001000000009990000     ".
          02 FILLER PIC X(26) VALUE "PARMBCO PRAZO-MESES 0402N0".
          02 FILLER PIC X(27) VALUE "0000001000000000990000     ".
          02 FILLER PIC X(26) VALUE "PARMBEN PERCENTUAL  0104N2".
          02 FILLER PIC X(27) VALUE "0000000010000000999900     ".
          02 FILLER PIC X(26) VALUE "PARMCONCTOLERANCIA  0102N0".
          02 FILLER PIC X(27) VALUE "0000000000000000300000     ".
          02 FILLER PIC X(26) VALUE "PARMCONCPERCENTUAL  0302N0".
          02 FILLER PIC X(27) VALUE "0000000000000000500000     ".
          02 FILLER PIC X(26) VALUE "PARMENC PATRONAL    0105N4".
          02 FILLER PIC X(27) VALUE "0000000000000000005000     ".
          02 FILLER PIC X(26) VALUE "PARMENC RAT         0605N4".
          02 FILLER PIC X(27) VALUE "0000000000000000001000     ".
          02 FILLER PIC X(26) VALUE "PARMENC TERCEIROS   1105N4".
          02 FILLER PIC X(27) VALUE "0000000000000000002000     ".
          02 FILLER PIC X(26) VALUE "PARMEVT INSCRICAO   0114X0".
          02 FILLER PIC X(27) VALUE "0000000000000000000000     ".
          02 FILLER PIC X(26) VALUE "PARMEVT INICIO      1508D0".
          02 FILLER PIC X(27) VALUE "0000000000000000000000     ".
          02 FILLER PIC X(26) VALUE "PARMIND MESES       0102N0".
          02 FILLER PIC X(27) VALUE "0000001000000000990000     ".
          02 FILLER PIC X(26) VALUE "PARMIND PERCENTUAL  0305N2".
          02 FILLER PIC X(27) VALUE "0000000010000001000000     ".
          02 FILLER PIC X(26) VALUE "PARMJORNHORAS-DIA   0103N1".
          02 FILLER PIC X(27) VALUE "0000000100000000240000     ".
          02 FILLER PIC X(26) VALUE "PARMLGPDANOS        0102N0".
          02 FILLER PIC X(27) VALUE "0000001000000000990000     ".
          02 FILLER PIC X(26) VALUE "PARMMSG PRAZO       0102N0".
          02 FILLER PIC X(27) VALUE "0000001000000000990000     ".
          02 FILLER PIC X(26) VALUE "PARMNFS INSCRICAO   0111X0".
          02 FILLER PIC X(27) VALUE "0000000000000000000000     ".
          02 FILLER PIC X(26) VALUE "PARMNFS ITEM-SOC    1205X0".
          02 FILLER PIC X(27) VALUE "0000000000000000000000     ".
          02 FILLER PIC X(26) VALUE "PARMNFS ITEM-ALU    1705X0".
          02 FILLER PIC X(27) VALUE "0000000000000000000000     ".
          02 FILLER PIC X(26) VALUE "PARMNFS ALIQUOTA    2204N2".
          02 FILLER PIC X(27) VALUE "0000000010000000100000     ".
          02 FILLER PIC X(26) VALUE "PARMNFS INICIO      2608D0".
          02 FILLER PIC X(27) VALUE "0000000000000000000000     ".
          02 FILLER PIC X(26) VALUE "PARMOPERPERCENTUAL  0105N2".
          02 FILLER PIC X(27) VALUE "0000000010000009999900     ".
          02 FILLER PIC X(26) VALUE "PARMORCTTOLERANCIA  0104N2".
          02 FILLER PIC X(27) VALUE "0000000010000000999900     ".
          02 FILLER PIC X(26) VALUE "PARMPAG5LIMITE-LIN  0102N0".
          02 FILLER PIC X(27) VALUE "0000010000000000990000     ".
          02 FILLER PIC X(26) VALUE "PARMPAG1LIMITE-LIN  0102N0".
          02 FILLER PIC X(27) VALUE "0000010000000000990000     ".
          02 FILLER PIC X(26) VALUE "PARMRANKTOP-N       0103N0".
          02 FILLER PIC X(27) VALUE "0000000000000009990000     ".
          02 FILLER PIC X(26) VALUE "PARMREAJTIPO        0101L0".
          02 FILLER PIC X(27) VALUE "0000000000000000000000PT   ".
          02 FILLER PIC X(26) VALUE "PARMREAJPERCENTUAL  0205N2".
          02 FILLER PIC X(27) VALUE "0000000000000001000000     ".
          02 FILLER PIC X(26) VALUE "PARMRISCPESO-MEDIA  0103N0".
          02 FILLER PIC X(27) VALUE "0000000000000001000000     ".
          02 FILLER PIC X(26) VALUE "PARMRISCPESO-QUEDA  0403N0".
          02 FILLER PIC X(27) VALUE "0000000000000001000000     ".
          02 FILLER PIC X(26) VALUE "PARMRISCPESO-FALTAS 0703N0".
          02 FILLER PIC X(27) VALUE "0000000000000001000000     ".
          02 FILLER PIC X(26) VALUE "PARMRISCPESO-MENS   1003N0".
          02 FILLER PIC X(27) VALUE "0000000000000001000000     ".
          02 FILLER PIC X(26) VALUE "PARMRISCPESO-SOCIO  1303N0".
          02 FILLER PIC X(27) VALUE "0000000000000001000000     ".
          02 FILLER PIC X(26) VALUE "PARMRISCCORTE-LISTA 1603N0".
          02 FILLER PIC X(27) VALUE "0000000000000009990000     ".
          02 FILLER PIC X(26) VALUE "PARMRTOLTOLERANCIA  0105N2".
          02 FILLER PIC X(27) VALUE "0000000010000001000000     ".
          02 FILLER PIC X(26) VALUE "PARMSEN DIAS-VALID  0103N0".
          02 FILLER PIC X(27) VALUE "0000001000000003650000     ".
          02 FILLER PIC X(26) VALUE "PARMSEN HISTORICO   0401N0".
          02 FILLER PIC X(27) VALUE "0000001000000000050000     ".
          02 FILLER PIC X(26) VALUE "PARMSEN MAX-FALHAS  0501N0".
          02 FILLER PIC X(27) VALUE "0000001000000000090000     ".
          02 FILLER PIC X(26) VALUE "PARMSEN DIAS-INATIV 0603N0".
          02 FILLER PIC X(27) VALUE "0000001000000009990000     ".
          02 FILLER PIC X(26) VALUE "PARMSIM PESO1       0101N0".
          02 FILLER PIC X(27) VALUE "0000000000000000090000     ".
          02 FILLER PIC X(26) VALUE "PARMSIM PESO2       0201N0".
          02 FILLER PIC X(27) VALUE "0000000000000000090000     ".
          02 FILLER PIC X(26) VALUE "PARMSIM PESO3       0301N0".
          02 FILLER PIC X(27) VALUE "0000000000000000090000     ".
          02 FILLER PIC X(26) VALUE "PARMSIM PESO4       0401N0".
          02 FILLER PIC X(27) VALUE "0000000000000000090000     ".
          02 FILLER PIC X(26) VALUE "PARMSIM CORTE       0504N2".
          02 FILLER PIC X(27) VALUE "0000000000000000100000     ".
          02 FILLER PIC X(26) VALUE "PARMSIM LIMFALTAS   0902N0".
          02 FILLER PIC X(27) VALUE "0000000000000000990000     ".
          02 FILLER PIC X(26) VALUE "PARMVAR PERCENTUAL  0105N2".
          02 FILLER PIC X(27) VALUE "0000000010000001000000     ".
          02 FILLER PIC X(26) VALUE "PARMWINBMESES       0102N0".
          02 FILLER PIC X(27) VALUE "0000001000000000990000     ".
          01 TAB-CAMPARM-R REDEFINES TAB-CAMPARM.
          02 CPM-OCORRENCIA OCCURS 78 TIMES.
            03 CPM-ARQUIVO             PIC X(08).
            03 CPM-NOME                PIC X(12).
            03 CPM-POSICAO             PIC 9(02).
            03 CPM-TAMANHO             PIC 9(02).
            03 CPM-TIPO                PIC X(01).
            03 CPM-DECIMAIS            PIC 9(01).
            03 CPM-MINIMO              PIC 9(07)V9(04).
            03 CPM-MAXIMO              PIC 9(07)V9(04).
            03 CPM-LISTA               PIC X(05).
          01 QTD-CAMPARM               PIC 9(03) VALUE 78.
