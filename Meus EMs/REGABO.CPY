      *----------------------------------------------------------------
      *    REGABO.CPY
      *    Registro de abono de faltas (ARQABO.DAT, na raiz, linha
      *    sequencial, so acrescentado). Gravado pelo MANABO com o
      *    atestado ou a convocacao apresentada na secretaria; o
      *    cancelamento e uma nova linha TIPO-ABO C com o mesmo
      *    NUMERO-ABO. DISCIPLINA-ABO em branco abona todas as
      *    disciplinas do aluno no intervalo DATA-INI/FIM-ABO
      *    (AAAAMMDD). MOTIVO-ABO: M = atestado medico, D = competicao
      *    esportiva oficial, S = servico militar, J = convocacao
      *    judicial ou eleitoral, O = outro. O CARGABO soma, para o
      *    periodo aberto do CTRLPER, as faltas do ARQFALH (lancadas
      *    pelo LANCAFAL) cobertas por abono ativo; o lancamento
      *    original continua no FALTAS-DIS e so a parte nao abonada
      *    entra no corte do APROVA.
      *----------------------------------------------------------------
          01 REG-ABO.
          02 NUMERO-ABO                PIC 9(05).
          02 TIPO-ABO                  PIC X(01).
          02 PERIODO-ABO               PIC X(06).
          02 MATRICULA-ABO             PIC 9(07).
          02 DISCIPLINA-ABO            PIC X(05).
          02 DATA-INI-ABO              PIC 9(08).
          02 DATA-FIM-ABO              PIC 9(08).
          02 MOTIVO-ABO                PIC X(01).
          02 DOCUMENTO-ABO             PIC X(20).
          02 OPERADOR-ABO              PIC 9(04).
          02 DATA-REG-ABO              PIC 9(08).
