      *----------------------------------------------------------------
      *    REGBOL.CPY
      *    Cadastro de bolsas e descontos de mensalidade por aluno
      *    (CADBOLS.DAT, na raiz, sequencial, uma bolsa por matricula).
      *    Mantido pelo MANBOLS; o GERAMENS aplica o percentual sobre
      *    a mensalidade do curso ao lancar no ARQMENS e o RENBOLS,
      *    depois do FECHASEM, renova ou suspende pela media e
      *    situacao do periodo no ARQHIST. TIPO-BOL: M = merito,
      *    S = social, F = filho de funcionario, C = convenio,
      *    O = outro. COMPET-INI/FIM-BOL em AAAAMM (fim zerado = sem
      *    termino). MEDIA-MIN-BOL zerada dispensa a exigencia de
      *    media (so a reprovacao suspende). SITUACAO-BOL: A = ativa,
      *    S = suspensa; DATA-SIT-BOL e a data da ultima mudanca e
      *    MEDIA-ULT-BOL a media apurada na ultima renovacao.
      *----------------------------------------------------------------
          01 REG-BOL.
          02 MATRICULA-BOL             PIC 9(07).
          02 TIPO-BOL                  PIC X(01).
          02 PERCENTUAL-BOL            PIC 9(03)V9(02).
          02 COMPET-INI-BOL            PIC 9(06).
          02 COMPET-FIM-BOL            PIC 9(06).
          02 MEDIA-MIN-BOL             PIC 9(02)V9(02).
          02 SITUACAO-BOL              PIC X(01).
          02 DATA-SIT-BOL              PIC 9(08).
          02 MEDIA-ULT-BOL             PIC 9(02)V9(02).
