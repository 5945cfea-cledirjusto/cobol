      *----------------------------------------------------------------
      *    REGREA.CPY
      *    Registro de readmissao de socio cancelado (READMIS.DAT),
      *    gravado pelo READMIS quando o socio volta com o mesmo
      *    numero. DATA-CANC-REA e a data do cancelamento no HISTCANC
      *    que a readmissao encerra - o ACUMCANC volta a registrar o
      *    socio se ele for cancelado de novo e o RELRETEN conta o
      *    retorno como sucesso do winback. FORMA-REA: S = sem debito,
      *    Q = debito a quitar no caixa (socio volta como 02 e o
      *    BAIXAREC o devolve a 01), N = debito levado ao acordo do
      *    NEGDEB (volta como 02), R = debito remido por operador
      *    nivel 2 (AUTORIZ-REA) e socio direto em 01. DEBITO-REA e o
      *    debito apurado na readmissao com juros e multa do PARMFIN.
      *----------------------------------------------------------------
          01 REG-REA.
          02 NUMERO-REA                PIC 9(06).
          02 NOME-REA                  PIC X(30).
          02 DATA-CANC-REA             PIC 9(08).
          02 DATA-REA                  PIC 9(08).
          02 FORMA-REA                 PIC X(01).
          02 DEBITO-REA                PIC 9(09)V9(02).
          02 OPERADOR-REA              PIC 9(04).
          02 AUTORIZ-REA               PIC 9(04).
