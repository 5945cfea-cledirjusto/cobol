      *----------------------------------------------------------------
      *    REGPEN.CPY
      *    Ordem judicial de pensao alimenticia (CADPENS.DAT, na pasta
      *    da folha EM01\EX06, sequencial, mantido pelo MANPENS). Uma
      *    ordem por beneficiario; o funcionario pode ter mais de uma
      *    (SEQ-PEN). BASE-PEN diz como o EX06 apura o desconto:
      *    L percentual do liquido legal (bruto menos INSS e IRRF),
      *    B percentual do bruto, F valor fixo (VALOR-PEN). A ordem
      *    vale de INICIO-PEN ate FIM-PEN (zeros = sem termo) e
      *    enquanto SITUACAO-PEN for A (E = encerrada). O credito vai
      *    para a conta do beneficiario pela REMESSA. PROCESSO-PEN e o
      *    numero do processo judicial; DATA-PEN e a data do ultimo
      *    movimento da ordem.
      *----------------------------------------------------------------
          01 REG-PEN.
          02 MATRICULA-PEN             PIC 9(05).
          02 SEQ-PEN                   PIC 9(02).
          02 NOME-BEN-PEN              PIC X(30).
          02 CPF-BEN-PEN               PIC 9(11).
          02 BANCO-PEN                 PIC 9(03).
          02 AGENCIA-PEN               PIC 9(04).
          02 CONTA-PEN                 PIC 9(08).
          02 BASE-PEN                  PIC X(01).
          02 PERCENT-PEN               PIC 9(03)V9(02).
          02 VALOR-PEN                 PIC 9(05)V9(02).
          02 INICIO-PEN                PIC 9(08).
          02 FIM-PEN                   PIC 9(08).
          02 PROCESSO-PEN              PIC X(25).
          02 SITUACAO-PEN              PIC X(01).
          02 DATA-PEN                  PIC 9(08).
