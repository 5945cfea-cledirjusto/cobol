      *----------------------------------------------------------------
      *    REGBCO.CPY
      *    Banco de horas por funcionario (ARQBCO.DAT, indexado pela
      *    matricula mais a competencia, na pasta da folha EM01\EX06).
      *    Cada registro e o lote de um mes: MINUTOS-MES-BCO e o saldo
      *    do ponto no mes (positivo credito, negativo debito) que o
      *    IMPPONTO apura. Parte do lote compensa lotes antigos de
      *    sinal contrario (COMPENSADO-BCO, mais antigo primeiro), o
      *    que passa do limite do acordo vai direto para o ARQMOV
      *    (EXCEDENTE-BCO) e o resto fica no banco em SALDO-BCO ate
      *    ser compensado por meses seguintes ou vencer na competencia
      *    VENCIMENTO-BCO - ai vira HEX ou FAL no ARQMOV (VENCIDO-BCO).
      *    O RESCISAO quita todo o saldo aberto do desligado, tambem
      *    em VENCIDO-BCO. Todos os campos em minutos. SITUACAO-BCO:
      *    A-aberto, C-compensado, V-vencido, R-quitado na rescisao.
      *    O EXTBCO emite o extrato mensal por funcionario.
      *----------------------------------------------------------------
          01 REG-BCO.
          02 CHAVE-BCO.
             03 MATRICULA-BCO          PIC 9(05).
             03 COMPET-BCO             PIC 9(06).
          02 MINUTOS-MES-BCO           PIC S9(06).
          02 COMPENSADO-BCO            PIC 9(06).
          02 EXCEDENTE-BCO             PIC 9(06).
          02 VENCIDO-BCO               PIC 9(06).
          02 SALDO-BCO                 PIC S9(06).
          02 VENCIMENTO-BCO            PIC 9(06).
          02 SITUACAO-BCO              PIC X(01).
          02 DATA-MOV-BCO              PIC 9(08).
