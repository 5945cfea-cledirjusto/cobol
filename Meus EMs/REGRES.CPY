      *----------------------------------------------------------------
      *    REGRES.CPY
      *    Registro de reserva de instalacao (ARQRES.DAT), gravado pelo
      *    RESERVA no balcao. A chave e instalacao mais data mais hora
      *    de inicio do periodo, de modo que dois socios nao reservam
      *    o mesmo periodo; a chave alternativa pelo socio serve ao
      *    EXTRATO (EXTRSOC). A taxa da reserva entra no razao ARQTIT
      *    como titulo tipo R do socio na competencia COMPET-TIT-RES,
      *    quitado pelo BAIXAREC como os demais titulos.
      *    SITUACAO-RES: A = ativa, C = cancelada (o periodo volta a
      *    ficar livre e a taxa sai do titulo em aberto ou vira
      *    credito no ARQCRED quando o titulo ja foi pago). Valor em
      *    COMP-3 como no REGSOC1.
      *----------------------------------------------------------------
          01 REG-RES.
          02 CHAVE-RES.
            03 INST-RES                PIC 9(03).
            03 DATA-RES                PIC 9(08).
            03 HORA-RES                PIC 9(02).
          02 SOCIO-RES                 PIC 9(06).
          02 VALOR-RES                 PIC 9(07)V9(02) COMP-3.
          02 SITUACAO-RES              PIC X(01).
          02 COMPET-TIT-RES            PIC 9(06).
          02 DATA-INC-RES              PIC 9(08).
          02 OPERADOR-RES              PIC 9(04).
          02 DATA-CANC-RES             PIC 9(08).
