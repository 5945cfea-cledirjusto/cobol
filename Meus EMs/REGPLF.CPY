      *----------------------------------------------------------------
      *    REGPLF.CPY
      *    Plano de ferias (ARQPLF.DAT, sequencial, na pasta raiz ao
      *    lado do ARQFERT). Um registro por periodo de gozo. O
      *    PLANFER propoe os periodos dos proximos 12 meses pelo saldo
      *    do CADFER (situacao P), o gestor confirma ou move na tela
      *    (C) e os confirmados do mes seguinte vao para o ARQFERT (G).
      *    O FERIAPAG marca como pago (Q) o periodo gerado que quitou.
      *    DATA-AQUIS-PLF e o inicio do periodo aquisitivo a que o gozo
      *    pertence - as regras de fracionamento valem dentro dele.
      *----------------------------------------------------------------
          01 REG-PLF.
          02 MATRICULA-PLF             PIC 9(05).
          02 DATA-AQUIS-PLF            PIC 9(08).
          02 UNIDADE-PLF               PIC 9(02).
          02 DATA-INICIO-PLF           PIC 9(08).
          02 DIAS-PLF                  PIC 9(02).
          02 DATA-FIM-PLF              PIC 9(08).
          02 SITUACAO-PLF              PIC X(01).
          02 OPERADOR-PLF              PIC 9(04).
          02 DATA-CONF-PLF             PIC 9(08).
