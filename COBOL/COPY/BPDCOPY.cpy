      *  DIA SEGUINTE, ACUMULANDO ENCARGOS, ATE SER LIQUIDADO OU      *
      *  ATINGIR A IDADE DE BAIXA. A DATA DE ENTRADA MARCA QUANDO O   *
      *  TITULO ENTROU NA CARTEIRA DE PENDENTES.                      *
      *  NA LIQUIDACAO PARCIAL (OPCAO DO PARMFILE) O SALDO QUITA      *
      *  PRIMEIRO OS ENCARGOS E DEPOIS O PRINCIPAL, E PEND-VALOR      *
      *  PASSA A SER O PRINCIPAL RESTANTE. A DATA BASE E A DO ULTIMO  *
      *  PAGAMENTO PARCIAL (ZEROS SE NAO HOUVE) E OS JUROS CORREM     *
      *  DELA EM DIANTE SOBRE O RESTANTE; MULTA E JUROS APURADOS E    *
      *  NAO QUITADOS FICAM EM ABERTO E A MULTA JA APLICADA NAO E     *
      *  COBRADA DE NOVO. VALOR PAGO ACUMULA OS PAGAMENTOS PARCIAIS.  *
      *================================================================*
       01  BOLETO-PENDENTE-REC.
           02 PEND-AGENCIA       PIC 9(04).
           02 PEND-VENCIMENTO    PIC 9(08).
           02 PEND-DATA-ENTRADA  PIC 9(08).
           02 PEND-ENCARGOS      PIC 9(07)V99.
           02 PEND-DATA-BASE     PIC 9(08).
           02 PEND-MULTA-ABERTA  PIC 9(07)V99.
           02 PEND-JUROS-ABERTOS PIC 9(07)V99.
           02 PEND-MULTA-COBRADA PIC X(01).
               88 PEND-MULTA-JA-COBRADA  VALUE "S".
           02 PEND-VALOR-PAGO    PIC 9(08)V99.
