      *================================================================*
      *  LIMCOPY   -  LAYOUT DO CADASTRO DE LIMITES DE CREDITO        *
      *  (CHEQUE ESPECIAL) POR CONTA (LIMCRED), CHAVEADO POR CONTA    *
      *  MAIS DATA DE INICIO DE VIGENCIA. CADA CONTA PODE TER VARIAS  *
      *  VIGENCIAS; VALE NUMA DATA A DE MAIOR INICIO NAO POSTERIOR A  *
      *  ELA CUJO FIM (ZERADO = EM ABERTO) NAO SEJA ANTERIOR A ELA.   *
      *  CONTA SEM VIGENCIA NA DATA NAO TEM LIMITE. O LIMITE PERMITE  *
      *  QUE O SALDO DO MESTRE DE SALDOS FIQUE NEGATIVO ATE O VALOR   *
      *  CONTRATADO.                                                  *
      *================================================================*
       01  LIMITE-CONTA-REC.
           02 LIM-CHAVE.
               03 LIM-CONTA.
                   04 LIM-AGENCIA     PIC 9(04).
                   04 LIM-NUMERO      PIC 9(10).
               03 LIM-DATA-INICIO     PIC 9(08).
           02 LIM-DATA-FIM            PIC 9(08).
           02 LIM-VALOR               PIC 9(07)V99.
           02 FILLER                  PIC X(10).
