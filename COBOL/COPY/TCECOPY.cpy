      *================================================================*
      *  TCECOPY   -  LAYOUT DA TABELA DE TAXAS DE JUROS DO CHEQUE    *
      *  ESPECIAL COM VIGENCIA POR PERIODO (TAXACHEQ), CHAVEADA PELA  *
      *  DATA DE INICIO DE VIGENCIA, NOS MOLDES DA TABELA DE TAXAS    *
      *  DE ENCARGOS (TAXCOPY). A TAXA E AO DIA E INCIDE SOBRE O      *
      *  SALDO NEGATIVO DA CONTA; A COBRANCA DIARIA USA A TAXA EM     *
      *  VIGOR NA DATA DE PROCESSAMENTO. DATA DE FIM ZERADA           *
      *  SIGNIFICA VIGENCIA EM ABERTO.                                *
      *================================================================*
       01  TAXA-CHEQUE-REC.
           02 TCE-DATA-INICIO     PIC 9(08).
           02 TCE-DATA-FIM        PIC 9(08).
           02 TCE-TAXA-JUROS-DIA  PIC 9V9(06).
