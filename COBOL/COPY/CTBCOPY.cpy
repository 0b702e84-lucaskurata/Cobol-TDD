      *================================================================*
      *  CTBCOPY   -  LAYOUT DO ARQUIVO DE INTERFACE CONTABIL         *
      *  (CONTABIL), REGISTRO DE 50 POSICOES. O DETALHE (TIPO "1")    *
      *  LEVA DATA CONTABIL, CONTA, NATUREZA (D/C), RUBRICA E VALOR;  *
      *  O HEADER ("0") E O TRAILER ("9") LEVAM IDENTIFICACAO, DATA,  *
      *  CONTAGEM E TOTAIS DE DEBITO E CREDITO PARA O LADO DO RAZAO   *
      *  CONFERIR. RUBRICAS EM USO: CAIXA, PRINCIPA (PRINCIPAL A      *
      *  RECEBER), RECMULTA, RECJUROS, RECUPERA (RECEITA DE TITULO    *
      *  BAIXADO RECUPERADO), PROVPERD (PROVISAO PARA PERDAS),        *
      *  DESPPROV (DESPESA DE PROVISAO), REVPROV (REVERSAO DE         *
      *  PROVISAO), CHEQESP (ADIANTAMENTO A DEPOSITANTES) E RECCHESP  *
      *  (RECEITA DE JUROS DO CHEQUE ESPECIAL). A SITUACAO DO DETALHE *
      *  DISTINGUE O LANCAMENTO DE LIQUIDACAO TOTAL ("L") DO DE       *
      *  LIQUIDACAO PARCIAL ("P") DE BOLETO; NOS DEMAIS LANCAMENTOS   *
      *  FICA EM BRANCO.                                              *
      *================================================================*
       01  WRK-CTB-DETALHE.
           02 CTB-TIPO-REG          PIC X(01).
           02 CTB-DATA              PIC 9(08).
           02 CTB-AGENCIA           PIC 9(04).
           02 CTB-CONTA             PIC 9(10).
           02 CTB-NATUREZA          PIC X(01).
           02 CTB-RUBRICA           PIC X(08).
           02 CTB-VALOR             PIC 9(09)V99.
           02 CTB-SITUACAO          PIC X(01).
               88 CTB-LIQ-TOTAL         VALUE "L".
               88 CTB-LIQ-PARCIAL       VALUE "P".

       01  WRK-CTB-CONTROLE.
           02 CTBC-TIPO-REG         PIC X(01).
           02 CTBC-ID               PIC X(08).
           02 CTBC-DATA             PIC 9(08).
           02 CTBC-QTDE             PIC 9(07).
           02 CTBC-TOT-DEBITO       PIC 9(11)V99.
           02 CTBC-TOT-CREDITO      PIC 9(11)V99.
