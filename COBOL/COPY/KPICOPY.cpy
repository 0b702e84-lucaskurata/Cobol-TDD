      *================================================================*
      *  KPICOPY   -  LAYOUT DO HISTORICO DIARIO DE INDICADORES        *
      *  OPERACIONAIS (KPIHIST), CHAVEADO PELA DATA DE PROCESSAMENTO. *
      *  CADA EXECUCAO DO LOTE GRAVA UM REGISTRO COM AS CONTAGENS DO  *
      *  DIA; A REEXECUCAO DE UMA DATA REGRAVA O REGISTRO DAQUELA     *
      *  DATA. OS INDICADORES FIXOS TEM TODOS O MESMO FORMATO PARA    *
      *  QUE O RELATORIO DE TENDENCIA OS PERCORRA PELA TABELA         *
      *  KPI-VALOR (A ORDEM DA TABELA E A ORDEM DOS CAMPOS ABAIXO).   *
      *  OS INDICADORES DE CARTEIRA SAO POSICAO DO DIA (SALDO); OS    *
      *  DEMAIS SAO MOVIMENTO DO DIA. OS REJEITOS DO DIA POR CODIGO   *
      *  DE MOTIVO FICAM NA TABELA KPI-MOTIVO ("C" CLIREJ, "T"        *
      *  TELREJ).                                                     *
      *================================================================*
       01  KPI-HIST-REC.
           02 KPI-DATA                PIC 9(08).
           02 KPI-DATA-GERACAO        PIC 9(08).
           02 KPI-INDICADORES.
               03 KPI-CLI-INCLUIDOS       PIC 9(11)V99.
               03 KPI-CLI-ALTERADOS       PIC 9(11)V99.
               03 KPI-CLI-ENCERRADOS      PIC 9(11)V99.
               03 KPI-REJ-CLIENTES        PIC 9(11)V99.
               03 KPI-REJ-TELEFONES       PIC 9(11)V99.
               03 KPI-BOL-LIQUIDADOS      PIC 9(11)V99.
               03 KPI-BOL-PARCIAIS        PIC 9(11)V99.
               03 KPI-BOL-NAO-LIQUIDADOS  PIC 9(11)V99.
               03 KPI-BOL-VALOR-COBRADO   PIC 9(11)V99.
               03 KPI-CART-QTDE-A-VENCER  PIC 9(11)V99.
               03 KPI-CART-QTDE-1-30      PIC 9(11)V99.
               03 KPI-CART-QTDE-31-60     PIC 9(11)V99.
               03 KPI-CART-QTDE-61-90     PIC 9(11)V99.
               03 KPI-CART-QTDE-90-MAIS   PIC 9(11)V99.
               03 KPI-CART-VLR-A-VENCER   PIC 9(11)V99.
               03 KPI-CART-VLR-1-30       PIC 9(11)V99.
               03 KPI-CART-VLR-31-60      PIC 9(11)V99.
               03 KPI-CART-VLR-61-90      PIC 9(11)V99.
               03 KPI-CART-VLR-90-MAIS    PIC 9(11)V99.
               03 KPI-BAIXAS-QTDE         PIC 9(11)V99.
               03 KPI-BAIXAS-VALOR        PIC 9(11)V99.
               03 KPI-CTB-DEBITO          PIC 9(11)V99.
               03 KPI-CTB-CREDITO         PIC 9(11)V99.
           02 KPI-TABELA REDEFINES KPI-INDICADORES.
               03 KPI-VALOR OCCURS 23 TIMES PIC 9(11)V99.
           02 KPI-QTDE-MOTIVOS        PIC 9(02).
           02 KPI-MOTIVO OCCURS 30 TIMES
                   INDEXED BY KPI-MOT-IDX.
               03 KPI-MOT-ARQUIVO     PIC X(01).
                   88 KPI-MOT-CLIREJ      VALUE "C".
                   88 KPI-MOT-TELREJ      VALUE "T".
               03 KPI-MOT-CODIGO      PIC X(04).
               03 KPI-MOT-QTDE        PIC 9(07).
           02 FILLER                  PIC X(20).
