      *================================================================*
      *  HCBCOPY   -  LAYOUT DO HISTORICO DE COBRANCA POR TITULO      *
      *  (COBRHIST), CHAVEADO POR AGENCIA + CONTA + NUMERO DO TITULO  *
      *  + ETAPA DA REGUA, COM CHAVE ALTERNATIVA PELO CPF DO TITULAR  *
      *  AVISADO. CADA AVISO EMITIDO GERA UM REGISTRO, O QUE IMPEDE   *
      *  QUE A MESMA ETAPA SEJA ENVIADA DUAS VEZES E PERMITE AO       *
      *  DOSSIE DO CLIENTE MOSTRAR O QUE FOI ENVIADO E QUANDO.        *
      *================================================================*
       01  HIST-COBRANCA-REC.
           02 HCB-CHAVE.
               03 HCB-AGENCIA         PIC 9(04).
               03 HCB-CONTA           PIC 9(10).
               03 HCB-NUMERO          PIC 9(08).
               03 HCB-ETAPA           PIC 9(02).
           02 HCB-CPF                 PIC X(12).
           02 HCB-DATA-ENVIO          PIC 9(08).
           02 HCB-DIAS-ATRASO         PIC 9(05).
           02 HCB-VALOR               PIC 9(07)V99.
           02 HCB-VENCIMENTO          PIC 9(08).
           02 HCB-CANAL               PIC X(01).
               88 HCB-CARTA               VALUE "C".
               88 HCB-TELEFONE            VALUE "T".
               88 HCB-AMBOS               VALUE "A".
           02 HCB-QTDE-TELEFONES      PIC 9(02).
           02 FILLER                  PIC X(10).
