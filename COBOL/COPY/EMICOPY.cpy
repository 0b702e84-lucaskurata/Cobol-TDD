      *================================================================*
      *  EMICOPY   -  ARQUIVO PERMANENTE DE TITULOS EMITIDOS          *
      *  (BOLEMIT). CADA BOLETO REGISTRADO NO BANCO PELA REMESSA DE   *
      *  EMISSAO FICA AQUI COM O NOSSO NUMERO, O CODIGO DE BARRAS E A *
      *  LINHA DIGITAVEL. A CHAVE (AGENCIA + CONTA + NOSSO NUMERO) E  *
      *  A MESMA COM QUE O TITULO VOLTA NO BOLTRANS, DE MODO QUE A    *
      *  RECONCILIACAO DE BOLETOS MARCA O RETORNO E APONTA TANTO O    *
      *  TITULO RETORNADO QUE NAO FOI EMITIDO QUANTO O EMITIDO QUE    *
      *  NAO VOLTOU. A REFERENCIA (CONTA + SEU NUMERO) IMPEDE EMITIR  *
      *  DUAS VEZES O MESMO DOCUMENTO.                                *
      *================================================================*
       01  TITULO-EMITIDO-REC.
           02 EMI-CHAVE.
               03 EMI-AGENCIA         PIC 9(04).
               03 EMI-CONTA           PIC 9(10).
               03 EMI-NOSSO-NUMERO    PIC 9(08).
           02 EMI-REFERENCIA.
               03 EMI-REF-AGENCIA     PIC 9(04).
               03 EMI-REF-CONTA       PIC 9(10).
               03 EMI-SEU-NUMERO      PIC X(10).
           02 EMI-DV-NOSSO-NUMERO PIC 9(01).
           02 EMI-CPF             PIC X(12).
           02 EMI-VALOR           PIC 9(07)V99.
           02 EMI-VENCIMENTO      PIC 9(08).
           02 EMI-DATA-EMISSAO    PIC 9(08).
           02 EMI-CODIGO-BARRAS   PIC X(44).
           02 EMI-LINHA-DIGITAVEL PIC X(47).
           02 EMI-SITUACAO        PIC X(01).
               88 EMI-EMITIDO         VALUE "E".
               88 EMI-RETORNADO       VALUE "R".
           02 EMI-DATA-RETORNO    PIC 9(08).
           02 FILLER              PIC X(10).
