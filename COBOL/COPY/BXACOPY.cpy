      *================================================================*
      *  BXACOPY   -  LAYOUT DO ARQUIVO PERMANENTE DE TITULOS         *
      *  BAIXADOS (BOLBAIXA), CHAVEADO POR AGENCIA + CONTA + NUMERO   *
      *  DO TITULO. A RECONCILIACAO DE BOLETOS GRAVA AQUI TODO        *
      *  TITULO PENDENTE QUE ATINGE A IDADE DE BAIXA; A PROVISAO DE   *
      *  FIM DE MES CONTABILIZA AS BAIXAS DO MES, E UM PAGAMENTO      *
      *  POSTERIOR DO MESMO TITULO E RECONHECIDO COMO RECUPERACAO     *
      *  (SITUACAO "R") E CONTABILIZADO COMO RECEITA RECUPERADA.      *
      *================================================================*
       01  BOLETO-BAIXADO-REC.
           02 BXA-CHAVE.
               03 BXA-AGENCIA         PIC 9(04).
               03 BXA-CONTA           PIC 9(10).
               03 BXA-NUMERO          PIC 9(08).
           02 BXA-VALOR               PIC 9(07)V99.
           02 BXA-ENCARGOS            PIC 9(07)V99.
           02 BXA-VENCIMENTO          PIC 9(08).
           02 BXA-DATA-ENTRADA        PIC 9(08).
           02 BXA-DATA-BAIXA          PIC 9(08).
           02 BXA-SITUACAO            PIC X(01).
               88 BXA-BAIXADO             VALUE "B".
               88 BXA-RECUPERADO          VALUE "R".
           02 BXA-DATA-RECUPERACAO    PIC 9(08).
           02 BXA-VALOR-RECUPERADO    PIC 9(08)V99.
           02 FILLER                  PIC X(10).
