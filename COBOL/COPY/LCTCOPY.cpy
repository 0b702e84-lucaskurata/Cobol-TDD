      *================================================================*
      *  LCTCOPY   -  LAYOUT DO RAZAO DE LANCAMENTOS POR CONTA        *
      *  (LANCCTA), CHAVEADO POR AGENCIA + CONTA + DATA + SEQUENCIA.  *
      *  CADA MOVIMENTO QUE ALTERA O SALDO DA CONTA (LIQUIDACAO DE    *
      *  BOLETO, MULTA E JUROS COBRADOS) GERA UMA LINHA DE DEBITO OU  *
      *  CREDITO COM O SALDO RESULTANTE; EVENTOS SEM EFEITO NO SALDO  *
      *  (BAIXA DE TITULO POR IDADE) SAO REGISTRADOS COM O INDICADOR  *
      *  DE EFEITO "N". O ARQUIVO E PERMANENTE E ALIMENTA O EXTRATO   *
      *  MENSAL DE CADA CONTA.                                        *
      *================================================================*
       01  LANCAMENTO-REC.
           02 LCT-CHAVE.
               03 LCT-CONTA.
                   04 LCT-AGENCIA     PIC 9(04).
                   04 LCT-NUMERO      PIC 9(10).
               03 LCT-DATA            PIC 9(08).
               03 LCT-SEQUENCIA       PIC 9(05).
           02 LCT-NATUREZA            PIC X(01).
               88 LCT-DEBITO              VALUE "D".
               88 LCT-CREDITO             VALUE "C".
           02 LCT-TIPO                PIC X(08).
           02 LCT-DOCUMENTO           PIC 9(08).
           02 LCT-VALOR               PIC 9(09)V99.
           02 LCT-AFETA-SALDO         PIC X(01).
               88 LCT-MOVIMENTA-SALDO     VALUE "S".
               88 LCT-SO-REGISTRO         VALUE "N".
           02 LCT-SALDO-APOS          PIC S9(09)V99.
           02 LCT-ORIGEM              PIC X(08).
           02 FILLER                  PIC X(10).
