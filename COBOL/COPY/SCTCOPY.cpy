      *  BOLETOS ATUALIZA O SALDO A CADA QUEBRA DE CONTA, DE MODO     *
      *  QUE O SALDO DE ABERTURA DO DIA SEGUINTE VEM DO NOSSO        *
      *  PROPRIO ARQUIVO E NAO DO HEADER REMETIDO PELO BANCO.        *
      *  O SALDO E COM SINAL: CONTA COM LIMITE DE CHEQUE ESPECIAL     *
      *  (LIMCRED) PODE FICAR DEVEDORA E O SALDO NEGATIVO E LEVADO    *
      *  DE UM DIA PARA O OUTRO, SOFRENDO OS JUROS DIARIOS.           *
      *================================================================*
       01  SALDO-CONTA-REC.
           02 SCT-CONTA.
               03 SCT-AGENCIA PIC 9(04).
               03 SCT-NUMERO  PIC 9(10).
           02 SCT-SALDO      PIC S9(07)V99.
           02 SCT-DATA-MOVTO PIC 9(08).
