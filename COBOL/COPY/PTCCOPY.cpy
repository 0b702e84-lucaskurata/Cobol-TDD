      *================================================================*
      *  PTCCOPY   -  LAYOUT DO CADASTRO DE PARTICIPANTES DA CONTA    *
      *  CORRENTE (CTAPART), CHAVEADO POR CONTA + CPF, COM CHAVE      *
      *  ALTERNATIVA PELO CPF (COM DUPLICATAS) PARA LOCALIZAR TODAS   *
      *  AS CONTAS A QUE UM CLIENTE ESTA VINCULADO. O PAPEL DISTINGUE *
      *  O TITULAR (ESPELHO DO XRF-CPF DA REFERENCIA CRUZADA), OS     *
      *  COTITULARES, OS PROCURADORES E O RESPONSAVEL LEGAL (GRAVADO  *
      *  PELO CADASTRO DE CONTAS QUANDO O TITULAR E MENOR DE IDADE E  *
      *  FECHADO PELO CLIMAIOR NA MAIORIDADE). A DATA DE FIM ZERADA   *
      *  INDICA VINCULO EM ABERTO; VINCULO ENCERRADO E MANTIDO COMO   *
      *  HISTORICO ATE SER REABERTO PELO CADASTRO DE CONTAS.          *
      *================================================================*
       01  CONTA-PARTICIPANTE-REC.
           02 PTC-CHAVE.
               03 PTC-CONTA.
                   04 PTC-AGENCIA     PIC 9(04).
                   04 PTC-NUMERO      PIC 9(10).
               03 PTC-CPF             PIC X(12).
           02 PTC-PAPEL               PIC X(01).
               88 PTC-TITULAR             VALUE "T".
               88 PTC-COTITULAR           VALUE "C".
               88 PTC-PROCURADOR          VALUE "P".
               88 PTC-RESP-LEGAL          VALUE "L".
               88 PTC-PAPEL-VALIDO        VALUE "T" "C" "P" "L".
           02 PTC-DATA-INICIO         PIC 9(08).
           02 PTC-DATA-FIM            PIC 9(08).
