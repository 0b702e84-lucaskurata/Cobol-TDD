      *================================================================*
      *  RSPCOPY   -  LAYOUT DO CADASTRO DE RESPONSAVEIS LEGAIS DE    *
      *  CLIENTES MENORES DE IDADE (CLIRESP), CHAVEADO POR CPF DO     *
      *  MENOR + CPF DO RESPONSAVEL, COM CHAVE ALTERNATIVA PELO CPF   *
      *  DO RESPONSAVEL (COM DUPLICATAS) PARA LOCALIZAR TODOS OS      *
      *  MENORES SOB A RESPONSABILIDADE DE UM CLIENTE. O VINCULO E    *
      *  ABERTO PELA MANUTENCAO DE CLIENTES (FUNCAO "R") E FECHADO    *
      *  PELO CLIMAIOR NO DIA EM QUE O MENOR COMPLETA 18 ANOS. A DATA *
      *  DE FIM ZERADA INDICA VINCULO EM ABERTO; VINCULO ENCERRADO E  *
      *  MANTIDO COMO HISTORICO.                                      *
      *================================================================*
       01  RESPONSAVEL-REC.
           02 RSP-CHAVE.
               03 RSP-CPF-MENOR       PIC X(12).
               03 RSP-CPF-RESPONSAVEL PIC X(12).
           02 RSP-DATA-INICIO         PIC 9(08).
           02 RSP-DATA-FIM            PIC 9(08).
           02 RSP-PROGRAMA            PIC X(08).
           02 FILLER                  PIC X(12).
