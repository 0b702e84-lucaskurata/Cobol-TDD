      *================================================================*
      *  LSNCOPY   -  DETALHE DO ARQUIVO DE LISTAS RESTRITIVAS        *
      *  (SANLISTA) RECEBIDO DO FORNECEDOR DE COMPLIANCE, REGISTROS   *
      *  DE 110 BYTES ENTRE O HEADER E O TRAILER PADRAO (HDRCOPY, ID  *
      *  "LISTASAN"). CADA ENTRADA E DE UMA LISTA DE SANCOES ("S") OU *
      *  DE PESSOAS EXPOSTAS POLITICAMENTE ("P"), IDENTIFICADA PELA   *
      *  FONTE E PELO CODIGO DA ENTRADA NA FONTE. DATA DE NASCIMENTO  *
      *  (AAAAMMDD) E CPF SO VEM QUANDO A LISTA OS TRAZ; SEM ELES,    *
      *  ZEROS E BRANCOS.                                             *
      *================================================================*
       01  LISTA-SANCAO-REC.
           02 LSN-TIPO-REG            PIC X(01).
               88 LSN-DETALHE             VALUE "1".
           02 LSN-LISTA               PIC X(01).
               88 LSN-SANCAO              VALUE "S".
               88 LSN-PEP                 VALUE "P".
               88 LSN-LISTA-VALIDA        VALUE "S" "P".
           02 LSN-FONTE               PIC X(08).
           02 LSN-ID                  PIC X(12).
           02 LSN-NOME                PIC X(60).
           02 LSN-DATA-NASC           PIC 9(08).
           02 LSN-CPF                 PIC X(12).
           02 FILLER                  PIC X(08).
