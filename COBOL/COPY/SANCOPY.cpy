      *================================================================*
      *  SANCOPY   -  CADASTRO DAS LISTAS RESTRITIVAS CARREGADAS       *
      *  (SANMSTR), CHAVEADO POR FONTE + CODIGO DA ENTRADA, COM CHAVE *
      *  ALTERNATIVA PELO CPF (COM DUPLICATAS; BRANCO QUANDO A LISTA  *
      *  NAO TRAZ CPF). GUARDA O NOME COMO VEIO E OS TERMOS DO NOME   *
      *  JA NORMALIZADOS (SEM ACENTO, SEM PONTUACAO, SEM PARTICULAS), *
      *  QUE SAO OS MESMOS GRAVADOS NO INDICE DE TERMOS (SANTOKEN).   *
      *  O ARQUIVO E RECRIADO A CADA CARGA DE LISTAS.                 *
      *================================================================*
       01  SANCAO-MESTRE-REC.
           02 SAN-CHAVE.
               03 SAN-FONTE           PIC X(08).
               03 SAN-ID              PIC X(12).
           02 SAN-LISTA               PIC X(01).
               88 SAN-SANCAO              VALUE "S".
               88 SAN-PEP                 VALUE "P".
           02 SAN-NOME                PIC X(60).
           02 SAN-DATA-NASC           PIC 9(08).
           02 SAN-CPF                 PIC X(12).
           02 SAN-QTDE-TERMOS         PIC 9(02).
           02 SAN-TERMO               PIC X(15) OCCURS 8 TIMES.
           02 SAN-DATA-CARGA          PIC 9(08).
