      *================================================================*
      *  MNFCOPY   -  REGISTRO DO MANIFESTO DE ARQUIVOS CSV DOS       *
      *  RELATORIOS GERENCIAIS (CSVMANIF). CADA RELATORIO EMITIDO COM *
      *  A EXPORTACAO CSV LIGADA NO PARMFILE ACRESCENTA, VIA          *
      *  SUBPROGRAMA MNFWRITE, UMA LINHA COM O DD DO ARQUIVO CSV      *
      *  GRAVADO, O PROGRAMA EMISSOR, A DATA DO RELATORIO E A         *
      *  QUANTIDADE DE LINHAS DE DADOS (SEM CONTAR O CABECALHO), PARA *
      *  QUE A TRANSFERENCIA DE ARQUIVOS SAIBA O QUE RECOLHER E       *
      *  CONFIRA A CONTAGEM.                                          *
      *================================================================*
       01  MANIFESTO-CSV-REC.
           02 MNF-ARQUIVO        PIC X(08).
           02 MNF-PROGRAMA       PIC X(20).
           02 MNF-DATA-RELATORIO PIC 9(08).
           02 MNF-QTDE-LINHAS    PIC 9(09).
