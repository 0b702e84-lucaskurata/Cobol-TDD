      *================================================================*
      *  PHSCOPY   -  LAYOUT DO HISTORICO MENSAL DA PROVISAO PARA     *
      *  PERDAS (PROVHIST), CHAVEADO PELO ANO/MES DE REFERENCIA.      *
      *  GUARDA O SALDO DE PROVISAO CONSTITUIDO NO FECHAMENTO, QUE E  *
      *  O PONTO DE PARTIDA DO MES SEGUINTE, E OS COMPONENTES DO      *
      *  AJUSTE. A REEXECUCAO DE UM MES REGRAVA O REGISTRO DAQUELE    *
      *  MES.                                                         *
      *================================================================*
       01  PROVISAO-HIST-REC.
           02 PHS-ANO-MES             PIC 9(06).
           02 PHS-DATA-PROC           PIC 9(08).
           02 PHS-QTDE-TITULOS        PIC 9(07).
           02 PHS-VALOR-CARTEIRA      PIC 9(11)V99.
           02 PHS-SALDO-ANTERIOR      PIC 9(11)V99.
           02 PHS-BAIXAS-MES          PIC 9(11)V99.
           02 PHS-PROVISAO-REQUERIDA  PIC 9(11)V99.
           02 PHS-AJUSTE              PIC S9(11)V99.
           02 FILLER                  PIC X(10).
