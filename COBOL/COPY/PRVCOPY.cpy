      *================================================================*
      *  PRVCOPY   -  LAYOUT DA TABELA DE NIVEIS DE RISCO DA PROVISAO *
      *  PARA PERDAS (PROVTAB). CADA LINHA DEFINE UM NIVEL PELA FAIXA *
      *  DE DIAS DE ATRASO (DE/ATE, ATE ZERADO = SEM LIMITE) E O      *
      *  PERCENTUAL DO VALOR DE FACE A PROVISIONAR. AS LINHAS DEVEM   *
      *  VIR EM ORDEM CRESCENTE DE DIAS.                              *
      *================================================================*
       01  PROVISAO-NIVEL-REC.
           02 PRV-NIVEL               PIC X(02).
           02 PRV-DIAS-DE             PIC 9(05).
           02 PRV-DIAS-ATE            PIC 9(05).
           02 PRV-PERC-PROVISAO       PIC 9(03)V99.
           02 FILLER                  PIC X(03).
