      *================================================================*
      *  ETPCOPY   -  LAYOUT DA TABELA DE ETAPAS DA REGUA DE COBRANCA *
      *  (COBRETAP). CADA LINHA DEFINE UMA ETAPA PELO NUMERO, PELOS   *
      *  DIAS CORRIDOS DE ATRASO CONTADOS DO VENCIMENTO AJUSTADO PARA *
      *  DIA UTIL E PELO CANAL DO AVISO: "C" CARTA, "T" LISTA DE      *
      *  SMS/LIGACAO OU "A" AMBOS. AS LINHAS DEVEM VIR EM ORDEM       *
      *  CRESCENTE DE DIAS.                                           *
      *================================================================*
       01  ETAPA-COBRANCA-REC.
           02 ETP-ETAPA               PIC 9(02).
           02 ETP-DIAS                PIC 9(03).
           02 ETP-CANAL               PIC X(01).
               88 ETP-CARTA               VALUE "C" "A".
               88 ETP-TELEFONE            VALUE "T" "A".
           02 ETP-DESCRICAO           PIC X(20).
           02 FILLER                  PIC X(04).
