      *================================================================*
      *  NSNCOPY   -  REGISTRO DE CONTROLE DA SEQUENCIA DE NOSSO      *
      *  NUMERO (BOLNNUM): ULTIMO NUMERO ATRIBUIDO PELA EMISSAO DE    *
      *  BOLETOS, COM A DATA E A QUANTIDADE DA ULTIMA EMISSAO. E LIDO *
      *  NO INICIO E REGRAVADO NO FIM DE CADA EXECUCAO; NUMERO NUNCA  *
      *  E REAPROVEITADO, MESMO QUANDO A EXECUCAO E REFEITA.          *
      *================================================================*
       01  NOSSO-NUMERO-REC.
           02 NSN-ULTIMO-NUMERO   PIC 9(08).
           02 NSN-DATA-EMISSAO    PIC 9(08).
           02 NSN-QTDE-EMITIDOS   PIC 9(07).
           02 FILLER              PIC X(07).
