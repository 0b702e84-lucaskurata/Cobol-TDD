      *================================================================*
      *  FRDCOPY   -  ALERTA DE TOMADA DE CONTA (FRDALERT), ENTREGUE  *
      *  A FILA DE INVESTIGACAO DA PREVENCAO A FRAUDES: UM REGISTRO   *
      *  POR MUDANCA DE UM CASO ALERTADO, TODOS COM O CPF, O NOME, A  *
      *  PONTUACAO E A COMBINACAO DO CASO. CATEGORIAS DA MUDANCA:     *
      *  "E" ENDERECO (JORNAL DE CLIENTES), "T" TELEFONE NOVO,        *
      *  REATIVADO OU SUBSTITUIDO (CONTMSTR), "C" CONTA TRANSFERIDA   *
      *  OU ENCERRADA (CTAHIST). ORIGEM E OPERADOR SAO OS DO JORNAL   *
      *  OU DO CONTATO; O HISTORICO DE TITULARIDADE NAO OS GUARDA.    *
      *================================================================*
       01  FRAUDE-ALERTA-REC.
           02 FRD-DATA                PIC 9(08).
           02 FRD-CPF                 PIC X(12).
           02 FRD-NOME                PIC X(40).
           02 FRD-SCORE               PIC 9(03).
           02 FRD-COMBINACAO          PIC X(03).
           02 FRD-CATEGORIA           PIC X(01).
               88 FRD-CAT-ENDERECO        VALUE "E".
               88 FRD-CAT-TELEFONE        VALUE "T".
               88 FRD-CAT-CONTA           VALUE "C".
           02 FRD-EVENTO              PIC X(12).
           02 FRD-DATA-EVENTO         PIC 9(08).
           02 FRD-ORIGEM              PIC X(03).
           02 FRD-OPERADOR            PIC X(08).
           02 FRD-DETALHE             PIC X(40).
           02 FILLER                  PIC X(12).
