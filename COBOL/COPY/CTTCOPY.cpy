      *  VALIDADOS, VINCULADOS AO CLIENTE PELO CPF. A CHAVE E O PAR   *
      *  CPF + NUMERO, PERMITINDO VARIOS TELEFONES POR CLIENTE SEM    *
      *  DUPLICAR O MESMO NUMERO PARA O MESMO CPF.                    *
      *================================================================*
      *  O CONTATO NAO E MAIS EXCLUIDO: O NUMERO DESLIGADO, DE        *
      *  TERCEIRO OU SUBSTITUIDO PASSA A INATIVO COM O MOTIVO E A     *
      *  DATA DA MUDANCA E CONTINUA NO CADASTRO COMO HISTORICO. A     *
      *  MANUTENCAO E FEITA PELO MOVIMENTO DE TELEFONES (TELTRANS).   *
      *  CADA CLIENTE TEM NO MAXIMO UM CONTATO PRINCIPAL ATIVO POR    *
      *  TIPO, QUE E O PRIMEIRO A SER USADO NA COBRANCA.              *
      *  MOTIVOS: "DES" - NUMERO DESLIGADO OU INEXISTENTE.            *
      *           "TER" - NUMERO PERTENCE A OUTRA PESSOA.             *
      *           "NER" - NUMERO ERRADO APONTADO PELA COBRANCA.       *
      *           "SUB" - SUBSTITUIDO (O NOVO NUMERO FICA EM          *
      *                   CTT-SUBSTITUTO).                            *
      *           "ENC" - CLIENTE ENCERRADO PELA MANUTENCAO ("D").    *
      *  NA INATIVACAO PELO MOVIMENTO A TRANSACAO PODE TRAZER OUTRO   *
      *  MOTIVO DE TRES LETRAS.                                       *
      *  ORIGEM E OPERADOR SAO OS DA ULTIMA MUDANCA NO CONTATO         *
      *  (INCLUSAO, REATIVACAO, INATIVACAO, SUBSTITUICAO OU TROCA DE  *
      *  PRINCIPAL), COMO NO JORNAL DE CLIENTES.                      *
      *================================================================*
       01  CONTATO-REC.
           02 CTT-CHAVE.
               88 CTT-CELULAR        VALUE "M".
               88 CTT-COMERCIAL      VALUE "C".
           02 CTT-DATA-INCLUSAO  PIC 9(08).
           02 CTT-SITUACAO       PIC X(01).
               88 CTT-ATIVO          VALUE "A".
               88 CTT-INATIVO        VALUE "I".
           02 CTT-PRINCIPAL      PIC X(01).
               88 CTT-E-PRINCIPAL    VALUE "S".
               88 CTT-NAO-PRINCIPAL  VALUE "N".
           02 CTT-MOTIVO         PIC X(03).
               88 CTT-MOT-DESLIGADO  VALUE "DES".
               88 CTT-MOT-TERCEIRO   VALUE "TER".
               88 CTT-MOT-NUM-ERRADO VALUE "NER".
               88 CTT-MOT-SUBSTITUIDO VALUE "SUB".
               88 CTT-MOT-ENCERRADO  VALUE "ENC".
           02 CTT-DATA-SITUACAO  PIC 9(08).
           02 CTT-SUBSTITUTO     PIC X(11).
           02 CTT-ORIGEM         PIC X(03).
           02 CTT-OPERADOR       PIC X(08).
           02 FILLER             PIC X(13).
