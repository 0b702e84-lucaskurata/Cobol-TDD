      *================================================================*
      *  TELCOPY   -  LAYOUT DO MOVIMENTO DE TELEFONES (TELTRANS),    *
      *  APLICADO AO CADASTRO DE CONTATOS (CTTCOPY) PELO DECISAO.     *
      *  FUNCOES: "A" (OU BRANCO) - INCLUI O NUMERO; NUMERO INATIVO   *
      *                     DO MESMO CPF E REATIVADO.                 *
      *           "D" - INATIVA O NUMERO COM O MOTIVO INFORMADO.      *
      *           "S" - SUBSTITUI O NUMERO PELO TEL-VALOR-NOVO (O     *
      *                 ANTIGO FICA INATIVO COM MOTIVO "SUB").        *
      *           "P" - MARCA O NUMERO COMO PRINCIPAL DO SEU TIPO.    *
      *  OS CAMPOS DE FUNCAO EM DIANTE VEM EM BRANCO NOS MOVIMENTOS   *
      *  DE SO INCLUSAO, QUE CONTINUAM VALIDOS. A ORIGEM "COB" E A    *
      *  DEVOLUCAO DOS NUMEROS ERRADOS APONTADOS NAS LIGACOES DE      *
      *  COBRANCA (RETORNO DAS LIGACOES, COBRRETL).                   *
      *================================================================*
       01  TELEFONE-TRANS-REC.
           02 TEL-CPF                PIC X(12).
           02 TEL-TIPO               PIC X(01).
               88 TEL-RESIDENCIAL        VALUE "R".
               88 TEL-CELULAR            VALUE "M".
               88 TEL-COMERCIAL          VALUE "C".
           02 TEL-VALOR              PIC X(11).
           02 TEL-ORIGEM             PIC X(03).
               88 TEL-ORIGEM-VALIDA      VALUE "AGE" "MTZ" "WEB"
                                               "CRM" "COB".
           02 TEL-OPERADOR           PIC X(08).
           02 TEL-FUNCAO             PIC X(01).
               88 TEL-INCLUI             VALUE "A" SPACE.
               88 TEL-INATIVA            VALUE "D".
               88 TEL-SUBSTITUI          VALUE "S".
               88 TEL-PRINCIPAL          VALUE "P".
           02 TEL-MOTIVO             PIC X(03).
           02 TEL-VALOR-NOVO         PIC X(11).
