      *================================================================*
      *  SRFCOPY   -  SITUACAO CADASTRAL DO CPF NA RECEITA FEDERAL    *
      *  (SITRFB), UM REGISTRO POR CLIENTE, CHAVEADO PELO CPF. E      *
      *  CRIADO QUANDO O CPF E ENVIADO PELA PRIMEIRA VEZ AO BUREAU E  *
      *  ATUALIZADO PELO RETORNO DA CONSULTA. A SITUACAO USA OS       *
      *  CODIGOS DA RECEITA; EM BRANCO, O CPF AINDA NAO TEVE          *
      *  RESPOSTA. TITULAR FALECIDO, CPF CANCELADO OU NULO BLOQUEIA O *
      *  CLIENTE: A RECONCILIACAO DE BOLETOS RECUSA LANCAMENTO NAS    *
      *  CONTAS DELE E O EXTRATO DO CRM DEIXA DE ENVIA-LO. O CADASTRO *
      *  DE CLIENTES (CLICOPY) NAO E ALTERADO. A DATA DE LIBERACAO E  *
      *  A DO RETORNO QUE DESBLOQUEOU O CLIENTE: O EXTRATO DO CRM O   *
      *  REENVIA COMO INCLUSAO, POIS O CRM JA RECEBEU A EXCLUSAO.     *
      *================================================================*
       01  SITUACAO-RECEITA-REC.
           02 SRF-CPF                 PIC X(12).
           02 SRF-SITUACAO            PIC X(01).
               88 SRF-NAO-CONSULTADO      VALUE SPACE.
               88 SRF-REGULAR             VALUE "0".
               88 SRF-SUSPENSA            VALUE "2".
               88 SRF-TITULAR-FALECIDO    VALUE "3".
               88 SRF-PENDENTE            VALUE "4".
               88 SRF-CANCELADA           VALUE "5" "9".
               88 SRF-NULA                VALUE "8".
               88 SRF-SITUACAO-VALIDA     VALUE "0" "2" "3" "4"
                                                "5" "8" "9".
               88 SRF-SITUACAO-IMPEDITIVA VALUE "3" "5" "8" "9".
           02 SRF-DATA-ENVIO          PIC 9(08).
           02 SRF-DATA-CONSULTA       PIC 9(08).
           02 SRF-ANO-OBITO           PIC 9(04).
           02 SRF-BLOQUEIO            PIC X(01).
               88 SRF-BLOQUEADO           VALUE "S".
               88 SRF-LIBERADO            VALUE "N".
           02 SRF-DATA-BLOQUEIO       PIC 9(08).
           02 SRF-DATA-LIBERACAO      PIC 9(08).
