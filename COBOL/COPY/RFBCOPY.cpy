      *================================================================*
      *  RFBCOPY   -  LAYOUT DO ARQUIVO DE TROCA COM O BUREAU DE      *
      *  CONSULTA DE CPF NA RECEITA FEDERAL, REGISTROS DE 50 BYTES.   *
      *  A REMESSA (RFBENVIO, ARQUIVO "CONSCPF") LEVA CPF E DATA DE   *
      *  NASCIMENTO; O RETORNO (RFBRETOR, ARQUIVO "RETCPF") DEVOLVE O *
      *  MESMO DETALHE COM A SITUACAO CADASTRAL E, PARA TITULAR       *
      *  FALECIDO, O ANO DO OBITO. HEADER COM O CONVENIO DO BANCO E   *
      *  A DATA DE GERACAO; TRAILER COM A QUANTIDADE DE DETALHES.     *
      *================================================================*
       01  RFB-HEADER-REC.
           02 RFB-H-TIPO              PIC X(01).
               88 RFB-REG-HEADER          VALUE "0".
           02 RFB-H-ARQUIVO           PIC X(08).
               88 RFB-ARQ-CONSULTA        VALUE "CONSCPF".
               88 RFB-ARQ-RETORNO         VALUE "RETCPF".
           02 RFB-H-DATA              PIC 9(08).
           02 RFB-H-CONVENIO          PIC X(10).
           02 FILLER                  PIC X(23).

       01  RFB-DETALHE-REC.
           02 RFB-D-TIPO              PIC X(01).
               88 RFB-REG-DETALHE         VALUE "1".
           02 RFB-D-CPF               PIC 9(11).
           02 RFB-D-DATA-NASC         PIC 9(08).
           02 RFB-D-SITUACAO          PIC X(01).
           02 RFB-D-ANO-OBITO         PIC 9(04).
           02 FILLER                  PIC X(25).

       01  RFB-TRAILER-REC.
           02 RFB-T-TIPO              PIC X(01).
               88 RFB-REG-TRAILER         VALUE "9".
           02 RFB-T-QTDE              PIC 9(07).
           02 FILLER                  PIC X(42).
