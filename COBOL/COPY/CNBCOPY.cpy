      *================================================================*
      *  CNBCOPY   -  LAYOUT CNAB 400 DA REMESSA DE REGISTRO DE       *
      *  BOLETOS ENVIADA AO BANCO: HEADER DE ARQUIVO (TIPO 0),        *
      *  DETALHE DE TITULO (TIPO 1) E TRAILER (TIPO 9), TODOS COM 400 *
      *  POSICOES E SEQUENCIAL DE REGISTRO NAS POSICOES 395-400.      *
      *  DATAS NO FORMATO DDMMAA E VALORES SEM PONTO DECIMAL,         *
      *  CONFORME O MANUAL DO BANCO.                                  *
      *================================================================*
       01  WRK-CNAB-HEADER.
           02 CNH-TIPO-REG          PIC X(01) VALUE "0".
           02 CNH-OPERACAO          PIC X(01) VALUE "1".
           02 CNH-LITERAL-REMESSA   PIC X(07) VALUE "REMESSA".
           02 CNH-CODIGO-SERVICO    PIC X(02) VALUE "01".
           02 CNH-LITERAL-SERVICO   PIC X(15) VALUE "COBRANCA".
           02 CNH-AGENCIA           PIC 9(04).
           02 CNH-ZEROS             PIC X(02) VALUE "00".
           02 CNH-CONTA             PIC 9(05).
           02 CNH-DAC               PIC 9(01).
           02 FILLER                PIC X(08) VALUE SPACES.
           02 CNH-NOME-EMPRESA      PIC X(30).
           02 CNH-CODIGO-BANCO      PIC X(03).
           02 CNH-NOME-BANCO        PIC X(15).
           02 CNH-DATA-GRAVACAO     PIC 9(06).
           02 FILLER                PIC X(294) VALUE SPACES.
           02 CNH-SEQUENCIAL        PIC 9(06).

       01  WRK-CNAB-DETALHE.
           02 CND-TIPO-REG          PIC X(01) VALUE "1".
           02 CND-TIPO-INSCRICAO    PIC X(02) VALUE "02".
           02 CND-CNPJ-EMPRESA      PIC 9(14).
           02 CND-AGENCIA           PIC 9(04).
           02 CND-ZEROS             PIC X(02) VALUE "00".
           02 CND-CONTA             PIC 9(05).
           02 CND-DAC               PIC 9(01).
           02 FILLER                PIC X(04) VALUE SPACES.
           02 CND-INSTRUCAO-ALEG    PIC X(04) VALUE "0000".
           02 CND-USO-EMPRESA       PIC X(25).
           02 CND-NOSSO-NUMERO      PIC 9(08).
           02 CND-QTDE-MOEDA        PIC 9(13).
           02 CND-CARTEIRA          PIC 9(03).
           02 CND-USO-BANCO         PIC X(21) VALUE SPACES.
           02 CND-CODIGO-CARTEIRA   PIC X(01) VALUE "I".
           02 CND-OCORRENCIA        PIC X(02) VALUE "01".
           02 CND-NUMERO-DOCUMENTO  PIC X(10).
           02 CND-VENCIMENTO        PIC 9(06).
           02 CND-VALOR-TITULO      PIC 9(11)V99.
           02 CND-CODIGO-BANCO      PIC X(03).
           02 CND-AGENCIA-COBRADORA PIC 9(05).
           02 CND-ESPECIE           PIC X(02) VALUE "01".
           02 CND-ACEITE            PIC X(01) VALUE "N".
           02 CND-DATA-EMISSAO      PIC 9(06).
           02 CND-INSTRUCAO-1       PIC X(02).
           02 CND-INSTRUCAO-2       PIC X(02).
           02 CND-JUROS-DIA         PIC 9(11)V99.
           02 CND-DESCONTO-ATE      PIC 9(06).
           02 CND-VALOR-DESCONTO    PIC 9(11)V99.
           02 CND-VALOR-IOF         PIC 9(11)V99.
           02 CND-ABATIMENTO        PIC 9(11)V99.
           02 CND-TIPO-INSC-SACADO  PIC X(02) VALUE "01".
           02 CND-CPF-SACADO        PIC 9(14).
           02 CND-NOME-SACADO       PIC X(30).
           02 FILLER                PIC X(10) VALUE SPACES.
           02 CND-LOGRADOURO        PIC X(40).
           02 CND-BAIRRO            PIC X(12).
           02 CND-CEP               PIC 9(08).
           02 CND-CIDADE            PIC X(15).
           02 CND-UF                PIC X(02).
           02 CND-SACADOR-AVALISTA  PIC X(30).
           02 FILLER                PIC X(04) VALUE SPACES.
           02 CND-DATA-MORA         PIC 9(06).
           02 CND-PRAZO-PROTESTO    PIC 9(02).
           02 FILLER                PIC X(01) VALUE SPACES.
           02 CND-SEQUENCIAL        PIC 9(06).

       01  WRK-CNAB-TRAILER.
           02 CNT-TIPO-REG          PIC X(01) VALUE "9".
           02 FILLER                PIC X(393) VALUE SPACES.
           02 CNT-SEQUENCIAL        PIC 9(06).
