      *================================================================*
      *  CRGCOPY   -  LAYOUT DO DETALHE DO ARQUIVO DE COBRANCAS A     *
      *  EMITIR (EMITRANS): UMA COBRANCA POR REGISTRO, COM A CONTA DO *
      *  CLIENTE PAGADOR, VALOR, VENCIMENTO, NUMERO DO DOCUMENTO NA   *
      *  EMPRESA (SEU NUMERO) E AS INSTRUCOES DE COBRANCA PARA O      *
      *  BANCO. O ARQUIVO TRAZ O HEADER/TRAILER PADRAO (HDRCOPY).     *
      *================================================================*
       01  COBRANCA-EMITIR-REC.
           02 CRG-TIPO-REG        PIC X(01).
               88 CRG-DETALHE         VALUE "D".
           02 CRG-AGENCIA         PIC 9(04).
           02 CRG-CONTA           PIC 9(10).
           02 CRG-VALOR           PIC 9(07)V99.
           02 CRG-VENCIMENTO      PIC 9(08).
           02 CRG-SEU-NUMERO      PIC X(10).
      *-----------------------------------------------------------------
      *    CODIGOS DE INSTRUCAO DO BANCO (EX.: 09 PROTESTAR, 10 NAO
      *    PROTESTAR) E DIAS CORRIDOS PARA A INSTRUCAO DE PROTESTO.
      *-----------------------------------------------------------------
           02 CRG-INSTRUCAO-1     PIC X(02).
           02 CRG-INSTRUCAO-2     PIC X(02).
           02 CRG-DIAS-PROTESTO   PIC 9(02).
           02 FILLER              PIC X(04).
