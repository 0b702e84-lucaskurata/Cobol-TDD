                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-ATRAS.

           SELECT ATRASADOS-CSV   ASSIGN TO "ATRASCSV"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-CSV.

           SELECT SALDO-CONTA     ASSIGN TO "SALDOCTA"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-CONTABIL.

           SELECT LANCAMENTO-CONTA ASSIGN TO "LANCCTA"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LCT-CHAVE
                                   FILE STATUS IS WRK-STATUS-LANCTO.

           SELECT BOLETO-BAIXADO  ASSIGN TO "BOLBAIXA"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS BXA-CHAVE
                                   FILE STATUS IS WRK-STATUS-BAIXA.

           SELECT TITULO-EMITIDO  ASSIGN TO "BOLEMIT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS EMI-CHAVE
                                   ALTERNATE RECORD KEY IS
                                       EMI-REFERENCIA
                                   FILE STATUS IS WRK-STATUS-EMITIDO.

           SELECT LIMITE-CONTA    ASSIGN TO "LIMCRED"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LIM-CHAVE
                                   FILE STATUS IS WRK-STATUS-LIMITE.

           SELECT SITUACAO-RECEITA ASSIGN TO "SITRFB"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS SRF-CPF
                                   FILE STATUS IS WRK-STATUS-SITUACAO.

           SELECT CLIENTE-STATUS  ASSIGN TO "CLISTAT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS STS-CPF
                                   FILE STATUS IS WRK-STATUS-CLISTAT.

           SELECT REMESSA-CHAVES  ASSIGN TO "REMCHAVE"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-REMCHV.

           SELECT PENDENTE-REVISTO ASSIGN TO "PENDREV"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-PENDREV.

           SELECT SORT-WORK       ASSIGN TO "SORTWK1".

           SELECT SORT-REVISTO    ASSIGN TO "SORTWK2".

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
           LABEL RECORDS ARE STANDARD.
           COPY CLICOPY.

       FD  SITUACAO-RECEITA
           LABEL RECORDS ARE STANDARD.
           COPY SRFCOPY.

       FD  CLIENTE-STATUS
           LABEL RECORDS ARE STANDARD.
           COPY STSCOPY.

       FD  BOLETO-ATRASADOS
           LABEL RECORDS ARE STANDARD.
       01  BOL-ATRAS-LINHA          PIC X(110).

       FD  ATRASADOS-CSV
           LABEL RECORDS ARE STANDARD.
       01  ATRAS-CSV-LINHA          PIC X(110).

       FD  SALDO-CONTA
           LABEL RECORDS ARE STANDARD.
           COPY SCTCOPY.

       FD  LIMITE-CONTA
           LABEL RECORDS ARE STANDARD.
           COPY LIMCOPY.

       FD  BOLETO-EXCECAO
           LABEL RECORDS ARE STANDARD.
       01  BOL-EXCEC-LINHA          PIC X(90).

       FD  BOLETO-PEND-NOVO
           LABEL RECORDS ARE STANDARD.
       01  BOL-PEND-NOVO-REC        PIC X(93).

       FD  TAXA-REFERENCIA
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  CONTABIL-REC             PIC X(50).

       FD  LANCAMENTO-CONTA
           LABEL RECORDS ARE STANDARD.
           COPY LCTCOPY.

       FD  BOLETO-BAIXADO
           LABEL RECORDS ARE STANDARD.
           COPY BXACOPY.

       FD  TITULO-EMITIDO
           LABEL RECORDS ARE STANDARD.
           COPY EMICOPY.

      *-----------------------------------------------------------------
      *    ARQUIVOS DE TRABALHO DA CONFERENCIA DE REENVIO: AS CHAVES
      *    DOS BOLETOS TRATADOS NA REMESSA DO DIA E AS POSICOES NA
      *    CARTEIRA ANTERIOR DOS PENDENTES QUE VIERAM NA REMESSA.
      *-----------------------------------------------------------------
       FD  REMESSA-CHAVES
           LABEL RECORDS ARE STANDARD.
       01  REMESSA-CHAVE-REC        PIC X(22).

       FD  PENDENTE-REVISTO
           LABEL RECORDS ARE STANDARD.
       01  PEND-REVISTO-REC.
           02 REV-SEQUENCIA         PIC 9(09).

      *-----------------------------------------------------------------
      *    CHAVES DA REMESSA ("1") E DA CARTEIRA ANTERIOR ("2")
      *    ORDENADAS JUNTAS: A DA REMESSA VEM ANTES DOS PENDENTES DE
      *    MESMA CHAVE. A SEQUENCIA E A POSICAO DO PENDENTE NA
      *    CARTEIRA ANTERIOR.
      *-----------------------------------------------------------------
       SD  SORT-WORK.
       01  SORT-REC.
           02 SORT-CHAVE            PIC X(22).
           02 SORT-ORIGEM           PIC X(01).
               88 SORT-DA-REMESSA       VALUE "1".
               88 SORT-DA-CARTEIRA      VALUE "2".
           02 SORT-SEQUENCIA        PIC 9(09).

       SD  SORT-REVISTO.
       01  SORT-REVISTO-REC.
           02 SRV-SEQUENCIA         PIC 9(09).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       77  WRK-CONTA-FECHADA-SW           PIC X(01) VALUE "N".
           88  CONTA-ENCERRADA                VALUE "S".
           88  CONTA-IMPEDIDA                 VALUE "I".
           88  CONTA-LANCAVEL                 VALUE "N".

       77  WRK-TOT-ENCERRADAS             PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    TITULAR BLOQUEADO NA SITUACAO DA RECEITA FEDERAL (SITRFB:
      *    FALECIDO, CPF CANCELADO OU NULO) TAMBEM IMPEDE LANCAMENTO:
      *    BOLETO DA REMESSA SAI RECUSADO COMO NA CONTA ENCERRADA E O
      *    TITULO PENDENTE FICA NA CARTEIRA SEM TENTATIVA DE
      *    LIQUIDACAO ATE O BACK OFFICE TRATAR O CASO. SEM O SITRFB
      *    NENHUMA CONTA E TIDA COMO IMPEDIDA. O MESMO VALE PARA O
      *    CLIENTE BLOQUEADO NA SITUACAO DO CLIENTE (CLISTAT), COMO
      *    NO ALERTA DE LISTA RESTRITIVA CONFIRMADO PELO COMPLIANCE.
      *-----------------------------------------------------------------
       77  WRK-STATUS-SITUACAO            PIC X(02) VALUE SPACES.

       77  WRK-SITUACAO-ABERTA-SW         PIC X(01) VALUE "N".
           88  SITUACAO-DISPONIVEL            VALUE "S".

       77  WRK-STATUS-CLISTAT             PIC X(02) VALUE SPACES.

       77  WRK-CLISTAT-ABERTO-SW          PIC X(01) VALUE "N".
           88  CLISTAT-DISPONIVEL             VALUE "S".

       77  WRK-TOT-IMPEDIDAS              PIC 9(05) VALUE ZEROS.

       01  WRK-LINHA-IMPEDIDA.
           02 FILLER                PIC X(06) VALUE "CONTA ".
           02 WRK-IM-AGENCIA        PIC 9(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-IM-CONTA          PIC 9(10).
           02 FILLER                PIC X(14) VALUE " TITULAR CPF ".
           02 WRK-IM-CPF            PIC X(12).
           02 FILLER                PIC X(38) VALUE
              " IMPEDIDO NA RECEITA - LANCTO RECUSADO".

       01  WRK-LINHA-ENCERRADA.
           02 FILLER                PIC X(06) VALUE "CONTA ".
           02 WRK-EC-AGENCIA        PIC 9(04).
      *    DETALHE DO ARQUIVO DE RETORNO DE LIQUIDACAO DEVOLVIDO AO
      *    BANCO: UM REGISTRO POR BOLETO, COM CONTA, VALOR DE FACE,
      *    ENCARGOS, VALOR COBRADO E SITUACAO ("L" LIQUIDADO / "N"
      *    NAO LIQUIDADO / "P" LIQUIDADO EM PARTE, QUANDO O VALOR
      *    COBRADO E SO O QUE O SALDO COBRIU), ENTRE O HEADER E O
      *    TRAILER PADRAO COM
      *    CONTAGEM, PARA QUE O LADO RECEPTOR VALIDE O ARQUIVO DO
      *    MESMO MODO QUE VALIDAMOS O BOLTRANS.
      *-----------------------------------------------------------------
      *    DA REMESSA E O QUE VALE (LIQUIDADO OU REINCLUIDO NA
      *    CARTEIRA DO DIA) E O EXEMPLAR DA CARTEIRA ANTERIOR E
      *    APENAS APONTADO E DESCARTADO, PARA NAO ABATER O SALDO NEM
      *    CONTABILIZAR EM DOBRO. AS CHAVES DA REMESSA VAO PARA O
      *    ARQUIVO DE TRABALHO REMCHAVE E, ANTES DO REPROCESSAMENTO DA
      *    CARTEIRA, SAO CLASSIFICADAS JUNTO COM AS CHAVES DOS
      *    PENDENTES: A POSICAO NA CARTEIRA DO PENDENTE QUE CASA COM
      *    A REMESSA VAI PARA O PENDREV, QUE E RECLASSIFICADO POR
      *    POSICAO E LIDO EM PARALELO COM A CARTEIRA, DE MODO QUE OS
      *    PENDENTES CONTINUAM TRATADOS NA ORDEM ORIGINAL. NAO HA
      *    LIMITE DE VOLUME.
      *-----------------------------------------------------------------
       77  WRK-STATUS-REMCHV              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PENDREV             PIC X(02) VALUE SPACES.

       77  WRK-FIM-REMCHV                 PIC X(01) VALUE "N".
           88  FIM-REMCHV                     VALUE "S".

       77  WRK-FIM-SORT                   PIC X(01) VALUE "N".
           88  FIM-SORT                       VALUE "S".

       77  WRK-FIM-REVISTO                PIC X(01) VALUE "N".
           88  FIM-REVISTO                    VALUE "S".

       77  WRK-CONT-REM-CHAVES            PIC 9(09) VALUE ZEROS.

       77  WRK-CONT-PEND-LIDOS            PIC 9(09) VALUE ZEROS.

       77  WRK-SEQ-PENDENTE               PIC 9(09) VALUE ZEROS.

       77  WRK-ULT-CHAVE-REMESSA          PIC X(22) VALUE LOW-VALUES.

       77  WRK-ACHOU-REMESSA-SW           PIC X(01) VALUE "N".
           88  VEIO-NA-REMESSA                VALUE "S".
       01  WRK-LINHA-PEND-TITULO    PIC X(50) VALUE
              "===== TITULOS PENDENTES DE EXECUCOES ANTER =====".

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO AO ARQUIVO DE INTERFACE CONTABIL DIARIO:
      *    PARA CADA CONTA COM LIQUIDACAO SAEM LANCAMENTOS BALANCEADOS
      *    (PRINCIPAL LIQUIDADO, RECEITA DE MULTA E RECEITA DE JUROS),
      *    COM A DATA CONTABIL DO PARMFILE; O TRAILER LEVA CONTAGEM E
      *    TOTAIS DE DEBITO/CREDITO PARA O LADO DO RAZAO CONFERIR.
      *    O PRINCIPAL DE TITULO JA BAIXADO QUE VOLTA A SER PAGO SAI
      *    NA RUBRICA DE RECEITA RECUPERADA, POIS ESSE PRINCIPAL JA
      *    FOI RETIRADO DA CARTEIRA CONTRA A PROVISAO PARA PERDAS.
      *-----------------------------------------------------------------
       77  WRK-STATUS-CONTABIL            PIC X(02) VALUE SPACES.

           COPY CTBCOPY.

       01  WRK-CTB-CONTA-LANC.
           02 WRK-CTB-AGENCIA-LANC  PIC 9(04).

       77  WRK-CTB-JUROS                  PIC 9(09)V99 VALUE ZEROS.

       77  WRK-CTB-RECUPERADO             PIC 9(09)V99 VALUE ZEROS.

       77  WRK-CTB-CAIXA                  PIC 9(09)V99 VALUE ZEROS.

       77  WRK-CTB-SITUACAO               PIC X(01) VALUE "L".

       77  WRK-CTA-PRINCIPAL              PIC 9(09)V99 VALUE ZEROS.

       77  WRK-CTA-MULTA                  PIC 9(09)V99 VALUE ZEROS.

       77  WRK-CTA-JUROS                  PIC 9(09)V99 VALUE ZEROS.

       77  WRK-CTA-RECUPERADO             PIC 9(09)V99 VALUE ZEROS.

       77  WRK-TOT-CTB-QTDE               PIC 9(07) VALUE ZEROS.

       77  WRK-TOT-CTB-DEBITO             PIC 9(11)V99 VALUE ZEROS.

       77  WRK-TOT-CTB-CREDITO            PIC 9(11)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO AO RAZAO DE LANCAMENTOS POR CONTA: CADA
      *    LIQUIDACAO GERA UMA LINHA DE DEBITO PARA O PRINCIPAL E UMA
      *    PARA CADA ENCARGO COBRADO, COM O SALDO RESULTANTE; A BAIXA
      *    POR IDADE E REGISTRADA SEM EFEITO NO SALDO. A SEQUENCIA
      *    CONTINUA A PARTIR DA ULTIMA JA GRAVADA PARA A CONTA NA
      *    DATA, DE MODO QUE OUTROS PROCESSOS DO DIA NAO COLIDAM.
      *-----------------------------------------------------------------
       77  WRK-STATUS-LANCTO              PIC X(02) VALUE SPACES.

       01  WRK-LCT-CONTA-LANC.
           02 WRK-LCT-AGENCIA-LANC  PIC 9(04).
           02 WRK-LCT-NUMERO-LANC   PIC 9(10).

       01  WRK-LCT-ULT-CONTA.
           02 WRK-LCT-ULT-AGENCIA   PIC 9(04) VALUE ZEROS.
           02 WRK-LCT-ULT-NUMERO    PIC 9(10) VALUE ZEROS.

       77  WRK-LCT-ULT-SEQ                PIC 9(05) VALUE ZEROS.

       77  WRK-LCT-NATUREZA               PIC X(01) VALUE SPACES.

       77  WRK-LCT-TIPO                   PIC X(08) VALUE SPACES.

       77  WRK-LCT-VALOR                  PIC 9(09)V99 VALUE ZEROS.

       77  WRK-LCT-AFETA                  PIC X(01) VALUE "S".

       77  WRK-LCT-SALDO-CORRENTE         PIC S9(09)V99 VALUE ZEROS.

       77  WRK-FIM-LCT-SW                 PIC X(01) VALUE "N".
           88  FIM-LCT-CONTA                  VALUE "S".

       77  WRK-CONT-LANCAMENTOS           PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO AO ARQUIVO PERMANENTE DE TITULOS BAIXADOS:
      *    TODA BAIXA POR IDADE E GRAVADA NELE PARA A CONTABILIZACAO
      *    DA PERDA NO FECHAMENTO DO MES, E O TITULO BAIXADO QUE O
      *    BANCO VOLTA A COBRAR E LIQUIDA E MARCADO COMO RECUPERADO.
      *-----------------------------------------------------------------
       77  WRK-STATUS-BAIXA               PIC X(02) VALUE SPACES.

       77  WRK-RECUPERACAO-SW             PIC X(01) VALUE "N".
           88  TITULO-RECUPERADO              VALUE "S".

       77  WRK-CONT-BAIXAS-GRAVADAS       PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-RECUPERADOS           PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A CONFERENCIA COM O ARQUIVO DE TITULOS
      *    EMITIDOS PELA EMISSAO DE BOLETOS: TITULO QUE O BANCO
      *    DEVOLVE NO BOLTRANS SEM TER SIDO EMITIDO POR NOS E
      *    APONTADO NAS EXCECOES (E SEGUE O TRATAMENTO NORMAL); O
      *    EMITIDO QUE VOLTA E MARCADO COMO RETORNADO; E AO FINAL SAI
      *    A RELACAO DOS EMITIDOS JA VENCIDOS QUE NUNCA VOLTARAM.
      *-----------------------------------------------------------------
       77  WRK-STATUS-EMITIDO             PIC X(02) VALUE SPACES.

       77  WRK-FIM-EMITIDO                PIC X(01) VALUE "N".
           88  FIM-EMITIDO                    VALUE "S".

       77  WRK-CONT-NAO-EMITIDOS          PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-EMI-RETORNADOS        PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-EMI-SEM-RETORNO       PIC 9(05) VALUE ZEROS.

       01  WRK-LINHA-NAO-EMITIDO.
           02 FILLER                PIC X(07) VALUE "TITULO ".
           02 WRK-NE-NUMERO         PIC 9(08).
           02 FILLER                PIC X(07) VALUE " CONTA ".
           02 WRK-NE-AGENCIA        PIC 9(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-NE-CONTA          PIC 9(10).
           02 FILLER                PIC X(26) VALUE
              " RETORNADO SEM EMISSAO".

       01  WRK-LINHA-SEM-RETORNO.
           02 FILLER                PIC X(07) VALUE "TITULO ".
           02 WRK-SR-NUMERO         PIC 9(08).
           02 FILLER                PIC X(07) VALUE " CONTA ".
           02 WRK-SR-AGENCIA        PIC 9(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-SR-CONTA          PIC 9(10).
           02 FILLER                PIC X(06) VALUE " VENC ".
           02 WRK-SR-VENCIMENTO     PIC 9999/99/99.
           02 FILLER                PIC X(07) VALUE " VALOR ".
           02 WRK-SR-VALOR          PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(12) VALUE " SEM RETORNO".

       01  WRK-LINHA-SEM-RET-TITULO PIC X(50) VALUE
              "===== TITULOS EMITIDOS SEM RETORNO DO BANCO =====".

      *-----------------------------------------------------------------
      *    CAMPOS DE TRABALHO DA APURACAO DE ENCARGOS, CARREGADOS
      *    PELO CHAMADOR (BOLETO DA REMESSA OU TITULO PENDENTE) ANTES
      *    DE 3500-APURA-ENCARGOS E 3700-GRAVA-RETORNO.
      *-----------------------------------------------------------------
       01  WRK-APUR-CONTA-CHAVE.
           02 WRK-APUR-AGENCIA      PIC 9(04).
           02 WRK-APUR-CONTA        PIC 9(10).

       77  WRK-APUR-VENCIMENTO            PIC 9(08) VALUE ZEROS.

       77  WRK-APUR-DATA-BASE             PIC 9(08) VALUE ZEROS.

       77  WRK-APUR-MULTA-ABERTA          PIC 9(07)V99 VALUE ZEROS.

       77  WRK-APUR-JUROS-ABERTOS         PIC 9(07)V99 VALUE ZEROS.

       77  WRK-APUR-MULTA-COBRADA         PIC X(01) VALUE "N".
           88  APUR-MULTA-JA-COBRADA          VALUE "S".

       77  WRK-APUR-VALOR-PAGO            PIC 9(08)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A LIQUIDACAO PARCIAL (PRM-LIQUIDACAO-PARCIAL
      *    = "S"): QUANDO O SALDO DISPONIVEL NAO COBRE O VALOR COBRADO
      *    ELE E APLICADO PRIMEIRO NA MULTA, DEPOIS NOS JUROS E POR
      *    ULTIMO NO PRINCIPAL; O PRINCIPAL RESTANTE VAI PARA A
      *    CARTEIRA DE PENDENTES E OS JUROS FUTUROS CORREM SO SOBRE
      *    ELE, A PARTIR DA DATA DO PAGAMENTO. TITULO JA BAIXADO SO
      *    E RECUPERADO COM PAGAMENTO INTEGRAL.
      *-----------------------------------------------------------------
       77  WRK-PARCIAL-SW                 PIC X(01) VALUE "N".
           88  LIQUIDACAO-PARCIAL             VALUE "S".

       77  WRK-DISPONIVEL                 PIC S9(09)V99 VALUE ZEROS.

       77  WRK-PAGO-MULTA                 PIC 9(07)V99 VALUE ZEROS.

       77  WRK-PAGO-JUROS                 PIC 9(07)V99 VALUE ZEROS.

       77  WRK-PAGO-PRINCIPAL             PIC 9(07)V99 VALUE ZEROS.

       77  WRK-VALOR-PAGO                 PIC 9(08)V99 VALUE ZEROS.

       77  WRK-DIAS-JUROS                 PIC S9(05) VALUE ZEROS.

       77  WRK-DIAS-BASE-UTEIS            PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-PARCIAIS              PIC 9(05) VALUE ZEROS.

       77  WRK-TOT-PAGO-PARCIAL           PIC 9(09)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO AOS ENCARGOS DE ATRASO: BOLETO VENCIDO NA
      *    DATA DA EXECUCAO SOFRE MULTA CONTRATUAL DE 2% MAIS JUROS
       01  WRK-LINHA-ATRAS-TITULO   PIC X(50) VALUE
              "===== BOLETOS VENCIDOS COM ENCARGOS =====".

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A EXPORTACAO CSV DOS BOLETOS VENCIDOS
      *    (PRM-EXPORTA-CSV): UMA LINHA POR BOLETO VENCIDO (TIPO
      *    DETALHE) E UMA POR FAIXA DE ATRASO DO RESUMO (TIPO RESUMO),
      *    COM AS COLUNAS QUE NAO SE APLICAM AO TIPO EM BRANCO,
      *    SEPARADAS POR PONTO E VIRGULA, COM VIRGULA DECIMAL E DATAS
      *    AAAA-MM-DD, REGISTRADAS NO MANIFESTO CSVMANIF VIA MNFWRITE.
      *-----------------------------------------------------------------
       77  WRK-STATUS-CSV                 PIC X(02) VALUE SPACES.

       77  WRK-CSV-ARQUIVO                PIC X(08) VALUE "ATRASCSV".

       77  WRK-CSV-PROGRAMA               PIC X(20) VALUE
               "ReconciliacaoBoletos".

       77  WRK-CSV-LINHAS                 PIC 9(09) VALUE ZEROS.

       77  WRK-CSV-VALOR                  PIC S9(11)V99 VALUE ZEROS.

       77  WRK-CSV-SEM-DECIMAIS           PIC 9(01) VALUE 0.

       77  WRK-CSV-DUAS-DECIMAIS          PIC 9(01) VALUE 2.

       77  WRK-CSV-DATA                   PIC 9999/99/99.

       01  WRK-CSV-CAMPOS.
           02 WRK-CSV-TIPO          PIC X(07).
           02 WRK-CSV-NUMERO        PIC X(15).
           02 WRK-CSV-AGENCIA       PIC X(04).
           02 WRK-CSV-CONTA         PIC X(10).
           02 WRK-CSV-VENCIMENTO    PIC X(10).
           02 WRK-CSV-DIAS          PIC X(15).
           02 WRK-CSV-FAIXA         PIC X(07).
           02 WRK-CSV-ENCARGOS      PIC X(15).
           02 WRK-CSV-QTDE          PIC X(15).

       77  WRK-CSV-VENC-EDIT              PIC 9999/99/99.

       01  WRK-CSV-CABECALHO.
           02 FILLER                PIC X(47) VALUE
              "DATA_RELATORIO;TIPO_LINHA;NOSSO_NUMERO;AGENCIA;".
           02 FILLER                PIC X(54) VALUE
              "CONTA;VENCIMENTO;DIAS_ATRASO;FAIXA;ENCARGOS;QUANTIDADE".

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A VALIDACAO DO HEADER/TRAILER PADRAO DO
      *    ARQUIVO DE REMESSA, FEITA ANTES DE PROCESSAR QUALQUER
           02 WRK-AGENCIA           PIC 9(04).
           02 WRK-CONTA             PIC 9(10).

       77  WRK-SALDO                      PIC S9(07)V99 VALUE ZEROS.

       77  WRK-BOLETO                     PIC 9(07)V99 VALUE ZEROS.

       77  WRK-RESTANTE                   PIC S9(07)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *    LIMITE DE CHEQUE ESPECIAL (LIMCRED) EM VIGOR NA DATA PARA A
      *    CONTA EM WRK-LIM-CONTA-BUSCA. O TITULO E LIQUIDADO QUANDO
      *    CABE NO SALDO MAIS O LIMITE, E O SALDO PODE FICAR NEGATIVO.
      *    SEM O CADASTRO DE LIMITES TODAS AS CONTAS FICAM SEM LIMITE.
      *-----------------------------------------------------------------
       77  WRK-STATUS-LIMITE              PIC X(02) VALUE SPACES.

       77  WRK-LIMITE-ABERTO-SW           PIC X(01) VALUE "N".
           88  LIMITE-ABERTO                  VALUE "S".

       77  WRK-FIM-LIMITE-SW              PIC X(01) VALUE "N".
           88  FIM-LIMITE-CONTA               VALUE "S".

       01  WRK-LIM-CONTA-BUSCA.
           02 WRK-LIM-AGENCIA       PIC 9(04).
           02 WRK-LIM-NUMERO        PIC 9(10).

       77  WRK-LIMITE                     PIC 9(07)V99 VALUE ZEROS.

       77  WRK-CONT-LIQUIDADOS            PIC 9(05) VALUE ZEROS.

           PERFORM 5000-PROCESSA-PENDENTES
               THRU 5000-PROCESSA-PENDENTES-EXIT.

           PERFORM 8000-EMITIDOS-SEM-RETORNO
               THRU 8000-EMITIDOS-SEM-RETORNO-EXIT.

           PERFORM 9000-FINALIZA THRU 9000-FINALIZA-EXIT.

           STOP RUN.
               OPEN I-O SALDO-CONTA
           END-IF.

           OPEN INPUT  LIMITE-CONTA.
           IF WRK-STATUS-LIMITE = "00"
               SET LIMITE-ABERTO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE LIMITES AUSENTE, CONTAS SEM LIMITE"
           END-IF.

           OPEN INPUT  SITUACAO-RECEITA.
           IF WRK-STATUS-SITUACAO = "00"
               SET SITUACAO-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "SITRFB AUSENTE, SEM BLOQUEIO POR SITUACAO CPF"
           END-IF.

           OPEN INPUT  CLIENTE-STATUS.
           IF WRK-STATUS-CLISTAT = "00"
               SET CLISTAT-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CLISTAT AUSENTE, SEM BLOQUEIO DE CLIENTE"
           END-IF.

           CALL "PARMREAD" USING PARAM-REC.
           IF PRM-DATA-PROC > 0
               MOVE PRM-DATA-PROC TO WRK-DATA-ATUAL
           END-IF.

           OPEN OUTPUT BOLETO-PEND-NOVO.
           OPEN OUTPUT REMESSA-CHAVES.

           OPEN I-O    LANCAMENTO-CONTA.
           IF WRK-STATUS-LANCTO = "35"
               CLOSE LANCAMENTO-CONTA
               OPEN OUTPUT LANCAMENTO-CONTA
               CLOSE LANCAMENTO-CONTA
               OPEN I-O LANCAMENTO-CONTA
           END-IF.

           OPEN I-O    BOLETO-BAIXADO.
           IF WRK-STATUS-BAIXA = "35"
               CLOSE BOLETO-BAIXADO
               OPEN OUTPUT BOLETO-BAIXADO
               CLOSE BOLETO-BAIXADO
               OPEN I-O BOLETO-BAIXADO
           END-IF.

           OPEN I-O    TITULO-EMITIDO.
           IF WRK-STATUS-EMITIDO = "35"
               CLOSE TITULO-EMITIDO
               OPEN OUTPUT TITULO-EMITIDO
               CLOSE TITULO-EMITIDO
               OPEN I-O TITULO-EMITIDO
           END-IF.

           OPEN OUTPUT CONTABIL-INTERFACE.
           MOVE SPACES         TO WRK-CTB-CONTROLE.
           PERFORM 1200-VALIDA-ARQUIVO
               THRU 1200-VALIDA-ARQUIVO-EXIT.

           IF PRM-CSV-ATIVO
               MOVE WRK-DATA-ATUAL TO WRK-CSV-DATA
               INSPECT WRK-CSV-DATA REPLACING ALL "/" BY "-"
               OPEN OUTPUT ATRASADOS-CSV
               WRITE ATRAS-CSV-LINHA FROM WRK-CSV-CABECALHO
           END-IF.

           OPEN OUTPUT BOLETO-RETORNO.
           MOVE "0"            TO ARQ-TIPO-REG.
           MOVE "BOLRETRN"     TO ARQ-ID-ARQUIVO.
                             WRK-CONT-NAO-LIQUIDADOS
                             WRK-CTA-PRINCIPAL
                             WRK-CTA-MULTA
                             WRK-CTA-JUROS
                             WRK-CTA-RECUPERADO.

           PERFORM 2300-CARREGA-SALDO
               THRU 2300-CARREGA-SALDO-EXIT.

           MOVE WRK-CONTA-CHAVE TO WRK-LIM-CONTA-BUSCA.
           PERFORM 2400-BUSCA-LIMITE
               THRU 2400-BUSCA-LIMITE-EXIT.

           PERFORM 2200-BUSCA-TITULAR
               THRU 2200-BUSCA-TITULAR-EXIT.

       2300-CARREGA-SALDO-EXIT.
           EXIT.

       2400-BUSCA-LIMITE.
      *-----------------------------------------------------------------
      *    APURA O LIMITE DE CHEQUE ESPECIAL DA CONTA NA DATA: ENTRE
      *    AS VIGENCIAS DA CONTA COM INICIO ATE A DATA, VALE A DE
      *    MAIOR INICIO CUJO FIM ESTEJA ZERADO OU NAO SEJA ANTERIOR A
      *    DATA. SEM VIGENCIA, O LIMITE E ZERO.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-LIMITE.
           IF NOT LIMITE-ABERTO
               GO TO 2400-BUSCA-LIMITE-EXIT
           END-IF.

           MOVE "N"             TO WRK-FIM-LIMITE-SW.
           MOVE WRK-LIM-AGENCIA TO LIM-AGENCIA.
           MOVE WRK-LIM-NUMERO  TO LIM-NUMERO.
           MOVE ZEROS           TO LIM-DATA-INICIO.
           START LIMITE-CONTA KEY IS NOT LESS THAN LIM-CHAVE
               INVALID KEY
                   GO TO 2400-BUSCA-LIMITE-EXIT
           END-START.

           PERFORM 2450-LE-LIMITE
               THRU 2450-LE-LIMITE-EXIT
               UNTIL FIM-LIMITE-CONTA.
       2400-BUSCA-LIMITE-EXIT.
           EXIT.

       2450-LE-LIMITE.
           READ LIMITE-CONTA NEXT RECORD
               AT END
                   SET FIM-LIMITE-CONTA TO TRUE
               NOT AT END
                   IF LIM-CONTA NOT = WRK-LIM-CONTA-BUSCA
                      OR LIM-DATA-INICIO > WRK-DATA-ATUAL
                       SET FIM-LIMITE-CONTA TO TRUE
                   ELSE
                       IF LIM-DATA-FIM = ZEROS
                          OR LIM-DATA-FIM NOT < WRK-DATA-ATUAL
                           MOVE LIM-VALOR TO WRK-LIMITE
                       ELSE
                           MOVE ZEROS     TO WRK-LIMITE
                       END-IF
                   END-IF
           END-READ.
       2450-LE-LIMITE-EXIT.
           EXIT.

       2200-BUSCA-TITULAR.
      *-----------------------------------------------------------------
      *    LOCALIZA O TITULAR DA CONTA DO HEADER: A REFERENCIA CRUZADA
                       MOVE WRK-CONTA   TO WRK-EC-CONTA
                       WRITE BOL-EXCEC-LINHA
                           FROM WRK-LINHA-ENCERRADA
                   ELSE
                       PERFORM 2250-VERIFICA-IMPEDIMENTO
                           THRU 2250-VERIFICA-IMPEDIMENTO-EXIT
                       IF CONTA-IMPEDIDA
                           MOVE WRK-AGENCIA TO WRK-IM-AGENCIA
                           MOVE WRK-CONTA   TO WRK-IM-CONTA
                           MOVE XRF-CPF     TO WRK-IM-CPF
                           WRITE BOL-EXCEC-LINHA
                               FROM WRK-LINHA-IMPEDIDA
                       END-IF
                   END-IF
                   MOVE XRF-CPF TO CPF
                   READ CLIENTE-MASTER
       2200-BUSCA-TITULAR-EXIT.
           EXIT.

       2250-VERIFICA-IMPEDIMENTO.
      *-----------------------------------------------------------------
      *    CONSULTA A SITUACAO NA RECEITA E A SITUACAO DO CLIENTE
      *    DO TITULAR EM XRF-CPF E MARCA A CONTA COMO IMPEDIDA SE O
      *    CLIENTE ESTA BLOQUEADO EM QUALQUER UMA DAS DUAS.
      *-----------------------------------------------------------------
           IF CLISTAT-DISPONIVEL
               MOVE XRF-CPF TO STS-CPF
               READ CLIENTE-STATUS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STS-BLOQUEADO
                           SET CONTA-IMPEDIDA TO TRUE
                       END-IF
               END-READ
           END-IF.

           IF NOT SITUACAO-DISPONIVEL
               GO TO 2250-VERIFICA-IMPEDIMENTO-EXIT
           END-IF.

           MOVE XRF-CPF TO SRF-CPF.
           READ SITUACAO-RECEITA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SRF-BLOQUEADO
                       SET CONTA-IMPEDIDA TO TRUE
                   END-IF
           END-READ.
       2250-VERIFICA-IMPEDIMENTO-EXIT.
           EXIT.

       3000-PROCESSA-UM-BOLETO.
           IF BOL-DETALHE
               IF SEM-CONTA-ABERTA
                   MOVE BOL-CONTA      TO WRK-APUR-CONTA
                   MOVE BOL-NUMERO     TO WRK-APUR-NUMERO
                   MOVE BOL-VENCIMENTO TO WRK-APUR-VENCIMENTO
                   MOVE ZEROS TO WRK-APUR-DATA-BASE
                                 WRK-APUR-MULTA-ABERTA
                                 WRK-APUR-JUROS-ABERTOS
                                 WRK-APUR-VALOR-PAGO
                   MOVE "N"   TO WRK-APUR-MULTA-COBRADA
                   MOVE "N"   TO WRK-PARCIAL-SW

                   PERFORM 3050-REGISTRA-REMESSA
                       THRU 3050-REGISTRA-REMESSA-EXIT

                   PERFORM 3070-CONFERE-EMISSAO
                       THRU 3070-CONFERE-EMISSAO-EXIT

                   IF CONTA-ENCERRADA
                       PERFORM 3400-RECUSA-ENCERRADA
                           THRU 3400-RECUSA-ENCERRADA-EXIT
                       GO TO 3000-PROCESSA-UM-BOLETO-EXIT
                   END-IF

                   IF CONTA-IMPEDIDA
                       PERFORM 3450-RECUSA-IMPEDIDA
                           THRU 3450-RECUSA-IMPEDIDA-EXIT
                       GO TO 3000-PROCESSA-UM-BOLETO-EXIT
                   END-IF

                   PERFORM 3500-APURA-ENCARGOS
                       THRU 3500-APURA-ENCARGOS-EXIT

                   MOVE WRK-VALOR-COBRADO TO WRK-L-VALOR

                   COMPUTE WRK-DISPONIVEL EQUAL
                       WRK-SALDO + WRK-LIMITE
                   IF WRK-VALOR-COBRADO NOT > WRK-DISPONIVEL
                       PERFORM 3650-VERIFICA-BAIXADO
                           THRU 3650-VERIFICA-BAIXADO-EXIT
                       MOVE WRK-SALDO TO WRK-LCT-SALDO-CORRENTE
                       PERFORM 3600-LANCA-LIQUIDACAO
                           THRU 3600-LANCA-LIQUIDACAO-EXIT
                       SUBTRACT WRK-VALOR-COBRADO FROM WRK-SALDO
                           GIVING WRK-RESTANTE
                       MOVE WRK-RESTANTE TO WRK-SALDO
                       MOVE "L" TO WRK-RET-SITUACAO
                       ADD 1 TO WRK-CONT-LIQUIDADOS
                       IF TITULO-RECUPERADO
                           PERFORM 3660-REGISTRA-RECUPERACAO
                               THRU 3660-REGISTRA-RECUPERACAO-EXIT
                           MOVE "RECUPERADO" TO WRK-L-SITUACAO
                           ADD WRK-BOLETO TO WRK-CTA-RECUPERADO
                       ELSE
                           MOVE "LIQUIDADO" TO WRK-L-SITUACAO
                           ADD WRK-BOLETO TO WRK-CTA-PRINCIPAL
                       END-IF
                       ADD WRK-MULTA  TO WRK-CTA-MULTA
                       ADD WRK-JUROS  TO WRK-CTA-JUROS
                   ELSE
                       PERFORM 3320-VERIFICA-PARCIAL
                           THRU 3320-VERIFICA-PARCIAL-EXIT
                       ADD 1 TO WRK-CONT-NAO-LIQUIDADOS
                       ADD 1 TO WRK-CONT-PEND-NOVOS
                       MOVE WRK-DATA-ATUAL TO WRK-PEND-ENTRADA
                       IF LIQUIDACAO-PARCIAL
                           MOVE WRK-SALDO TO WRK-LCT-SALDO-CORRENTE
                           PERFORM 3300-LIQUIDA-PARCIAL
                               THRU 3300-LIQUIDA-PARCIAL-EXIT
                           SUBTRACT WRK-VALOR-PAGO FROM WRK-SALDO
                           MOVE WRK-VALOR-PAGO TO WRK-L-VALOR
                           MOVE "LIQ PARCIAL" TO WRK-L-SITUACAO
                           MOVE "P" TO WRK-RET-SITUACAO
                       ELSE
                           MOVE "NAO LIQUIDADO" TO WRK-L-SITUACAO
                           MOVE "N" TO WRK-RET-SITUACAO
                           PERFORM 3800-GRAVA-PENDENTE
                               THRU 3800-GRAVA-PENDENTE-EXIT
                       END-IF
                   END-IF

                   WRITE BOL-RELAT-LINHA FROM WRK-LINHA-DETALHE

                   PERFORM 3700-GRAVA-RETORNO
                       THRU 3700-GRAVA-RETORNO-EXIT

                   IF LIQUIDACAO-PARCIAL
                       PERFORM 3850-PREPARA-RESTANTE
                           THRU 3850-PREPARA-RESTANTE-EXIT
                       PERFORM 3800-GRAVA-PENDENTE
                           THRU 3800-GRAVA-PENDENTE-EXIT
                   END-IF
               END-IF
           END-IF.
       3000-PROCESSA-UM-BOLETO-EXIT.
      *    CONFERENCIA DE REENVIO NO REPROCESSAMENTO DA CARTEIRA DE
      *    PENDENTES.
      *-----------------------------------------------------------------
           MOVE WRK-APUR-AGENCIA TO WRK-CHV-AGENCIA.
           MOVE WRK-APUR-CONTA   TO WRK-CHV-CONTA.
           MOVE WRK-APUR-NUMERO  TO WRK-CHV-NUMERO.
           WRITE REMESSA-CHAVE-REC FROM WRK-CHAVE-TITULO.
           ADD 1 TO WRK-CONT-REM-CHAVES.
       3050-REGISTRA-REMESSA-EXIT.
           EXIT.

       3070-CONFERE-EMISSAO.
      *-----------------------------------------------------------------
      *    CONFERE O TITULO DEVOLVIDO PELO BANCO CONTRA O ARQUIVO DE
      *    TITULOS EMITIDOS: SEM EMISSAO E APONTADO NAS EXCECOES; O
      *    EMITIDO AINDA NAO RETORNADO PASSA A RETORNADO NA DATA.
      *-----------------------------------------------------------------
           MOVE WRK-APUR-AGENCIA TO EMI-AGENCIA.
           MOVE WRK-APUR-CONTA   TO EMI-CONTA.
           MOVE WRK-APUR-NUMERO  TO EMI-NOSSO-NUMERO.
           READ TITULO-EMITIDO
               INVALID KEY
                   ADD 1 TO WRK-CONT-NAO-EMITIDOS
                   MOVE WRK-APUR-NUMERO  TO WRK-NE-NUMERO
                   MOVE WRK-APUR-AGENCIA TO WRK-NE-AGENCIA
                   MOVE WRK-APUR-CONTA   TO WRK-NE-CONTA
                   WRITE BOL-EXCEC-LINHA FROM WRK-LINHA-NAO-EMITIDO
                   GO TO 3070-CONFERE-EMISSAO-EXIT
           END-READ.

           IF EMI-EMITIDO
               SET EMI-RETORNADO   TO TRUE
               MOVE WRK-DATA-ATUAL TO EMI-DATA-RETORNO
               REWRITE TITULO-EMITIDO-REC
                   INVALID KEY
                       DISPLAY "ERRO AO MARCAR RETORNO DO TITULO "
                               WRK-APUR-NUMERO
                   NOT INVALID KEY
                       ADD 1 TO WRK-CONT-EMI-RETORNADOS
               END-REWRITE
           END-IF.
       3070-CONFERE-EMISSAO-EXIT.
           EXIT.

       3300-LIQUIDA-PARCIAL.
      *-----------------------------------------------------------------
      *    APLICA O SALDO DISPONIVEL (WRK-DISPONIVEL) AO TITULO EM
      *    WRK-APUR-* QUE ELE NAO COBRE POR INTEIRO: PRIMEIRO NA
      *    MULTA, DEPOIS NOS JUROS E O QUE SOBRAR NO PRINCIPAL. LANCA
      *    NO RAZAO DA CONTA E NO CONTABIL (SITUACAO "P") SO O QUE
      *    FOI PAGO, E DEIXA EM WRK-APUR-* A SITUACAO DO RESTANTE
      *    PARA 3850-PREPARA-RESTANTE. O CHAMADOR CARREGA EM
      *    WRK-LCT-SALDO-CORRENTE O SALDO DA CONTA ANTES DO PAGAMENTO.
      *-----------------------------------------------------------------
           IF WRK-DISPONIVEL > WRK-MULTA
               MOVE WRK-MULTA      TO WRK-PAGO-MULTA
           ELSE
               MOVE WRK-DISPONIVEL TO WRK-PAGO-MULTA
           END-IF.
           SUBTRACT WRK-PAGO-MULTA FROM WRK-DISPONIVEL.

           IF WRK-DISPONIVEL > WRK-JUROS
               MOVE WRK-JUROS      TO WRK-PAGO-JUROS
           ELSE
               MOVE WRK-DISPONIVEL TO WRK-PAGO-JUROS
           END-IF.
           SUBTRACT WRK-PAGO-JUROS FROM WRK-DISPONIVEL.

           IF WRK-DISPONIVEL > WRK-BOLETO
               MOVE WRK-BOLETO     TO WRK-PAGO-PRINCIPAL
           ELSE
               MOVE WRK-DISPONIVEL TO WRK-PAGO-PRINCIPAL
           END-IF.

           COMPUTE WRK-VALOR-PAGO EQUAL WRK-PAGO-MULTA
               + WRK-PAGO-JUROS + WRK-PAGO-PRINCIPAL.

           PERFORM 3350-LANCA-PARCIAL
               THRU 3350-LANCA-PARCIAL-EXIT.

           MOVE WRK-APUR-CONTA-CHAVE TO WRK-CTB-CONTA-LANC.
           MOVE WRK-PAGO-PRINCIPAL   TO WRK-CTB-PRINCIPAL.
           MOVE ZEROS                TO WRK-CTB-RECUPERADO.
           MOVE WRK-PAGO-MULTA       TO WRK-CTB-MULTA.
           MOVE WRK-PAGO-JUROS       TO WRK-CTB-JUROS.
           MOVE "P"                  TO WRK-CTB-SITUACAO.
           PERFORM 6800-GRAVA-LANCAMENTOS
               THRU 6800-GRAVA-LANCAMENTOS-EXIT.

           IF WRK-MULTA > ZEROS
               MOVE "S" TO WRK-APUR-MULTA-COBRADA
           END-IF.
           COMPUTE WRK-APUR-MULTA-ABERTA EQUAL
               WRK-MULTA - WRK-PAGO-MULTA.
           COMPUTE WRK-APUR-JUROS-ABERTOS EQUAL
               WRK-JUROS - WRK-PAGO-JUROS.
           MOVE WRK-DATA-ATUAL TO WRK-APUR-DATA-BASE.
           ADD WRK-VALOR-PAGO  TO WRK-APUR-VALOR-PAGO.

           ADD 1               TO WRK-CONT-PARCIAIS.
           ADD WRK-VALOR-PAGO  TO WRK-TOT-PAGO-PARCIAL.

      *-----------------------------------------------------------------
      *    O RETORNO DO PAGAMENTO PARCIAL LEVA COMO VALOR COBRADO SO
      *    O QUE FOI EFETIVAMENTE RECOLHIDO.
      *-----------------------------------------------------------------
           MOVE WRK-VALOR-PAGO TO WRK-VALOR-COBRADO.
       3300-LIQUIDA-PARCIAL-EXIT.
           EXIT.

       3320-VERIFICA-PARCIAL.
      *-----------------------------------------------------------------
      *    O TITULO QUE O SALDO NAO COBRE POR INTEIRO E LIQUIDADO EM
      *    PARTE QUANDO O MODO PARCIAL ESTA LIGADO NO PARMFILE E HA
      *    SALDO DISPONIVEL. TITULO JA BAIXADO NAO E LIQUIDADO EM
      *    PARTE: A RECUPERACAO DA PERDA SO OCORRE COM O PAGAMENTO
      *    INTEGRAL.
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-PARCIAL-SW.

           IF NOT PRM-LIQ-PARCIAL-ATIVA
              OR WRK-DISPONIVEL NOT > ZEROS
               GO TO 3320-VERIFICA-PARCIAL-EXIT
           END-IF.

           PERFORM 3650-VERIFICA-BAIXADO
               THRU 3650-VERIFICA-BAIXADO-EXIT.

           IF TITULO-RECUPERADO
               MOVE "N" TO WRK-RECUPERACAO-SW
               GO TO 3320-VERIFICA-PARCIAL-EXIT
           END-IF.

           SET LIQUIDACAO-PARCIAL TO TRUE.
       3320-VERIFICA-PARCIAL-EXIT.
           EXIT.

       3350-LANCA-PARCIAL.
      *-----------------------------------------------------------------
      *    LANCA NO RAZAO DA CONTA O PAGAMENTO PARCIAL DO TITULO EM
      *    WRK-APUR-*: UM DEBITO PARA CADA PARCELA PAGA (MULTA, JUROS
      *    E PRINCIPAL), CADA UM COM O SALDO RESULTANTE.
      *-----------------------------------------------------------------
           MOVE WRK-APUR-CONTA-CHAVE TO WRK-LCT-CONTA-LANC.
           MOVE "D"                  TO WRK-LCT-NATUREZA.
           MOVE "S"                  TO WRK-LCT-AFETA.

           IF WRK-PAGO-MULTA > ZEROS
               MOVE "MULTA"          TO WRK-LCT-TIPO
               MOVE WRK-PAGO-MULTA   TO WRK-LCT-VALOR
               SUBTRACT WRK-PAGO-MULTA FROM WRK-LCT-SALDO-CORRENTE
               PERFORM 7000-GRAVA-LANCTO-CONTA
                   THRU 7000-GRAVA-LANCTO-CONTA-EXIT
           END-IF.

           IF WRK-PAGO-JUROS > ZEROS
               MOVE "JUROS"          TO WRK-LCT-TIPO
               MOVE WRK-PAGO-JUROS   TO WRK-LCT-VALOR
               SUBTRACT WRK-PAGO-JUROS FROM WRK-LCT-SALDO-CORRENTE
               PERFORM 7000-GRAVA-LANCTO-CONTA
                   THRU 7000-GRAVA-LANCTO-CONTA-EXIT
           END-IF.

           IF WRK-PAGO-PRINCIPAL > ZEROS
               MOVE "LIQPARC"        TO WRK-LCT-TIPO
               MOVE WRK-PAGO-PRINCIPAL TO WRK-LCT-VALOR
               SUBTRACT WRK-PAGO-PRINCIPAL
                   FROM WRK-LCT-SALDO-CORRENTE
               PERFORM 7000-GRAVA-LANCTO-CONTA
                   THRU 7000-GRAVA-LANCTO-CONTA-EXIT
           END-IF.
       3350-LANCA-PARCIAL-EXIT.
           EXIT.

       3400-RECUSA-ENCERRADA.
       3400-RECUSA-ENCERRADA-EXIT.
           EXIT.

       3450-RECUSA-IMPEDIDA.
      *-----------------------------------------------------------------
      *    BOLETO DE CONTA COM TITULAR IMPEDIDO NA RECEITA TEM O MESMO
      *    TRATAMENTO DA CONTA ENCERRADA: RECUSADO NO RELATORIO E NAO
      *    LIQUIDADO NO RETORNO, SEM ENTRAR NA CARTEIRA.
      *-----------------------------------------------------------------
           ADD 1 TO WRK-TOT-IMPEDIDAS.
           MOVE ZEROS      TO WRK-MULTA WRK-JUROS WRK-ENCARGOS.
           MOVE WRK-BOLETO TO WRK-VALOR-COBRADO.
           MOVE WRK-VALOR-COBRADO TO WRK-L-VALOR.
           MOVE "TIT. IMPEDIDO" TO WRK-L-SITUACAO.
           WRITE BOL-RELAT-LINHA FROM WRK-LINHA-DETALHE.
           MOVE "N" TO WRK-RET-SITUACAO.
           PERFORM 3700-GRAVA-RETORNO
               THRU 3700-GRAVA-RETORNO-EXIT.
       3450-RECUSA-IMPEDIDA-EXIT.
           EXIT.

       3500-APURA-ENCARGOS.
      *-----------------------------------------------------------------
      *    TITULO COM VENCIMENTO ANTERIOR A DATA DA EXECUCAO RECEBE
      *    TITULO EM DIA (OU SEM VENCIMENTO INFORMADO) NAO SOFRE
      *    ENCARGO ALGUM. OS CAMPOS WRK-APUR-* SAO CARREGADOS PELO
      *    CHAMADOR (BOLETO DA REMESSA OU TITULO PENDENTE).
      *    TITULO JA LIQUIDADO EM PARTE TRAZ A MULTA E OS JUROS
      *    APURADOS E NAO PAGOS ATE O ULTIMO PAGAMENTO (DATA BASE);
      *    A MULTA JA APLICADA NAO E COBRADA DE NOVO E OS JUROS DA
      *    DATA BASE EM DIANTE CORREM SO SOBRE O PRINCIPAL RESTANTE.
      *-----------------------------------------------------------------
           MOVE WRK-APUR-MULTA-ABERTA  TO WRK-MULTA.
           MOVE WRK-APUR-JUROS-ABERTOS TO WRK-JUROS.
           COMPUTE WRK-ENCARGOS EQUAL WRK-MULTA + WRK-JUROS.
           COMPUTE WRK-VALOR-COBRADO EQUAL WRK-BOLETO + WRK-ENCARGOS.

           IF WRK-APUR-VENCIMENTO NOT NUMERIC
              OR WRK-APUR-VENCIMENTO = ZEROS
           PERFORM 3550-SELECIONA-TAXA
               THRU 3550-SELECIONA-TAXA-EXIT.

           IF NOT APUR-MULTA-JA-COBRADA
               COMPUTE WRK-MULTA ROUNDED EQUAL
                   WRK-BOLETO * WRK-PERC-MULTA-USO
           END-IF.

           MOVE WRK-DIAS-ATRASO TO WRK-DIAS-JUROS.
           IF WRK-APUR-DATA-BASE > WRK-VENC-UTIL
               CALL "DIASUTIL" USING WRK-APUR-DATA-BASE
                                      WRK-DATA-UTIL
                                      WRK-DIAS-BASE-UTEIS
               COMPUTE WRK-DIAS-JUROS EQUAL
                   WRK-DIAS-HOJE-UTEIS - WRK-DIAS-BASE-UTEIS
               IF WRK-DIAS-JUROS < ZEROS
                   MOVE ZEROS TO WRK-DIAS-JUROS
               END-IF
           END-IF.

           COMPUTE WRK-JUROS ROUNDED EQUAL WRK-APUR-JUROS-ABERTOS
               + WRK-BOLETO * WRK-TAXA-JUROS-USO * WRK-DIAS-JUROS.
           COMPUTE WRK-ENCARGOS EQUAL WRK-MULTA + WRK-JUROS.
           COMPUTE WRK-VALOR-COBRADO EQUAL WRK-BOLETO + WRK-ENCARGOS.

           MOVE WRK-FAIXA-ATUAL TO WRK-A-FAIXA.
           MOVE WRK-ENCARGOS    TO WRK-A-ENCARGOS.
           WRITE BOL-ATRAS-LINHA FROM WRK-LINHA-ATRASO.

           IF PRM-CSV-ATIVO
               PERFORM 3580-GRAVA-CSV-ATRASO
                   THRU 3580-GRAVA-CSV-ATRASO-EXIT
           END-IF.
       3500-APURA-ENCARGOS-EXIT.
           EXIT.

       3560-COMPARA-VIGENCIA-EXIT.
           EXIT.

       3580-GRAVA-CSV-ATRASO.
           MOVE SPACES              TO WRK-CSV-CAMPOS.
           MOVE "DETALHE"           TO WRK-CSV-TIPO.
           MOVE WRK-APUR-NUMERO     TO WRK-CSV-VALOR.
           CALL "CSVCAMPO" USING WRK-CSV-VALOR WRK-CSV-SEM-DECIMAIS
                                  WRK-CSV-NUMERO.
           MOVE WRK-APUR-AGENCIA    TO WRK-CSV-AGENCIA.
           MOVE WRK-APUR-CONTA      TO WRK-CSV-CONTA.
           MOVE WRK-APUR-VENCIMENTO TO WRK-CSV-VENC-EDIT.
           INSPECT WRK-CSV-VENC-EDIT REPLACING ALL "/" BY "-".
           MOVE WRK-CSV-VENC-EDIT   TO WRK-CSV-VENCIMENTO.
           MOVE WRK-DIAS-ATRASO     TO WRK-CSV-VALOR.
           CALL "CSVCAMPO" USING WRK-CSV-VALOR WRK-CSV-SEM-DECIMAIS
                                  WRK-CSV-DIAS.
           MOVE WRK-FAIXA-ATUAL     TO WRK-CSV-FAIXA.
           MOVE WRK-ENCARGOS        TO WRK-CSV-VALOR.
           CALL "CSVCAMPO" USING WRK-CSV-VALOR WRK-CSV-DUAS-DECIMAIS
                                  WRK-CSV-ENCARGOS.
           PERFORM 9700-GRAVA-CSV THRU 9700-GRAVA-CSV-EXIT.
       3580-GRAVA-CSV-ATRASO-EXIT.
           EXIT.

       3600-LANCA-LIQUIDACAO.
      *-----------------------------------------------------------------
      *    LANCA NO RAZAO DA CONTA A LIQUIDACAO DO TITULO EM
      *    WRK-APUR-*: UM DEBITO PELO VALOR DE FACE E UM DEBITO PARA
      *    CADA ENCARGO COBRADO (MULTA E JUROS), CADA UM COM O SALDO
      *    RESULTANTE. O CHAMADOR CARREGA EM WRK-LCT-SALDO-CORRENTE O
      *    SALDO DA CONTA ANTES DA LIQUIDACAO. TITULO JA BAIXADO QUE
      *    VOLTA A SER PAGO LEVA O TIPO DE RECUPERACAO NO PRINCIPAL.
      *-----------------------------------------------------------------
           MOVE WRK-APUR-CONTA-CHAVE TO WRK-LCT-CONTA-LANC.
           MOVE "D"                  TO WRK-LCT-NATUREZA.
           MOVE "S"                  TO WRK-LCT-AFETA.

           IF TITULO-RECUPERADO
               MOVE "RECUPERA"       TO WRK-LCT-TIPO
           ELSE
               MOVE "LIQBOLET"       TO WRK-LCT-TIPO
           END-IF.
           MOVE WRK-BOLETO           TO WRK-LCT-VALOR.
           SUBTRACT WRK-BOLETO FROM WRK-LCT-SALDO-CORRENTE.
           PERFORM 7000-GRAVA-LANCTO-CONTA
               THRU 7000-GRAVA-LANCTO-CONTA-EXIT.

           IF WRK-MULTA > ZEROS
               MOVE "MULTA"          TO WRK-LCT-TIPO
               MOVE WRK-MULTA        TO WRK-LCT-VALOR
               SUBTRACT WRK-MULTA FROM WRK-LCT-SALDO-CORRENTE
               PERFORM 7000-GRAVA-LANCTO-CONTA
                   THRU 7000-GRAVA-LANCTO-CONTA-EXIT
           END-IF.

           IF WRK-JUROS > ZEROS
               MOVE "JUROS"          TO WRK-LCT-TIPO
               MOVE WRK-JUROS        TO WRK-LCT-VALOR
               SUBTRACT WRK-JUROS FROM WRK-LCT-SALDO-CORRENTE
               PERFORM 7000-GRAVA-LANCTO-CONTA
                   THRU 7000-GRAVA-LANCTO-CONTA-EXIT
           END-IF.
       3600-LANCA-LIQUIDACAO-EXIT.
           EXIT.

       3650-VERIFICA-BAIXADO.
      *-----------------------------------------------------------------
      *    VERIFICA SE O TITULO EM WRK-APUR-* QUE ESTA SENDO LIQUIDADO
      *    JA FOI BAIXADO POR IDADE E AINDA NAO FOI RECUPERADO; NESSE
      *    CASO O PAGAMENTO E UMA RECUPERACAO DE PERDA.
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-RECUPERACAO-SW.
           MOVE WRK-APUR-AGENCIA TO BXA-AGENCIA.
           MOVE WRK-APUR-CONTA   TO BXA-CONTA.
           MOVE WRK-APUR-NUMERO  TO BXA-NUMERO.
           READ BOLETO-BAIXADO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BXA-BAIXADO
                       SET TITULO-RECUPERADO TO TRUE
                   END-IF
           END-READ.
       3650-VERIFICA-BAIXADO-EXIT.
           EXIT.

       3660-REGISTRA-RECUPERACAO.
      *-----------------------------------------------------------------
      *    MARCA O TITULO BAIXADO (JA LIDO POR 3650-VERIFICA-BAIXADO)
      *    COMO RECUPERADO, COM A DATA E O VALOR EFETIVAMENTE COBRADO.
      *-----------------------------------------------------------------
           SET BXA-RECUPERADO        TO TRUE.
           MOVE WRK-DATA-ATUAL       TO BXA-DATA-RECUPERACAO.
           MOVE WRK-VALOR-COBRADO    TO BXA-VALOR-RECUPERADO.
           REWRITE BOLETO-BAIXADO-REC
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR RECUPERACAO DO TITULO "
                           WRK-APUR-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-RECUPERADOS
                   DISPLAY "TITULO BAIXADO RECUPERADO: "
                           WRK-APUR-NUMERO
           END-REWRITE.
       3660-REGISTRA-RECUPERACAO-EXIT.
           EXIT.

       3700-GRAVA-RETORNO.
      *-----------------------------------------------------------------
      *    GRAVA NO ARQUIVO DE RETORNO O RESULTADO DO BOLETO RECEM
           MOVE WRK-APUR-VENCIMENTO TO PEND-VENCIMENTO.
           MOVE WRK-PEND-ENTRADA    TO PEND-DATA-ENTRADA.
           MOVE WRK-ENCARGOS        TO PEND-ENCARGOS.
           MOVE WRK-APUR-DATA-BASE  TO PEND-DATA-BASE.
           MOVE WRK-APUR-MULTA-ABERTA  TO PEND-MULTA-ABERTA.
           MOVE WRK-APUR-JUROS-ABERTOS TO PEND-JUROS-ABERTOS.
           MOVE WRK-APUR-MULTA-COBRADA TO PEND-MULTA-COBRADA.
           MOVE WRK-APUR-VALOR-PAGO TO PEND-VALOR-PAGO.
           WRITE BOL-PEND-NOVO-REC FROM BOLETO-PENDENTE-REC.
       3800-GRAVA-PENDENTE-EXIT.
           EXIT.

       3850-PREPARA-RESTANTE.
      *-----------------------------------------------------------------
      *    DEPOIS DO PAGAMENTO PARCIAL, CARREGA NOS CAMPOS DE TRABALHO
      *    O QUE FICOU EM ABERTO (PRINCIPAL RESTANTE, MULTA E JUROS
      *    NAO PAGOS) PARA A GRAVACAO NA CARTEIRA DE PENDENTES OU A
      *    BAIXA DO TITULO.
      *-----------------------------------------------------------------
           SUBTRACT WRK-PAGO-PRINCIPAL FROM WRK-BOLETO.
           MOVE WRK-APUR-MULTA-ABERTA  TO WRK-MULTA.
           MOVE WRK-APUR-JUROS-ABERTOS TO WRK-JUROS.
           COMPUTE WRK-ENCARGOS EQUAL WRK-MULTA + WRK-JUROS.
           COMPUTE WRK-VALOR-COBRADO EQUAL WRK-BOLETO + WRK-ENCARGOS.
       3850-PREPARA-RESTANTE-EXIT.
           EXIT.

       3900-ERRO-SEQUENCIA.
      *-----------------------------------------------------------------
      *    DETALHE RECEBIDO ANTES DO HEADER DA SUA CONTA: REGISTRA A
               SET SEM-CONTA-ABERTA TO TRUE
           END-IF.

           CLOSE REMESSA-CHAVES.

           OPEN INPUT BOLETO-PEND-ANT.
           IF WRK-STATUS-PENDA = "35"
               DISPLAY "SEM CARTEIRA DE PENDENTES ANTERIOR"
               GO TO 5000-PROCESSA-PENDENTES-EXIT
           END-IF.
           PERFORM 5095-CONFERE-PENDENTES
               THRU 5095-CONFERE-PENDENTES-EXIT.

           PERFORM 5010-APONTA-REVISTOS
               THRU 5010-APONTA-REVISTOS-EXIT.

           OPEN INPUT BOLETO-PEND-ANT.
           PERFORM 5095-CONFERE-PENDENTES
               THRU 5095-CONFERE-PENDENTES-EXIT.
           OPEN INPUT PENDENTE-REVISTO.
           PERFORM 5160-LE-REVISTO THRU 5160-LE-REVISTO-EXIT.

           WRITE BOL-RELAT-LINHA FROM WRK-LINHA-PEND-TITULO.

           READ BOLETO-PEND-ANT
               AT END SET FIM-PEND TO TRUE
           END-READ.
           PERFORM 5095-CONFERE-PENDENTES
               THRU 5095-CONFERE-PENDENTES-EXIT.

           PERFORM 5100-TRATA-PENDENTE
               THRU 5100-TRATA-PENDENTE-EXIT
               UNTIL FIM-PEND.

           CLOSE BOLETO-PEND-ANT.
           CLOSE PENDENTE-REVISTO.
       5000-PROCESSA-PENDENTES-EXIT.
           EXIT.

       5010-APONTA-REVISTOS.
      *-----------------------------------------------------------------
      *    CASA AS CHAVES DA REMESSA COM AS DA CARTEIRA ANTERIOR,
      *    AMBAS CLASSIFICADAS POR CHAVE, E DEIXA NO PENDREV, EM
      *    ORDEM DE POSICAO NA CARTEIRA, OS PENDENTES QUE TAMBEM
      *    VIERAM NA REMESSA DO DIA.
      *-----------------------------------------------------------------
           SORT SORT-WORK ON ASCENDING KEY SORT-CHAVE SORT-ORIGEM
               INPUT PROCEDURE  IS 5020-LE-CHAVES
                                THRU 5020-LE-CHAVES-EXIT
               OUTPUT PROCEDURE IS 5040-GRAVA-REVISTOS
                                THRU 5040-GRAVA-REVISTOS-EXIT.

           SORT SORT-REVISTO ON ASCENDING KEY SRV-SEQUENCIA
               USING  PENDENTE-REVISTO
               GIVING PENDENTE-REVISTO.
       5010-APONTA-REVISTOS-EXIT.
           EXIT.

       5020-LE-CHAVES.
           OPEN INPUT REMESSA-CHAVES.
           READ REMESSA-CHAVES
               AT END SET FIM-REMCHV TO TRUE
           END-READ.
           PERFORM 5025-CHAVE-REMESSA THRU 5025-CHAVE-REMESSA-EXIT
               UNTIL FIM-REMCHV.
           CLOSE REMESSA-CHAVES.

           READ BOLETO-PEND-ANT
               AT END SET FIM-PEND TO TRUE
           END-READ.
           PERFORM 5095-CONFERE-PENDENTES
               THRU 5095-CONFERE-PENDENTES-EXIT.
           PERFORM 5030-CHAVE-PENDENTE THRU 5030-CHAVE-PENDENTE-EXIT
               UNTIL FIM-PEND.
           CLOSE BOLETO-PEND-ANT.
           MOVE "N" TO WRK-FIM-PEND.
       5020-LE-CHAVES-EXIT.
           EXIT.

       5025-CHAVE-REMESSA.
           MOVE REMESSA-CHAVE-REC TO SORT-CHAVE.
           SET SORT-DA-REMESSA    TO TRUE.
           MOVE ZEROS             TO SORT-SEQUENCIA.
           RELEASE SORT-REC.

           READ REMESSA-CHAVES
               AT END SET FIM-REMCHV TO TRUE
           END-READ.
       5025-CHAVE-REMESSA-EXIT.
           EXIT.

       5030-CHAVE-PENDENTE.
           ADD 1 TO WRK-CONT-PEND-LIDOS.
           MOVE PEND-AGENCIA        TO WRK-CHV-AGENCIA.
           MOVE PEND-CONTA          TO WRK-CHV-CONTA.
           MOVE PEND-NUMERO         TO WRK-CHV-NUMERO.
           MOVE WRK-CHAVE-TITULO    TO SORT-CHAVE.
           SET SORT-DA-CARTEIRA     TO TRUE.
           MOVE WRK-CONT-PEND-LIDOS TO SORT-SEQUENCIA.
           RELEASE SORT-REC.

           READ BOLETO-PEND-ANT
               AT END SET FIM-PEND TO TRUE
           END-READ.
           PERFORM 5095-CONFERE-PENDENTES
               THRU 5095-CONFERE-PENDENTES-EXIT.
       5030-CHAVE-PENDENTE-EXIT.
           EXIT.

       5040-GRAVA-REVISTOS.
           OPEN OUTPUT PENDENTE-REVISTO.
           MOVE LOW-VALUES TO WRK-ULT-CHAVE-REMESSA.

           PERFORM 5090-LE-SORT THRU 5090-LE-SORT-EXIT.
           PERFORM 5045-CONFERE-CHAVE THRU 5045-CONFERE-CHAVE-EXIT
               UNTIL FIM-SORT.

           CLOSE PENDENTE-REVISTO.
       5040-GRAVA-REVISTOS-EXIT.
           EXIT.

       5045-CONFERE-CHAVE.
           IF SORT-DA-REMESSA
               MOVE SORT-CHAVE TO WRK-ULT-CHAVE-REMESSA
           ELSE
               IF SORT-CHAVE = WRK-ULT-CHAVE-REMESSA
                   MOVE SORT-SEQUENCIA TO REV-SEQUENCIA
                   WRITE PEND-REVISTO-REC
               END-IF
           END-IF.

           PERFORM 5090-LE-SORT THRU 5090-LE-SORT-EXIT.
       5045-CONFERE-CHAVE-EXIT.
           EXIT.

       5090-LE-SORT.
           RETURN SORT-WORK
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       5090-LE-SORT-EXIT.
           EXIT.

       5095-CONFERE-PENDENTES.
      *-----------------------------------------------------------------
      *    CARTEIRA ANTERIOR QUE EXISTE MAS NAO PODE SER LIDA (LAYOUT
      *    DIFERENTE DO BPDCOPY, ERRO DE E/S) ABENDA O PASSO: SEGUIR
      *    SEM ELA DEIXARIA OS TITULOS FORA DA CARTEIRA DO DIA.
      *-----------------------------------------------------------------
           IF WRK-STATUS-PENDA = "00" OR "10"
               GO TO 5095-CONFERE-PENDENTES-EXIT
           END-IF.

           DISPLAY "STATUS DA CARTEIRA DE PENDENTES: " WRK-STATUS-PENDA.
           MOVE "BOLPENDA" TO WRK-ID-ESPERADO.
           MOVE "CARTEIRA DE PENDENTES ANTERIOR ILEGIVEL"
               TO WRK-ABEND-MOTIVO.
           PERFORM 1290-ABENDA-ARQUIVO
               THRU 1290-ABENDA-ARQUIVO-EXIT.
       5095-CONFERE-PENDENTES-EXIT.
           EXIT.

       5100-TRATA-PENDENTE.
           ADD 1 TO WRK-SEQ-PENDENTE.

           MOVE PEND-AGENCIA      TO WRK-APUR-AGENCIA.
           MOVE PEND-CONTA        TO WRK-APUR-CONTA.
           MOVE PEND-NUMERO       TO WRK-APUR-NUMERO.
           MOVE PEND-VENCIMENTO   TO WRK-APUR-VENCIMENTO.
           MOVE PEND-VALOR        TO WRK-BOLETO.
           MOVE PEND-DATA-ENTRADA TO WRK-PEND-ENTRADA.
           MOVE PEND-DATA-BASE    TO WRK-APUR-DATA-BASE.
           MOVE PEND-MULTA-ABERTA TO WRK-APUR-MULTA-ABERTA.
           MOVE PEND-JUROS-ABERTOS TO WRK-APUR-JUROS-ABERTOS.
           MOVE PEND-MULTA-COBRADA TO WRK-APUR-MULTA-COBRADA.
           MOVE PEND-VALOR-PAGO   TO WRK-APUR-VALOR-PAGO.
           MOVE "N"               TO WRK-PARCIAL-SW.

      *-----------------------------------------------------------------
      *    TITULO QUE TAMBEM VEIO NA REMESSA DO DIA JA FOI TRATADO
      *    LA (LIQUIDADO OU REINCLUIDO NA CARTEIRA): O EXEMPLAR DA
      *    CARTEIRA ANTERIOR E DESCARTADO PARA NAO LIQUIDAR NEM
      *    CARREGAR EM DOBRO.
      *-----------------------------------------------------------------
           MOVE WRK-APUR-NUMERO  TO WRK-PD-NUMERO.
           MOVE WRK-APUR-AGENCIA TO WRK-PD-AGENCIA.
           MOVE WRK-APUR-CONTA   TO WRK-PD-CONTA.
           MOVE WRK-BOLETO       TO WRK-PD-VALOR.

           PERFORM 5150-PROCURA-REMESSA
               THRU 5150-PROCURA-REMESSA-EXIT.

               NOT INVALID KEY
                   IF XRF-ENCERRADA
                       SET CONTA-ENCERRADA TO TRUE
                   ELSE
                       PERFORM 2250-VERIFICA-IMPEDIMENTO
                           THRU 2250-VERIFICA-IMPEDIMENTO-EXIT
                   END-IF
           END-READ.

               GO TO 5100-TRATA-PENDENTE-LEITURA
           END-IF.

      *-----------------------------------------------------------------
      *    TITULO PENDENTE DE TITULAR IMPEDIDO NA RECEITA PERMANECE NA
      *    CARTEIRA COMO ESTAVA, SEM LIQUIDACAO NEM NOVOS ENCARGOS.
      *-----------------------------------------------------------------
           IF CONTA-IMPEDIDA
               ADD 1 TO WRK-TOT-IMPEDIDAS
               ADD 1 TO WRK-CONT-PEND-CARREGADOS
               WRITE BOL-PEND-NOVO-REC FROM BOLETO-PENDENTE-REC
               MOVE "TIT. IMPEDIDO" TO WRK-PD-SITUACAO
               WRITE BOL-RELAT-LINHA FROM WRK-LINHA-PENDENTE
               GO TO 5100-TRATA-PENDENTE-LEITURA
           END-IF.

           PERFORM 3500-APURA-ENCARGOS
               THRU 3500-APURA-ENCARGOS-EXIT.

           READ BOLETO-PEND-ANT
               AT END SET FIM-PEND TO TRUE
           END-READ.
           PERFORM 5095-CONFERE-PENDENTES
               THRU 5095-CONFERE-PENDENTES-EXIT.
       5100-TRATA-PENDENTE-EXIT.
           EXIT.

       5150-PROCURA-REMESSA.
      *-----------------------------------------------------------------
      *    A CARTEIRA E O PENDREV ESTAO AMBOS NA ORDEM DE POSICAO DOS
      *    PENDENTES: O PENDREV SO AVANCA.
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-ACHOU-REMESSA-SW.
           PERFORM 5160-LE-REVISTO THRU 5160-LE-REVISTO-EXIT
               UNTIL FIM-REVISTO
                  OR REV-SEQUENCIA NOT < WRK-SEQ-PENDENTE.
           IF NOT FIM-REVISTO
              AND REV-SEQUENCIA = WRK-SEQ-PENDENTE
               SET VEIO-NA-REMESSA TO TRUE
           END-IF.
       5150-PROCURA-REMESSA-EXIT.
           EXIT.

       5160-LE-REVISTO.
           READ PENDENTE-REVISTO
               AT END SET FIM-REVISTO TO TRUE
           END-READ.
       5160-LE-REVISTO-EXIT.
           EXIT.

       5200-LIQUIDA-PENDENTE.
      *-----------------------------------------------------------------
      *    TENTA ABATER O TITULO PENDENTE DO SALDO PROPRIO DA CONTA,
      *    QUE PODE FICAR NEGATIVO ATE O LIMITE DE CHEQUE ESPECIAL.
      *    SEM SALDO SUFICIENTE (OU SEM CONTA NO MESTRE DE SALDOS) O
      *    TITULO E CARREGADO PARA A CARTEIRA DO DIA, A NAO SER QUE
      *    JA TENHA ATINGIDO A IDADE DE BAIXA. NO MODO PARCIAL O
      *    SALDO QUE HOUVER E APLICADO ANTES E SO O RESTANTE SEGUE.
      *-----------------------------------------------------------------
           MOVE WRK-APUR-NUMERO TO WRK-PD-NUMERO.
           MOVE WRK-APUR-AGENCIA TO WRK-PD-AGENCIA.
           MOVE WRK-APUR-CONTA-CHAVE TO SCT-CONTA.
           READ SALDO-CONTA
               INVALID KEY
                   MOVE ZEROS TO WRK-LCT-SALDO-CORRENTE
                   PERFORM 5300-CARREGA-OU-BAIXA
                       THRU 5300-CARREGA-OU-BAIXA-EXIT
                   GO TO 5200-LIQUIDA-PENDENTE-EXIT
           END-READ.

           MOVE SCT-SALDO TO WRK-LCT-SALDO-CORRENTE.

           MOVE WRK-APUR-CONTA-CHAVE TO WRK-LIM-CONTA-BUSCA.
           PERFORM 2400-BUSCA-LIMITE
               THRU 2400-BUSCA-LIMITE-EXIT.
           COMPUTE WRK-DISPONIVEL EQUAL SCT-SALDO + WRK-LIMITE.

           IF WRK-VALOR-COBRADO NOT > WRK-DISPONIVEL
               PERFORM 3650-VERIFICA-BAIXADO
                   THRU 3650-VERIFICA-BAIXADO-EXIT
               PERFORM 3600-LANCA-LIQUIDACAO
                   THRU 3600-LANCA-LIQUIDACAO-EXIT
               SUBTRACT WRK-VALOR-COBRADO FROM SCT-SALDO
               MOVE WRK-DATA-ATUAL TO SCT-DATA-MOVTO
               REWRITE SALDO-CONTA-REC
               PERFORM 3700-GRAVA-RETORNO
                   THRU 3700-GRAVA-RETORNO-EXIT
               MOVE WRK-APUR-CONTA-CHAVE TO WRK-CTB-CONTA-LANC
               MOVE "L"            TO WRK-CTB-SITUACAO
               MOVE WRK-MULTA      TO WRK-CTB-MULTA
               MOVE WRK-JUROS      TO WRK-CTB-JUROS
               IF TITULO-RECUPERADO
                   PERFORM 3660-REGISTRA-RECUPERACAO
                       THRU 3660-REGISTRA-RECUPERACAO-EXIT
                   MOVE ZEROS      TO WRK-CTB-PRINCIPAL
                   MOVE WRK-BOLETO TO WRK-CTB-RECUPERADO
                   MOVE "RECUPERADO" TO WRK-PD-SITUACAO
               ELSE
                   MOVE WRK-BOLETO TO WRK-CTB-PRINCIPAL
                   MOVE ZEROS      TO WRK-CTB-RECUPERADO
                   MOVE "LIQUIDADO" TO WRK-PD-SITUACAO
               END-IF
               PERFORM 6800-GRAVA-LANCAMENTOS
                   THRU 6800-GRAVA-LANCAMENTOS-EXIT
               WRITE BOL-RELAT-LINHA FROM WRK-LINHA-PENDENTE
               GO TO 5200-LIQUIDA-PENDENTE-EXIT
           END-IF.

           PERFORM 3320-VERIFICA-PARCIAL
               THRU 3320-VERIFICA-PARCIAL-EXIT.

           IF LIQUIDACAO-PARCIAL
               PERFORM 5250-LIQUIDA-PARCIAL-PENDENTE
                   THRU 5250-LIQUIDA-PARCIAL-PENDENTE-EXIT
           END-IF.

           PERFORM 5300-CARREGA-OU-BAIXA
               THRU 5300-CARREGA-OU-BAIXA-EXIT.
       5200-LIQUIDA-PENDENTE-EXIT.
           EXIT.

       5250-LIQUIDA-PARCIAL-PENDENTE.
      *-----------------------------------------------------------------
      *    APLICA O SALDO PROPRIO DA CONTA AO TITULO PENDENTE QUE ELE
      *    NAO COBRE POR INTEIRO, GRAVA O RETORNO "P" E DEIXA NOS
      *    CAMPOS DE TRABALHO O RESTANTE PARA 5300-CARREGA-OU-BAIXA.
      *-----------------------------------------------------------------
           PERFORM 3300-LIQUIDA-PARCIAL
               THRU 3300-LIQUIDA-PARCIAL-EXIT.
           SUBTRACT WRK-VALOR-PAGO FROM SCT-SALDO.
           MOVE WRK-DATA-ATUAL TO SCT-DATA-MOVTO.
           REWRITE SALDO-CONTA-REC.

           MOVE "P" TO WRK-RET-SITUACAO.
           PERFORM 3700-GRAVA-RETORNO
               THRU 3700-GRAVA-RETORNO-EXIT.

           MOVE WRK-VALOR-PAGO TO WRK-PD-VALOR.
           MOVE "LIQ PARCIAL"  TO WRK-PD-SITUACAO.
           WRITE BOL-RELAT-LINHA FROM WRK-LINHA-PENDENTE.

           PERFORM 3850-PREPARA-RESTANTE
               THRU 3850-PREPARA-RESTANTE-EXIT.
           MOVE WRK-VALOR-COBRADO TO WRK-PD-VALOR.
       5250-LIQUIDA-PARCIAL-PENDENTE-EXIT.
           EXIT.

       5300-CARREGA-OU-BAIXA.
      *-----------------------------------------------------------------
      *    TITULO PENDENTE HA MAIS DIAS QUE A IDADE DE BAIXA SAI DA
      *    CARTEIRA, REPORTADO, REGISTRADO NO RAZAO DA CONTA SEM
      *    EFEITO NO SALDO E GRAVADO NO ARQUIVO PERMANENTE DE TITULOS
      *    BAIXADOS; OS DEMAIS SAO CARREGADOS PARA A CARTEIRA DO DIA
      *    COM OS ENCARGOS REAPURADOS.
      *-----------------------------------------------------------------
           CALL "DATADIAS" USING WRK-PEND-ENTRADA WRK-DIAS-ENTRADA.
           COMPUTE WRK-DIAS-CARTEIRA EQUAL
               MOVE "BAIXADO" TO WRK-PD-SITUACAO
               WRITE BOL-RELAT-LINHA FROM WRK-LINHA-PENDENTE
               DISPLAY "TITULO BAIXADO POR IDADE: " WRK-APUR-NUMERO
               MOVE WRK-APUR-CONTA-CHAVE TO WRK-LCT-CONTA-LANC
               MOVE "C"               TO WRK-LCT-NATUREZA
               MOVE "N"               TO WRK-LCT-AFETA
               MOVE "BAIXA"           TO WRK-LCT-TIPO
               MOVE WRK-VALOR-COBRADO TO WRK-LCT-VALOR
               PERFORM 7000-GRAVA-LANCTO-CONTA
                   THRU 7000-GRAVA-LANCTO-CONTA-EXIT
               PERFORM 5400-GRAVA-BAIXADO
                   THRU 5400-GRAVA-BAIXADO-EXIT
           ELSE
               ADD 1 TO WRK-CONT-PEND-CARREGADOS
               PERFORM 3800-GRAVA-PENDENTE
       5300-CARREGA-OU-BAIXA-EXIT.
           EXIT.

       5400-GRAVA-BAIXADO.
      *-----------------------------------------------------------------
      *    GRAVA O TITULO RECEM BAIXADO NO ARQUIVO PERMANENTE DE
      *    BAIXAS. TITULO QUE JA CONSTA NO ARQUIVO (REENVIADO PELO
      *    BANCO DEPOIS DA BAIXA E BAIXADO DE NOVO) NAO E REGRAVADO,
      *    PARA QUE A PERDA NAO SEJA CONTABILIZADA DUAS VEZES.
      *-----------------------------------------------------------------
           MOVE SPACES              TO BOLETO-BAIXADO-REC.
           MOVE WRK-APUR-AGENCIA    TO BXA-AGENCIA.
           MOVE WRK-APUR-CONTA      TO BXA-CONTA.
           MOVE WRK-APUR-NUMERO     TO BXA-NUMERO.
           MOVE WRK-BOLETO          TO BXA-VALOR.
           MOVE WRK-ENCARGOS        TO BXA-ENCARGOS.
           MOVE WRK-APUR-VENCIMENTO TO BXA-VENCIMENTO.
           MOVE WRK-PEND-ENTRADA    TO BXA-DATA-ENTRADA.
           MOVE WRK-DATA-ATUAL      TO BXA-DATA-BAIXA.
           SET BXA-BAIXADO          TO TRUE.
           MOVE ZEROS               TO BXA-DATA-RECUPERACAO
                                       BXA-VALOR-RECUPERADO.
           WRITE BOLETO-BAIXADO-REC
               INVALID KEY
                   DISPLAY "TITULO JA CONSTA NAS BAIXAS: "
                           WRK-APUR-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-BAIXAS-GRAVADAS
           END-WRITE.
       5400-GRAVA-BAIXADO-EXIT.
           EXIT.

       6000-TOTALIZA-CONTA.
      *-----------------------------------------------------------------
      *    EMITE AS LINHAS DE TOTAL DA CONTA QUE ESTAVA EM ABERTO E
           IF WRK-CTA-PRINCIPAL = ZEROS
              AND WRK-CTA-MULTA = ZEROS
              AND WRK-CTA-JUROS = ZEROS
              AND WRK-CTA-RECUPERADO = ZEROS
               GO TO 6700-CONTABILIZA-CONTA-EXIT
           END-IF.

           MOVE WRK-CTA-PRINCIPAL TO WRK-CTB-PRINCIPAL.
           MOVE WRK-CTA-MULTA     TO WRK-CTB-MULTA.
           MOVE WRK-CTA-JUROS     TO WRK-CTB-JUROS.
           MOVE WRK-CTA-RECUPERADO TO WRK-CTB-RECUPERADO.
           MOVE "L"               TO WRK-CTB-SITUACAO.
           PERFORM 6800-GRAVA-LANCAMENTOS
               THRU 6800-GRAVA-LANCAMENTOS-EXIT.
       6700-CONTABILIZA-CONTA-EXIT.
      *-----------------------------------------------------------------
      *    GRAVA O CONJUNTO BALANCEADO DE LANCAMENTOS DA CONTA EM
      *    WRK-CTB-*: UM DEBITO DE CAIXA PELO TOTAL RECOLHIDO E OS
      *    CREDITOS DE PRINCIPAL, RECEITA RECUPERADA, RECEITA DE
      *    MULTA E RECEITA DE JUROS (CADA UM SO QUANDO HOUVE VALOR),
      *    ACUMULANDO A CONTAGEM E OS TOTAIS DO TRAILER. A SITUACAO
      *    (WRK-CTB-SITUACAO) SEPARA LIQUIDACAO TOTAL DE PARCIAL.
      *-----------------------------------------------------------------
           COMPUTE WRK-CTB-CAIXA EQUAL WRK-CTB-PRINCIPAL
               + WRK-CTB-RECUPERADO + WRK-CTB-MULTA + WRK-CTB-JUROS.

           MOVE "1"                TO CTB-TIPO-REG.
           MOVE WRK-DATA-ATUAL     TO CTB-DATA.
           MOVE WRK-CTB-AGENCIA-LANC TO CTB-AGENCIA.
           MOVE WRK-CTB-NUMERO-LANC  TO CTB-CONTA.
           MOVE WRK-CTB-SITUACAO     TO CTB-SITUACAO.

           MOVE "D"           TO CTB-NATUREZA.
           MOVE "CAIXA"       TO CTB-RUBRICA.
           ADD 1              TO WRK-TOT-CTB-QTDE.
           ADD WRK-CTB-CAIXA  TO WRK-TOT-CTB-DEBITO.

           IF WRK-CTB-PRINCIPAL > ZEROS
               MOVE "C"               TO CTB-NATUREZA
               MOVE "PRINCIPA"        TO CTB-RUBRICA
               MOVE WRK-CTB-PRINCIPAL TO CTB-VALOR
               WRITE CONTABIL-REC FROM WRK-CTB-DETALHE
               ADD 1                  TO WRK-TOT-CTB-QTDE
               ADD WRK-CTB-PRINCIPAL  TO WRK-TOT-CTB-CREDITO
           END-IF.

           IF WRK-CTB-RECUPERADO > ZEROS
               MOVE "C"                TO CTB-NATUREZA
               MOVE "RECUPERA"         TO CTB-RUBRICA
               MOVE WRK-CTB-RECUPERADO TO CTB-VALOR
               WRITE CONTABIL-REC FROM WRK-CTB-DETALHE
               ADD 1                   TO WRK-TOT-CTB-QTDE
               ADD WRK-CTB-RECUPERADO  TO WRK-TOT-CTB-CREDITO
           END-IF.

           IF WRK-CTB-MULTA > ZEROS
               MOVE "C"           TO CTB-NATUREZA
       6800-GRAVA-LANCAMENTOS-EXIT.
           EXIT.

       7000-GRAVA-LANCTO-CONTA.
      *-----------------------------------------------------------------
      *    GRAVA UMA LINHA NO RAZAO DA CONTA EM WRK-LCT-CONTA-LANC COM
      *    A NATUREZA, TIPO, VALOR, INDICADOR DE EFEITO E SALDO
      *    RESULTANTE CARREGADOS PELO CHAMADOR, NA PROXIMA SEQUENCIA
      *    LIVRE DA CONTA NA DATA DA EXECUCAO.
      *-----------------------------------------------------------------
           IF WRK-LCT-CONTA-LANC NOT = WRK-LCT-ULT-CONTA
               PERFORM 7100-ULTIMA-SEQUENCIA
                   THRU 7100-ULTIMA-SEQUENCIA-EXIT
           END-IF.

           ADD 1 TO WRK-LCT-ULT-SEQ.

           MOVE SPACES                 TO LANCAMENTO-REC.
           MOVE WRK-LCT-AGENCIA-LANC   TO LCT-AGENCIA.
           MOVE WRK-LCT-NUMERO-LANC    TO LCT-NUMERO.
           MOVE WRK-DATA-ATUAL         TO LCT-DATA.
           MOVE WRK-LCT-ULT-SEQ        TO LCT-SEQUENCIA.
           MOVE WRK-LCT-NATUREZA       TO LCT-NATUREZA.
           MOVE WRK-LCT-TIPO           TO LCT-TIPO.
           MOVE WRK-APUR-NUMERO        TO LCT-DOCUMENTO.
           MOVE WRK-LCT-VALOR          TO LCT-VALOR.
           MOVE WRK-LCT-AFETA          TO LCT-AFETA-SALDO.
           MOVE WRK-LCT-SALDO-CORRENTE TO LCT-SALDO-APOS.
           MOVE "RECONBOL"             TO LCT-ORIGEM.

           WRITE LANCAMENTO-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR LANCAMENTO DA CONTA "
                           WRK-LCT-AGENCIA-LANC "/"
                           WRK-LCT-NUMERO-LANC
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-LANCAMENTOS
           END-WRITE.
       7000-GRAVA-LANCTO-CONTA-EXIT.
           EXIT.

       7100-ULTIMA-SEQUENCIA.
      *-----------------------------------------------------------------
      *    POSICIONA NO RAZAO NO INICIO DA CONTA NA DATA DA EXECUCAO
      *    E PERCORRE AS LINHAS JA GRAVADAS PARA ACHAR A ULTIMA
      *    SEQUENCIA USADA (ZERO QUANDO A CONTA NAO TEM LINHA NA DATA).
      *-----------------------------------------------------------------
           MOVE WRK-LCT-CONTA-LANC TO WRK-LCT-ULT-CONTA.
           MOVE ZEROS              TO WRK-LCT-ULT-SEQ.
           MOVE "N"                TO WRK-FIM-LCT-SW.

           MOVE WRK-LCT-AGENCIA-LANC TO LCT-AGENCIA.
           MOVE WRK-LCT-NUMERO-LANC  TO LCT-NUMERO.
           MOVE WRK-DATA-ATUAL       TO LCT-DATA.
           MOVE ZEROS                TO LCT-SEQUENCIA.
           START LANCAMENTO-CONTA KEY IS NOT LESS THAN LCT-CHAVE
               INVALID KEY
                   GO TO 7100-ULTIMA-SEQUENCIA-EXIT
           END-START.

           PERFORM 7150-LE-SEQUENCIA
               THRU 7150-LE-SEQUENCIA-EXIT
               UNTIL FIM-LCT-CONTA.
       7100-ULTIMA-SEQUENCIA-EXIT.
           EXIT.

       7150-LE-SEQUENCIA.
           READ LANCAMENTO-CONTA NEXT RECORD
               AT END
                   SET FIM-LCT-CONTA TO TRUE
               NOT AT END
                   IF LCT-CONTA NOT = WRK-LCT-CONTA-LANC
                      OR LCT-DATA NOT = WRK-DATA-ATUAL
                       SET FIM-LCT-CONTA TO TRUE
                   ELSE
                       MOVE LCT-SEQUENCIA TO WRK-LCT-ULT-SEQ
                   END-IF
           END-READ.
       7150-LE-SEQUENCIA-EXIT.
           EXIT.

       8000-EMITIDOS-SEM-RETORNO.
      *-----------------------------------------------------------------
      *    PERCORRE O ARQUIVO DE TITULOS EMITIDOS E APONTA NAS
      *    EXCECOES OS QUE JA VENCERAM SEM NUNCA TEREM VOLTADO DO
      *    BANCO NO BOLTRANS.
      *-----------------------------------------------------------------
           WRITE BOL-EXCEC-LINHA FROM WRK-LINHA-SEM-RET-TITULO.

           MOVE LOW-VALUES TO EMI-CHAVE.
           START TITULO-EMITIDO KEY IS NOT LESS THAN EMI-CHAVE
               INVALID KEY
                   GO TO 8000-EMITIDOS-SEM-RETORNO-EXIT
           END-START.

           PERFORM 8100-CONFERE-EMITIDO
               THRU 8100-CONFERE-EMITIDO-EXIT
               UNTIL FIM-EMITIDO.
       8000-EMITIDOS-SEM-RETORNO-EXIT.
           EXIT.

       8100-CONFERE-EMITIDO.
           READ TITULO-EMITIDO NEXT RECORD
               AT END
                   SET FIM-EMITIDO TO TRUE
                   GO TO 8100-CONFERE-EMITIDO-EXIT
           END-READ.

           IF EMI-EMITIDO
              AND EMI-VENCIMENTO < WRK-DATA-ATUAL
               ADD 1 TO WRK-CONT-EMI-SEM-RETORNO
               MOVE EMI-NOSSO-NUMERO TO WRK-SR-NUMERO
               MOVE EMI-AGENCIA      TO WRK-SR-AGENCIA
               MOVE EMI-CONTA        TO WRK-SR-CONTA
               MOVE EMI-VENCIMENTO   TO WRK-SR-VENCIMENTO
               MOVE EMI-VALOR        TO WRK-SR-VALOR
               WRITE BOL-EXCEC-LINHA FROM WRK-LINHA-SEM-RETORNO
           END-IF.
       8100-CONFERE-EMITIDO-EXIT.
           EXIT.

       9000-FINALIZA.
      *-----------------------------------------------------------------
      *    A ULTIMA CONTA DA REMESSA JA FOI FECHADA POR
           MOVE WRK-FAIXA-90-MAIS TO WRK-AR-90-MAIS.
           WRITE BOL-ATRAS-LINHA FROM WRK-LINHA-ATRAS-RESUMO.

           IF PRM-CSV-ATIVO
               PERFORM 9600-FECHA-CSV THRU 9600-FECHA-CSV-EXIT
           END-IF.

           MOVE "9"                TO ARQ-TIPO-REG.
           MOVE "BOLRETRN"         TO ARQ-ID-ARQUIVO.
           MOVE WRK-DATA-ATUAL     TO ARQ-DATA-GERACAO.
           CLOSE BOLETO-PEND-NOVO.
           CLOSE CONTABIL-INTERFACE.
           CLOSE SALDO-CONTA.
           IF LIMITE-ABERTO
               CLOSE LIMITE-CONTA
           END-IF.
           CLOSE LANCAMENTO-CONTA.
           CLOSE BOLETO-BAIXADO.
           CLOSE TITULO-EMITIDO.
           CLOSE CONTA-XREF.
           CLOSE CLIENTE-MASTER.
           IF SITUACAO-DISPONIVEL
               CLOSE SITUACAO-RECEITA
           END-IF.
           IF CLISTAT-DISPONIVEL
               CLOSE CLIENTE-STATUS
           END-IF.

           DISPLAY "BOLETOS VENCIDOS .....: " WRK-CONT-ATRASADOS.
           DISPLAY "SALDOS DIVERGENTES ...: " WRK-CONT-DIVERGENTES.
           DISPLAY "RECUSAS CTA ENCERRADA : " WRK-TOT-ENCERRADAS.
           DISPLAY "RECUSAS TIT. IMPEDIDO : " WRK-TOT-IMPEDIDAS.

           DISPLAY "CONTAS PROCESSADAS ...: " WRK-TOT-CONTAS.
           DISPLAY "BOLETOS LIQUIDADOS ...: " WRK-TOT-LIQUIDADOS.
           DISPLAY "BOLETOS NAO LIQUIDADOS: " WRK-TOT-NAO-LIQUIDADOS.
           DISPLAY "DETALHES FORA DE SEQ .: " WRK-TOT-FORA-SEQUENCIA.

           DISPLAY "CHAVES DA REMESSA ....: " WRK-CONT-REM-CHAVES.
           DISPLAY "PENDENTES ANTERIORES .: " WRK-CONT-PEND-LIDOS.
           DISPLAY "PENDENTES NOVOS ......: " WRK-CONT-PEND-NOVOS.
           DISPLAY "PENDENTES LIQUIDADOS .: " WRK-CONT-PEND-LIQUIDADOS.
           DISPLAY "PENDENTES CARREGADOS .: " WRK-CONT-PEND-CARREGADOS.
           DISPLAY "PENDENTES BAIXADOS ...: " WRK-CONT-PEND-BAIXADOS.
           DISPLAY "PENDENTES REVISTOS ...: " WRK-CONT-PEND-REVISTOS.
           DISPLAY "BAIXAS GRAVADAS ......: " WRK-CONT-BAIXAS-GRAVADAS.
           DISPLAY "BAIXADOS RECUPERADOS .: " WRK-CONT-RECUPERADOS.
           DISPLAY "LIQUIDACOES PARCIAIS .: " WRK-CONT-PARCIAIS.
           DISPLAY "TOTAL PAGO EM PARCIAIS: " WRK-TOT-PAGO-PARCIAL.

           DISPLAY "EMITIDOS RETORNADOS ..: " WRK-CONT-EMI-RETORNADOS.
           DISPLAY "RETORNADOS SEM EMISSAO: " WRK-CONT-NAO-EMITIDOS.
           DISPLAY "EMITIDOS SEM RETORNO .: " WRK-CONT-EMI-SEM-RETORNO.

           DISPLAY "LANCAMENTOS CONTABEIS : " WRK-TOT-CTB-QTDE.
           DISPLAY "LANCAMENTOS NO RAZAO .: " WRK-CONT-LANCAMENTOS.
           DISPLAY "TOTAL DEBITOS ........: " WRK-TOT-CTB-DEBITO.
           DISPLAY "TOTAL CREDITOS .......: " WRK-TOT-CTB-CREDITO.

           END-IF.
       9500-APURA-RETURN-CODE-EXIT.
           EXIT.

       9600-FECHA-CSV.
      *-----------------------------------------------------------------
      *    GRAVA UMA LINHA DE RESUMO POR FAIXA DE ATRASO, FECHA O CSV
      *    E REGISTRA O ARQUIVO NO MANIFESTO COM A DATA DO RELATORIO
      *    E A QUANTIDADE DE LINHAS.
      *-----------------------------------------------------------------
           MOVE "1-30"            TO WRK-FAIXA-ATUAL.
           MOVE WRK-FAIXA-1-30    TO WRK-CSV-VALOR.
           PERFORM 9650-GRAVA-CSV-RESUMO
               THRU 9650-GRAVA-CSV-RESUMO-EXIT.
           MOVE "31-60"           TO WRK-FAIXA-ATUAL.
           MOVE WRK-FAIXA-31-60   TO WRK-CSV-VALOR.
           PERFORM 9650-GRAVA-CSV-RESUMO
               THRU 9650-GRAVA-CSV-RESUMO-EXIT.
           MOVE "61-90"           TO WRK-FAIXA-ATUAL.
           MOVE WRK-FAIXA-61-90   TO WRK-CSV-VALOR.
           PERFORM 9650-GRAVA-CSV-RESUMO
               THRU 9650-GRAVA-CSV-RESUMO-EXIT.
           MOVE "90+"             TO WRK-FAIXA-ATUAL.
           MOVE WRK-FAIXA-90-MAIS TO WRK-CSV-VALOR.
           PERFORM 9650-GRAVA-CSV-RESUMO
               THRU 9650-GRAVA-CSV-RESUMO-EXIT.

           CLOSE ATRASADOS-CSV.

           CALL "MNFWRITE" USING WRK-CSV-ARQUIVO
                                  WRK-CSV-PROGRAMA
                                  WRK-DATA-ATUAL
                                  WRK-CSV-LINHAS.
       9600-FECHA-CSV-EXIT.
           EXIT.

       9650-GRAVA-CSV-RESUMO.
           MOVE SPACES          TO WRK-CSV-CAMPOS.
           MOVE "RESUMO"        TO WRK-CSV-TIPO.
           MOVE WRK-FAIXA-ATUAL TO WRK-CSV-FAIXA.
           CALL "CSVCAMPO" USING WRK-CSV-VALOR WRK-CSV-SEM-DECIMAIS
                                  WRK-CSV-QTDE.
           PERFORM 9700-GRAVA-CSV THRU 9700-GRAVA-CSV-EXIT.
       9650-GRAVA-CSV-RESUMO-EXIT.
           EXIT.

       9700-GRAVA-CSV.
      *-----------------------------------------------------------------
      *    GRAVA UMA LINHA DE DADOS DO CSV A PARTIR DE WRK-CSV-CAMPOS
      *    (CAMPO EM BRANCO SAI COMO COLUNA VAZIA).
      *-----------------------------------------------------------------
           MOVE SPACES TO ATRAS-CSV-LINHA.
           STRING WRK-CSV-DATA       DELIMITED BY SIZE
                  ";"                DELIMITED BY SIZE
                  WRK-CSV-TIPO       DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  WRK-CSV-NUMERO     DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  WRK-CSV-AGENCIA    DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  WRK-CSV-CONTA      DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  WRK-CSV-VENCIMENTO DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  WRK-CSV-DIAS       DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  WRK-CSV-FAIXA      DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  WRK-CSV-ENCARGOS   DELIMITED BY SPACE
                  ";"                DELIMITED BY SIZE
                  WRK-CSV-QTDE       DELIMITED BY SPACE
               INTO ATRAS-CSV-LINHA
           END-STRING.
           WRITE ATRAS-CSV-LINHA.
           ADD 1 TO WRK-CSV-LINHAS.
       9700-GRAVA-CSV-EXIT.
           EXIT.
