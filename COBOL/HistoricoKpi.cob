      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "HistoricoKpi".
       AUTHOR. "LUCAS KURATA".
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       CONFIGURATION                          SECTION.
      *-----------------------------------------------------------------

       SPECIAL-NAMES.


      *-----------------------------------------------------------------
       INPUT-OUTPUT                           SECTION.
      *=================================================================
       FILE-CONTROL.
      *=================================================================
           SELECT CLIENTE-JORNAL  ASSIGN TO "CLIJRNL"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-JORNAL.

           SELECT CLIENTE-STATUS  ASSIGN TO "CLISTAT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS STS-CPF
                                   FILE STATUS IS WRK-STATUS-STAT.

           SELECT CLIENTE-REJEITOS ASSIGN TO "CLIREJ"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-CLIREJ.

           SELECT TELEFONE-REJEITOS ASSIGN TO "TELREJ"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-TELREJ.

           SELECT BOLETO-RETORNO  ASSIGN TO "BOLRETRN"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-RETORNO.

           SELECT BOLETO-PENDENTE ASSIGN TO "BOLPEND"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-PEND.

           SELECT BOLETO-BAIXADO  ASSIGN TO "BOLBAIXA"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS BXA-CHAVE
                                   FILE STATUS IS WRK-STATUS-BAIXA.

           SELECT CONTABIL-DIARIO ASSIGN TO "CONTABIL"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-CONTABIL.

           SELECT CONTABIL-CHEQUE ASSIGN TO "CHEQCTB"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-CHEQCTB.

           SELECT CONTABIL-PROVISAO ASSIGN TO "PROVCTB"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-PROVCTB.

           SELECT KPI-HISTORICO   ASSIGN TO "KPIHIST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS KPI-DATA
                                   FILE STATUS IS WRK-STATUS-HIST.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  CLIENTE-JORNAL
           LABEL RECORDS ARE STANDARD.
           COPY JRNCOPY.

       FD  CLIENTE-STATUS
           LABEL RECORDS ARE STANDARD.
           COPY STSCOPY.

       FD  CLIENTE-REJEITOS
           LABEL RECORDS ARE STANDARD.
           COPY REJCOPY.

       FD  TELEFONE-REJEITOS
           LABEL RECORDS ARE STANDARD.
           COPY TREJCOPY.

       FD  BOLETO-RETORNO
           LABEL RECORDS ARE STANDARD.
       01  BOL-RETORNO-REC          PIC X(51).

       FD  BOLETO-PENDENTE
           LABEL RECORDS ARE STANDARD.
           COPY BPDCOPY.

       FD  BOLETO-BAIXADO
           LABEL RECORDS ARE STANDARD.
           COPY BXACOPY.

       FD  CONTABIL-DIARIO
           LABEL RECORDS ARE STANDARD.
       01  CONTABIL-DIARIO-REC      PIC X(50).

       FD  CONTABIL-CHEQUE
           LABEL RECORDS ARE STANDARD.
       01  CONTABIL-CHEQUE-REC      PIC X(50).

       FD  CONTABIL-PROVISAO
           LABEL RECORDS ARE STANDARD.
       01  CONTABIL-PROVISAO-REC    PIC X(50).

       FD  KPI-HISTORICO
           LABEL RECORDS ARE STANDARD.
           COPY KPICOPY.

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-JORNAL              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-STAT                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CLIREJ              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-TELREJ              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-RETORNO             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PEND                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-BAIXA               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CONTABIL            PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CHEQCTB             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PROVCTB             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-HIST                PIC X(02) VALUE SPACES.

       77  WRK-FIM-JORNAL                 PIC X(01) VALUE "N".
           88  FIM-JORNAL                     VALUE "S".

       77  WRK-FIM-STAT                   PIC X(01) VALUE "N".
           88  FIM-STAT                       VALUE "S".

       77  WRK-FIM-CLIREJ                 PIC X(01) VALUE "N".
           88  FIM-CLIREJ                     VALUE "S".

       77  WRK-FIM-TELREJ                 PIC X(01) VALUE "N".
           88  FIM-TELREJ                     VALUE "S".

       77  WRK-FIM-RETORNO                PIC X(01) VALUE "N".
           88  FIM-RETORNO                    VALUE "S".

       77  WRK-FIM-PEND                   PIC X(01) VALUE "N".
           88  FIM-PEND                       VALUE "S".

       77  WRK-FIM-BAIXA                  PIC X(01) VALUE "N".
           88  FIM-BAIXA                      VALUE "S".

       77  WRK-FIM-CONTABIL               PIC X(01) VALUE "N".
           88  FIM-CONTABIL                   VALUE "S".

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

       77  WRK-DATA-GERACAO               PIC 9(08) VALUE ZEROS.

       77  WRK-DIAS-HOJE                  PIC 9(07) VALUE ZEROS.

       77  WRK-DIAS-VENCIMENTO            PIC 9(07) VALUE ZEROS.

       77  WRK-DIAS-ATRASO                PIC S9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    FONTES AUSENTES CONTAM ZERO NOS SEUS INDICADORES. FONTE
      *    DIARIA PRESENTE MAS DE OUTRA DATA (GERACAO ERRADA NO DD)
      *    TAMBEM CONTA ZERO E DEVOLVE RC=4 PARA A OPERACAO CONFERIR.
      *-----------------------------------------------------------------
       77  WRK-CONT-AUSENTES              PIC 9(02) VALUE ZEROS.

       77  WRK-CONT-DIVERGENTES           PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CHAVE DO CODIGO DE MOTIVO DE REJEITO SENDO ACUMULADO:
      *    ARQUIVO DE ORIGEM ("C" CLIREJ, "T" TELREJ) E CODIGO.
      *-----------------------------------------------------------------
       77  WRK-ARQUIVO-ATUAL              PIC X(01) VALUE SPACES.

       77  WRK-CODIGO-ATUAL               PIC X(04) VALUE SPACES.

      *-----------------------------------------------------------------
      *    RETORNO DA RECONCILIACAO (BOLRETRN) LIDO COM UM REGISTRO
      *    DE ATRASO: O PRIMEIRO BYTE DO DETALHE E A AGENCIA E PODE
      *    COINCIDIR COM O TIPO DO TRAILER, QUE SO E RECONHECIDO NO
      *    FIM DO ARQUIVO.
      *-----------------------------------------------------------------
       01  WRK-RET-ANTERIOR.
           02 WRK-RET-AGENCIA       PIC 9(04).
           02 WRK-RET-CONTA         PIC 9(10).
           02 WRK-RET-NUMERO        PIC 9(08).
           02 WRK-RET-VALOR         PIC 9(07)V99.
           02 WRK-RET-ENCARGOS      PIC 9(07)V99.
           02 WRK-RET-COBRADO       PIC 9(08)V99.
           02 WRK-RET-SITUACAO      PIC X(01).
               88 WRK-RET-LIQUIDADO     VALUE "L".
               88 WRK-RET-PARCIAL       VALUE "P".
               88 WRK-RET-NAO-LIQUIDADO VALUE "N".

       01  WRK-RET-CONTROLE REDEFINES WRK-RET-ANTERIOR.
           02 WRK-RETC-TIPO-REG     PIC X(01).
           02 WRK-RETC-ID           PIC X(08).
           02 WRK-RETC-DATA         PIC 9(08).
           02 WRK-RETC-QTDE         PIC 9(07).
           02 FILLER                PIC X(27).

       77  WRK-RET-ANT-SW                 PIC X(01) VALUE "N".
           88  RET-ANT-CHEIO                  VALUE "S".

      *-----------------------------------------------------------------
      *    AREA DE HEADER/TRAILER DOS ARQUIVOS NO LAYOUT CONTABIL
      *-----------------------------------------------------------------
           COPY CTBCOPY.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "HistoricoKpi".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       01  WRK-AUD-RESULTADO-GRP.
           02 FILLER                       PIC X(04) VALUE "AUS=".
           02 AUD-R-AUS                    PIC 9(02).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "DIV=".
           02 AUD-R-DIV                    PIC 9(02).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "MOT=".
           02 AUD-R-MOT                    PIC 9(02).
           02 FILLER                       PIC X(10) VALUE SPACES.

       01  WRK-AUD-RESULTADO REDEFINES
               WRK-AUD-RESULTADO-GRP       PIC X(30).

      *-----------------------------------------------------------------
      *    AREA DO REGISTRO DE PARAMETROS CENTRAIS DO LOTE (PARMREAD)
      *-----------------------------------------------------------------
           COPY PRMCOPY.

      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
      *-----------------------------------------------------------------
      *    APURA OS INDICADORES OPERACIONAIS DO DIA DE PROCESSAMENTO
      *    A PARTIR DAS SAIDAS DO LOTE DIARIO, DA RECONCILIACAO DE
      *    BOLETOS E DOS JUROS DO CHEQUE ESPECIAL (CLIENTES INCLUIDOS,
      *    ALTERADOS E ENCERRADOS; REJEITOS POR CODIGO DE MOTIVO;
      *    BOLETOS LIQUIDADOS E NAO LIQUIDADOS; CARTEIRA PENDENTE POR
      *    FAIXA DE ATRASO; BAIXAS; TOTAIS CONTABEIS) E GRAVA UM
      *    REGISTRO DATADO NO HISTORICO KPIHIST. REEXECUTAR UMA DATA
      *    REGRAVA O REGISTRO DAQUELA DATA, E O RELATORIO DE
      *    TENDENCIA (TendenciaKpi) PASSA A REFLETIR A CORRECAO.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-APURA-CLIENTES THRU 2000-APURA-CLIENTES-EXIT.

           PERFORM 3000-APURA-REJEITOS THRU 3000-APURA-REJEITOS-EXIT.

           PERFORM 4000-APURA-RETORNO THRU 4000-APURA-RETORNO-EXIT.

           PERFORM 5000-APURA-CARTEIRA THRU 5000-APURA-CARTEIRA-EXIT.

           PERFORM 6000-APURA-BAIXAS THRU 6000-APURA-BAIXAS-EXIT.

           PERFORM 7000-APURA-CONTABIL THRU 7000-APURA-CONTABIL-EXIT.

           PERFORM 8000-GRAVA-HISTORICO
               THRU 8000-GRAVA-HISTORICO-EXIT.

           PERFORM 9000-FINALIZA THRU 9000-FINALIZA-EXIT.

           STOP RUN.

       1000-INICIALIZA.
           CALL "PARMREAD" USING PARAM-REC.
           IF PRM-DATA-PROC > 0
               MOVE PRM-DATA-PROC TO WRK-DATA-ATUAL
           ELSE
               DISPLAY "PARMFILE SEM DATA, USANDO DATA DO SISTEMA"
               ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WRK-DATA-GERACAO FROM DATE YYYYMMDD.
           CALL "DATADIAS" USING WRK-DATA-ATUAL WRK-DIAS-HOJE.

           OPEN I-O    KPI-HISTORICO.
           IF WRK-STATUS-HIST = "35"
               CLOSE KPI-HISTORICO
               OPEN OUTPUT KPI-HISTORICO
               CLOSE KPI-HISTORICO
               OPEN I-O KPI-HISTORICO
           END-IF.

           MOVE SPACES           TO KPI-HIST-REC.
           MOVE WRK-DATA-ATUAL   TO KPI-DATA.
           MOVE WRK-DATA-GERACAO TO KPI-DATA-GERACAO.
           MOVE ZEROS            TO KPI-INDICADORES
                                    KPI-QTDE-MOTIVOS.
       1000-INICIALIZA-EXIT.
           EXIT.

       2000-APURA-CLIENTES.
      *-----------------------------------------------------------------
      *    INCLUSOES E ALTERACOES DO DIA VEM DO JORNAL DO CADASTRO;
      *    O ENCERRAMENTO E LOGICO E FICA NA SITUACAO DO CLIENTE
      *    (CLISTAT), COM A DATA DA MUDANCA.
      *-----------------------------------------------------------------
           OPEN INPUT CLIENTE-JORNAL.
           IF WRK-STATUS-JORNAL NOT = "00"
               DISPLAY "JORNAL DO CADASTRO AUSENTE: "
                       WRK-STATUS-JORNAL
               ADD 1 TO WRK-CONT-AUSENTES
           ELSE
               PERFORM 2100-CONTA-JORNAL THRU 2100-CONTA-JORNAL-EXIT
                   UNTIL FIM-JORNAL
               CLOSE CLIENTE-JORNAL
           END-IF.

           OPEN INPUT CLIENTE-STATUS.
           IF WRK-STATUS-STAT NOT = "00"
               DISPLAY "SITUACAO DE CLIENTES AUSENTE: "
                       WRK-STATUS-STAT
               ADD 1 TO WRK-CONT-AUSENTES
           ELSE
               PERFORM 2200-CONTA-SITUACAO
                   THRU 2200-CONTA-SITUACAO-EXIT
                   UNTIL FIM-STAT
               CLOSE CLIENTE-STATUS
           END-IF.
       2000-APURA-CLIENTES-EXIT.
           EXIT.

       2100-CONTA-JORNAL.
           READ CLIENTE-JORNAL
               AT END
                   SET FIM-JORNAL TO TRUE
                   GO TO 2100-CONTA-JORNAL-EXIT
           END-READ.

           IF JRN-DATA NOT = WRK-DATA-ATUAL
               GO TO 2100-CONTA-JORNAL-EXIT
           END-IF.

           IF JRN-INCLUSAO
               ADD 1 TO KPI-CLI-INCLUIDOS
           END-IF.
           IF JRN-ALTERACAO
               ADD 1 TO KPI-CLI-ALTERADOS
           END-IF.
       2100-CONTA-JORNAL-EXIT.
           EXIT.

       2200-CONTA-SITUACAO.
           READ CLIENTE-STATUS NEXT RECORD
               AT END
                   SET FIM-STAT TO TRUE
                   GO TO 2200-CONTA-SITUACAO-EXIT
           END-READ.

           IF STS-ENCERRADO
              AND STS-DATA = WRK-DATA-ATUAL
               ADD 1 TO KPI-CLI-ENCERRADOS
           END-IF.
       2200-CONTA-SITUACAO-EXIT.
           EXIT.

       3000-APURA-REJEITOS.
      *-----------------------------------------------------------------
      *    REJEITOS GERADOS NA DATA, NO TOTAL E POR CODIGO DE MOTIVO.
      *    O CLIREJ E CUMULATIVO, POR ISSO O FILTRO PELA DATA DA
      *    REJEICAO VALE PARA OS DOIS ARQUIVOS.
      *-----------------------------------------------------------------
           OPEN INPUT CLIENTE-REJEITOS.
           IF WRK-STATUS-CLIREJ NOT = "00"
               DISPLAY "REJEITOS DE CLIENTE AUSENTES: "
                       WRK-STATUS-CLIREJ
               ADD 1 TO WRK-CONT-AUSENTES
           ELSE
               PERFORM 3100-CONTA-CLIREJ THRU 3100-CONTA-CLIREJ-EXIT
                   UNTIL FIM-CLIREJ
               CLOSE CLIENTE-REJEITOS
           END-IF.

           OPEN INPUT TELEFONE-REJEITOS.
           IF WRK-STATUS-TELREJ NOT = "00"
               DISPLAY "REJEITOS DE TELEFONE AUSENTES: "
                       WRK-STATUS-TELREJ
               ADD 1 TO WRK-CONT-AUSENTES
           ELSE
               PERFORM 3200-CONTA-TELREJ THRU 3200-CONTA-TELREJ-EXIT
                   UNTIL FIM-TELREJ
               CLOSE TELEFONE-REJEITOS
           END-IF.
       3000-APURA-REJEITOS-EXIT.
           EXIT.

       3100-CONTA-CLIREJ.
           READ CLIENTE-REJEITOS
               AT END
                   SET FIM-CLIREJ TO TRUE
                   GO TO 3100-CONTA-CLIREJ-EXIT
           END-READ.

           IF REJ-DATA NOT = WRK-DATA-ATUAL
               GO TO 3100-CONTA-CLIREJ-EXIT
           END-IF.

           ADD 1 TO KPI-REJ-CLIENTES.
           MOVE "C"               TO WRK-ARQUIVO-ATUAL.
           MOVE REJ-CODIGO-MOTIVO TO WRK-CODIGO-ATUAL.
           PERFORM 3500-ACUMULA-MOTIVO THRU 3500-ACUMULA-MOTIVO-EXIT.
       3100-CONTA-CLIREJ-EXIT.
           EXIT.

       3200-CONTA-TELREJ.
           READ TELEFONE-REJEITOS
               AT END
                   SET FIM-TELREJ TO TRUE
                   GO TO 3200-CONTA-TELREJ-EXIT
           END-READ.

           IF TELREJ-DATA NOT = WRK-DATA-ATUAL
               GO TO 3200-CONTA-TELREJ-EXIT
           END-IF.

           ADD 1 TO KPI-REJ-TELEFONES.
           MOVE "T"                  TO WRK-ARQUIVO-ATUAL.
           MOVE TELREJ-CODIGO-MOTIVO TO WRK-CODIGO-ATUAL.
           PERFORM 3500-ACUMULA-MOTIVO THRU 3500-ACUMULA-MOTIVO-EXIT.
       3200-CONTA-TELREJ-EXIT.
           EXIT.

       3500-ACUMULA-MOTIVO.
      *-----------------------------------------------------------------
      *    LOCALIZA (OU ABRE) A ENTRADA DO ARQUIVO/CODIGO DE MOTIVO NA
      *    TABELA DO REGISTRO DE HISTORICO E SOMA O REJEITO.
      *-----------------------------------------------------------------
           SET KPI-MOT-IDX TO 1.
           SEARCH KPI-MOTIVO
               AT END
                   PERFORM 3550-ABRE-MOTIVO
                       THRU 3550-ABRE-MOTIVO-EXIT
               WHEN KPI-MOT-IDX > KPI-QTDE-MOTIVOS
                   PERFORM 3550-ABRE-MOTIVO
                       THRU 3550-ABRE-MOTIVO-EXIT
               WHEN KPI-MOT-ARQUIVO(KPI-MOT-IDX) = WRK-ARQUIVO-ATUAL
                AND KPI-MOT-CODIGO(KPI-MOT-IDX)  = WRK-CODIGO-ATUAL
                   ADD 1 TO KPI-MOT-QTDE(KPI-MOT-IDX)
           END-SEARCH.
       3500-ACUMULA-MOTIVO-EXIT.
           EXIT.

       3550-ABRE-MOTIVO.
           IF KPI-QTDE-MOTIVOS < 30
               ADD 1 TO KPI-QTDE-MOTIVOS
               SET KPI-MOT-IDX TO KPI-QTDE-MOTIVOS
               MOVE WRK-ARQUIVO-ATUAL
                   TO KPI-MOT-ARQUIVO(KPI-MOT-IDX)
               MOVE WRK-CODIGO-ATUAL
                   TO KPI-MOT-CODIGO(KPI-MOT-IDX)
               MOVE 1 TO KPI-MOT-QTDE(KPI-MOT-IDX)
           ELSE
               DISPLAY "TABELA DE MOTIVOS CHEIA, CODIGO IGNORADO: "
                       WRK-ARQUIVO-ATUAL " " WRK-CODIGO-ATUAL
           END-IF.
       3550-ABRE-MOTIVO-EXIT.
           EXIT.

       4000-APURA-RETORNO.
      *-----------------------------------------------------------------
      *    BOLETOS DO DIA POR SITUACAO NO ARQUIVO DE RETORNO DA
      *    RECONCILIACAO: LIQUIDADOS, LIQUIDADOS PARCIALMENTE E NAO
      *    LIQUIDADOS, E O VALOR COBRADO DOS QUE FORAM PAGOS. SO
      *    CONTA O ARQUIVO CUJO HEADER TRAZ A DATA DE PROCESSAMENTO.
      *-----------------------------------------------------------------
           OPEN INPUT BOLETO-RETORNO.
           IF WRK-STATUS-RETORNO NOT = "00"
               DISPLAY "RETORNO DA RECONCILIACAO AUSENTE: "
                       WRK-STATUS-RETORNO
               ADD 1 TO WRK-CONT-AUSENTES
               GO TO 4000-APURA-RETORNO-EXIT
           END-IF.

           READ BOLETO-RETORNO INTO WRK-RET-ANTERIOR
               AT END SET FIM-RETORNO TO TRUE
           END-READ.

           IF FIM-RETORNO
              OR WRK-RETC-TIPO-REG NOT = "0"
              OR WRK-RETC-ID NOT = "BOLRETRN"
              OR WRK-RETC-DATA NOT = WRK-DATA-ATUAL
               DISPLAY "RETORNO DA RECONCILIACAO SEM HEADER DA DATA "
                       WRK-DATA-ATUAL ", IGNORADO"
               ADD 1 TO WRK-CONT-DIVERGENTES
               CLOSE BOLETO-RETORNO
               GO TO 4000-APURA-RETORNO-EXIT
           END-IF.

           PERFORM 4100-CONTA-RETORNO THRU 4100-CONTA-RETORNO-EXIT
               UNTIL FIM-RETORNO.

           CLOSE BOLETO-RETORNO.
       4000-APURA-RETORNO-EXIT.
           EXIT.

       4100-CONTA-RETORNO.
      *-----------------------------------------------------------------
      *    LEITURA COM UM REGISTRO DE ATRASO: O REGISTRO GUARDADO SO E
      *    CONTADO COMO DETALHE QUANDO CHEGA OUTRO DEPOIS DELE; O
      *    ULTIMO E O TRAILER.
      *-----------------------------------------------------------------
           READ BOLETO-RETORNO
               AT END
                   SET FIM-RETORNO TO TRUE
                   GO TO 4100-CONTA-RETORNO-EXIT
           END-READ.

           IF RET-ANT-CHEIO
               EVALUATE TRUE
                   WHEN WRK-RET-LIQUIDADO
                       ADD 1 TO KPI-BOL-LIQUIDADOS
                       ADD WRK-RET-COBRADO TO KPI-BOL-VALOR-COBRADO
                   WHEN WRK-RET-PARCIAL
                       ADD 1 TO KPI-BOL-PARCIAIS
                       ADD WRK-RET-COBRADO TO KPI-BOL-VALOR-COBRADO
                   WHEN OTHER
                       ADD 1 TO KPI-BOL-NAO-LIQUIDADOS
               END-EVALUATE
           END-IF.

           MOVE BOL-RETORNO-REC TO WRK-RET-ANTERIOR.
           SET RET-ANT-CHEIO TO TRUE.
       4100-CONTA-RETORNO-EXIT.
           EXIT.

       5000-APURA-CARTEIRA.
      *-----------------------------------------------------------------
      *    POSICAO DA CARTEIRA DE PENDENTES NO FIM DO DIA, EM
      *    QUANTIDADE E VALOR POR FAIXA DE DIAS CORRIDOS DE ATRASO
      *    (A VENCER, 1-30, 31-60, 61-90 E ACIMA DE 90), NA MESMA
      *    CONTAGEM DE DIAS DA PROVISAO DE FIM DE MES.
      *-----------------------------------------------------------------
           OPEN INPUT BOLETO-PENDENTE.
           IF WRK-STATUS-PEND NOT = "00"
               DISPLAY "CARTEIRA DE PENDENTES AUSENTE: "
                       WRK-STATUS-PEND
               ADD 1 TO WRK-CONT-AUSENTES
               GO TO 5000-APURA-CARTEIRA-EXIT
           END-IF.

           PERFORM 5100-CLASSIFICA-PENDENTE
               THRU 5100-CLASSIFICA-PENDENTE-EXIT
               UNTIL FIM-PEND.

           CLOSE BOLETO-PENDENTE.
       5000-APURA-CARTEIRA-EXIT.
           EXIT.

       5100-CLASSIFICA-PENDENTE.
           READ BOLETO-PENDENTE
               AT END
                   SET FIM-PEND TO TRUE
                   GO TO 5100-CLASSIFICA-PENDENTE-EXIT
           END-READ.

           MOVE ZEROS TO WRK-DIAS-ATRASO.
           IF PEND-VENCIMENTO NUMERIC
              AND PEND-VENCIMENTO > ZEROS
              AND PEND-VENCIMENTO < WRK-DATA-ATUAL
               CALL "DATADIAS" USING PEND-VENCIMENTO
                                      WRK-DIAS-VENCIMENTO
               COMPUTE WRK-DIAS-ATRASO EQUAL
                   WRK-DIAS-HOJE - WRK-DIAS-VENCIMENTO
           END-IF.

           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO > 90
                   ADD 1          TO KPI-CART-QTDE-90-MAIS
                   ADD PEND-VALOR TO KPI-CART-VLR-90-MAIS
               WHEN WRK-DIAS-ATRASO > 60
                   ADD 1          TO KPI-CART-QTDE-61-90
                   ADD PEND-VALOR TO KPI-CART-VLR-61-90
               WHEN WRK-DIAS-ATRASO > 30
                   ADD 1          TO KPI-CART-QTDE-31-60
                   ADD PEND-VALOR TO KPI-CART-VLR-31-60
               WHEN WRK-DIAS-ATRASO > 0
                   ADD 1          TO KPI-CART-QTDE-1-30
                   ADD PEND-VALOR TO KPI-CART-VLR-1-30
               WHEN OTHER
                   ADD 1          TO KPI-CART-QTDE-A-VENCER
                   ADD PEND-VALOR TO KPI-CART-VLR-A-VENCER
           END-EVALUATE.
       5100-CLASSIFICA-PENDENTE-EXIT.
           EXIT.

       6000-APURA-BAIXAS.
      *-----------------------------------------------------------------
      *    TITULOS LEVADOS A BAIXA NA DATA DE PROCESSAMENTO.
      *-----------------------------------------------------------------
           OPEN INPUT BOLETO-BAIXADO.
           IF WRK-STATUS-BAIXA NOT = "00"
               DISPLAY "SEM ARQUIVO DE TITULOS BAIXADOS"
               ADD 1 TO WRK-CONT-AUSENTES
               GO TO 6000-APURA-BAIXAS-EXIT
           END-IF.

           PERFORM 6100-CONTA-BAIXA THRU 6100-CONTA-BAIXA-EXIT
               UNTIL FIM-BAIXA.

           CLOSE BOLETO-BAIXADO.
       6000-APURA-BAIXAS-EXIT.
           EXIT.

       6100-CONTA-BAIXA.
           READ BOLETO-BAIXADO NEXT RECORD
               AT END
                   SET FIM-BAIXA TO TRUE
                   GO TO 6100-CONTA-BAIXA-EXIT
           END-READ.

           IF BXA-DATA-BAIXA = WRK-DATA-ATUAL
               ADD 1         TO KPI-BAIXAS-QTDE
               ADD BXA-VALOR TO KPI-BAIXAS-VALOR
           END-IF.
       6100-CONTA-BAIXA-EXIT.
           EXIT.

       7000-APURA-CONTABIL.
      *-----------------------------------------------------------------
      *    TOTAIS DE DEBITO E CREDITO LANCADOS NA DATA, SOMADOS DOS
      *    TRAILERS DAS INTERFACES CONTABEIS: A DIARIA DA
      *    RECONCILIACAO (CONTABIL), A DOS JUROS DO CHEQUE ESPECIAL
      *    (CHEQCTB) E, NO DIA DO FECHAMENTO, A DA PROVISAO (PROVCTB).
      *    O PROVCTB DE OUTRA DATA E SO O ULTIMO FECHAMENTO E NAO E
      *    DIVERGENCIA.
      *-----------------------------------------------------------------
           OPEN INPUT CONTABIL-DIARIO.
           IF WRK-STATUS-CONTABIL NOT = "00"
               DISPLAY "INTERFACE CONTABIL DIARIA AUSENTE: "
                       WRK-STATUS-CONTABIL
               ADD 1 TO WRK-CONT-AUSENTES
           ELSE
               PERFORM 7100-SOMA-CONTABIL-DIARIO
                   THRU 7100-SOMA-CONTABIL-DIARIO-EXIT
               CLOSE CONTABIL-DIARIO
           END-IF.

           OPEN INPUT CONTABIL-CHEQUE.
           IF WRK-STATUS-CHEQCTB NOT = "00"
               DISPLAY "INTERFACE CONTABIL DO CHEQUE AUSENTE: "
                       WRK-STATUS-CHEQCTB
               ADD 1 TO WRK-CONT-AUSENTES
           ELSE
               PERFORM 7200-SOMA-CONTABIL-CHEQUE
                   THRU 7200-SOMA-CONTABIL-CHEQUE-EXIT
               CLOSE CONTABIL-CHEQUE
           END-IF.

           OPEN INPUT CONTABIL-PROVISAO.
           IF WRK-STATUS-PROVCTB = "00"
               PERFORM 7300-SOMA-CONTABIL-PROVISAO
                   THRU 7300-SOMA-CONTABIL-PROVISAO-EXIT
               CLOSE CONTABIL-PROVISAO
           END-IF.
       7000-APURA-CONTABIL-EXIT.
           EXIT.

       7100-SOMA-CONTABIL-DIARIO.
           MOVE "N" TO WRK-FIM-CONTABIL.
           READ CONTABIL-DIARIO INTO WRK-CTB-CONTROLE
               AT END SET FIM-CONTABIL TO TRUE
           END-READ.

           IF FIM-CONTABIL
              OR CTBC-TIPO-REG NOT = "0"
              OR CTBC-DATA NOT = WRK-DATA-ATUAL
               DISPLAY "INTERFACE CONTABIL DIARIA DE OUTRA DATA, "
                       "IGNORADA"
               ADD 1 TO WRK-CONT-DIVERGENTES
               GO TO 7100-SOMA-CONTABIL-DIARIO-EXIT
           END-IF.

           PERFORM 7110-LE-CONTABIL-DIARIO
               THRU 7110-LE-CONTABIL-DIARIO-EXIT
               UNTIL FIM-CONTABIL.
       7100-SOMA-CONTABIL-DIARIO-EXIT.
           EXIT.

       7110-LE-CONTABIL-DIARIO.
           READ CONTABIL-DIARIO INTO WRK-CTB-CONTROLE
               AT END SET FIM-CONTABIL TO TRUE
               NOT AT END
                   PERFORM 7900-SOMA-TRAILER
                       THRU 7900-SOMA-TRAILER-EXIT
           END-READ.
       7110-LE-CONTABIL-DIARIO-EXIT.
           EXIT.

       7200-SOMA-CONTABIL-CHEQUE.
           MOVE "N" TO WRK-FIM-CONTABIL.
           READ CONTABIL-CHEQUE INTO WRK-CTB-CONTROLE
               AT END SET FIM-CONTABIL TO TRUE
           END-READ.

           IF FIM-CONTABIL
              OR CTBC-TIPO-REG NOT = "0"
              OR CTBC-DATA NOT = WRK-DATA-ATUAL
               DISPLAY "INTERFACE CONTABIL DO CHEQUE DE OUTRA DATA, "
                       "IGNORADA"
               ADD 1 TO WRK-CONT-DIVERGENTES
               GO TO 7200-SOMA-CONTABIL-CHEQUE-EXIT
           END-IF.

           PERFORM 7210-LE-CONTABIL-CHEQUE
               THRU 7210-LE-CONTABIL-CHEQUE-EXIT
               UNTIL FIM-CONTABIL.
       7200-SOMA-CONTABIL-CHEQUE-EXIT.
           EXIT.

       7210-LE-CONTABIL-CHEQUE.
           READ CONTABIL-CHEQUE INTO WRK-CTB-CONTROLE
               AT END SET FIM-CONTABIL TO TRUE
               NOT AT END
                   PERFORM 7900-SOMA-TRAILER
                       THRU 7900-SOMA-TRAILER-EXIT
           END-READ.
       7210-LE-CONTABIL-CHEQUE-EXIT.
           EXIT.

       7300-SOMA-CONTABIL-PROVISAO.
           MOVE "N" TO WRK-FIM-CONTABIL.
           READ CONTABIL-PROVISAO INTO WRK-CTB-CONTROLE
               AT END SET FIM-CONTABIL TO TRUE
           END-READ.

           IF FIM-CONTABIL
              OR CTBC-TIPO-REG NOT = "0"
              OR CTBC-DATA NOT = WRK-DATA-ATUAL
               GO TO 7300-SOMA-CONTABIL-PROVISAO-EXIT
           END-IF.

           PERFORM 7310-LE-CONTABIL-PROVISAO
               THRU 7310-LE-CONTABIL-PROVISAO-EXIT
               UNTIL FIM-CONTABIL.
       7300-SOMA-CONTABIL-PROVISAO-EXIT.
           EXIT.

       7310-LE-CONTABIL-PROVISAO.
           READ CONTABIL-PROVISAO INTO WRK-CTB-CONTROLE
               AT END SET FIM-CONTABIL TO TRUE
               NOT AT END
                   PERFORM 7900-SOMA-TRAILER
                       THRU 7900-SOMA-TRAILER-EXIT
           END-READ.
       7310-LE-CONTABIL-PROVISAO-EXIT.
           EXIT.

       7900-SOMA-TRAILER.
           IF CTBC-TIPO-REG = "9"
               ADD CTBC-TOT-DEBITO  TO KPI-CTB-DEBITO
               ADD CTBC-TOT-CREDITO TO KPI-CTB-CREDITO
           END-IF.
       7900-SOMA-TRAILER-EXIT.
           EXIT.

       8000-GRAVA-HISTORICO.
      *-----------------------------------------------------------------
      *    GRAVA O REGISTRO DA DATA NO HISTORICO; NA REEXECUCAO DE
      *    UMA DATA O REGISTRO EXISTENTE E SUBSTITUIDO.
      *-----------------------------------------------------------------
           REWRITE KPI-HIST-REC
               INVALID KEY
                   WRITE KPI-HIST-REC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR HISTORICO DE "
                                   "INDICADORES: " WRK-DATA-ATUAL
                   END-WRITE
           END-REWRITE.
       8000-GRAVA-HISTORICO-EXIT.
           EXIT.

       9000-FINALIZA.
           CLOSE KPI-HISTORICO.

           DISPLAY "DATA DOS INDICADORES .: " WRK-DATA-ATUAL.
           DISPLAY "CLIENTES INCLUIDOS ...: " KPI-CLI-INCLUIDOS.
           DISPLAY "CLIENTES ALTERADOS ...: " KPI-CLI-ALTERADOS.
           DISPLAY "CLIENTES ENCERRADOS ..: " KPI-CLI-ENCERRADOS.
           DISPLAY "REJEITOS DE CLIENTE ..: " KPI-REJ-CLIENTES.
           DISPLAY "REJEITOS DE TELEFONE .: " KPI-REJ-TELEFONES.
           DISPLAY "BOLETOS LIQUIDADOS ...: " KPI-BOL-LIQUIDADOS.
           DISPLAY "BOLETOS NAO LIQUIDADOS: " KPI-BOL-NAO-LIQUIDADOS.
           DISPLAY "TITULOS BAIXADOS .....: " KPI-BAIXAS-QTDE.
           DISPLAY "FONTES AUSENTES ......: " WRK-CONT-AUSENTES.
           DISPLAY "FONTES DE OUTRA DATA .: " WRK-CONT-DIVERGENTES.

           MOVE WRK-DATA-ATUAL       TO WRK-AUD-CHAVE.
           MOVE WRK-CONT-AUSENTES    TO AUD-R-AUS.
           MOVE WRK-CONT-DIVERGENTES TO AUD-R-DIV.
           MOVE KPI-QTDE-MOTIVOS     TO AUD-R-MOT.

           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           IF WRK-CONT-DIVERGENTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
