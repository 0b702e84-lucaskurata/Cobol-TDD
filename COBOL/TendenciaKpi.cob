      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "TendenciaKpi".
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
           SELECT KPI-HISTORICO   ASSIGN TO "KPIHIST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS KPI-DATA
                                   FILE STATUS IS WRK-STATUS-HIST.

           SELECT TENDENCIA-RELATORIO ASSIGN TO "KPITREL"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-RELAT.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  KPI-HISTORICO
           LABEL RECORDS ARE STANDARD.
           COPY KPICOPY.

       FD  TENDENCIA-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  TENDENCIA-LINHA          PIC X(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-HIST                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-RELAT               PIC X(02) VALUE SPACES.

       77  WRK-FIM-HIST                   PIC X(01) VALUE "N".
           88  FIM-HIST                       VALUE "S".

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

       77  WRK-PERC-TOLERANCIA            PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    JANELA DE 13 MESES: DO MESMO MES DO ANO ANTERIOR ATE O MES
      *    DA DATA DE PROCESSAMENTO, QUE ENTRA SO ATE ESSA DATA.
      *-----------------------------------------------------------------
       01  WRK-MES-REFERENCIA.
           02 WRK-REF-ANO           PIC 9(04).
           02 WRK-REF-MES           PIC 9(02).

       01  WRK-MES-REFERENCIA-N REDEFINES WRK-MES-REFERENCIA
                                    PIC 9(06).

       01  WRK-MES-CORRENTE.
           02 WRK-COR-ANO           PIC 9(04).
           02 WRK-COR-MES           PIC 9(02).

       01  WRK-MES-CORRENTE-N REDEFINES WRK-MES-CORRENTE
                                    PIC 9(06).

       01  WRK-MES-LIDO.
           02 WRK-LID-ANO           PIC 9(04).
           02 WRK-LID-MES           PIC 9(02).

       01  WRK-MES-LIDO-N REDEFINES WRK-MES-LIDO
                                    PIC 9(06).

       77  WRK-DATA-INICIAL               PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    TOTAIS DE CADA MES DA JANELA. OS INDICADORES DE MOVIMENTO
      *    SAO A SOMA DOS DIAS DO MES; OS DE POSICAO DA CARTEIRA SAO
      *    OS DO ULTIMO DIA DO MES PRESENTE NO HISTORICO.
      *-----------------------------------------------------------------
       01  WRK-TABELA-MESES.
           02 WRK-MES-ITEM OCCURS 13 TIMES.
               03 WRK-MES-ANO-MES       PIC 9(06).
               03 WRK-MES-DIAS          PIC 9(02).
               03 WRK-MES-VALOR OCCURS 23 TIMES
                                        PIC 9(11)V99.

      *-----------------------------------------------------------------
      *    CODIGOS DE MOTIVO DE REJEITO ENCONTRADOS NA JANELA, COM A
      *    QUANTIDADE DE CADA MES.
      *-----------------------------------------------------------------
       01  WRK-TABELA-MOTIVOS.
           02 WRK-TMOT-ITEM OCCURS 40 TIMES
                   INDEXED BY WRK-TMOT-IDX.
               03 WRK-TMOT-ARQUIVO      PIC X(01).
               03 WRK-TMOT-CODIGO       PIC X(04).
               03 WRK-TMOT-QTDES.
                   04 WRK-TMOT-QTDE OCCURS 13 TIMES
                                        PIC 9(07).

       77  WRK-MOTIVOS-USADOS             PIC 9(02) COMP VALUE ZEROS.

      *-----------------------------------------------------------------
      *    DESCRICAO DOS INDICADORES FIXOS, NA ORDEM DE KPI-VALOR:
      *    TIPO ("M" MOVIMENTO DO MES, "P" POSICAO NO FIM DO MES),
      *    FORMATO ("Q" QUANTIDADE, "V" VALOR) E NOME.
      *-----------------------------------------------------------------
       01  WRK-INDICADORES-DESCR.
           02 FILLER PIC X(36) VALUE "MQCLIENTES INCLUIDOS".
           02 FILLER PIC X(36) VALUE "MQCLIENTES ALTERADOS".
           02 FILLER PIC X(36) VALUE "MQCLIENTES ENCERRADOS".
           02 FILLER PIC X(36) VALUE "MQREJEITOS DE CLIENTE (CLIREJ)".
           02 FILLER PIC X(36) VALUE "MQREJEITOS DE TELEFONE (TELREJ)".
           02 FILLER PIC X(36) VALUE "MQBOLETOS LIQUIDADOS".
           02 FILLER PIC X(36) VALUE "MQBOLETOS LIQUIDADOS EM PARTE".
           02 FILLER PIC X(36) VALUE "MQBOLETOS NAO LIQUIDADOS".
           02 FILLER PIC X(36) VALUE "MVVALOR COBRADO DE BOLETOS".
           02 FILLER PIC X(36) VALUE "PQCARTEIRA A VENCER - TITULOS".
           02 FILLER PIC X(36) VALUE "PQCARTEIRA 1-30 DIAS - TITULOS".
           02 FILLER PIC X(36) VALUE "PQCARTEIRA 31-60 DIAS - TITULOS".
           02 FILLER PIC X(36) VALUE "PQCARTEIRA 61-90 DIAS - TITULOS".
           02 FILLER PIC X(36) VALUE "PQCARTEIRA 90+ DIAS - TITULOS".
           02 FILLER PIC X(36) VALUE "PVCARTEIRA A VENCER - VALOR".
           02 FILLER PIC X(36) VALUE "PVCARTEIRA 1-30 DIAS - VALOR".
           02 FILLER PIC X(36) VALUE "PVCARTEIRA 31-60 DIAS - VALOR".
           02 FILLER PIC X(36) VALUE "PVCARTEIRA 61-90 DIAS - VALOR".
           02 FILLER PIC X(36) VALUE "PVCARTEIRA 90+ DIAS - VALOR".
           02 FILLER PIC X(36) VALUE "MQTITULOS BAIXADOS".
           02 FILLER PIC X(36) VALUE "MVVALOR BAIXADO".
           02 FILLER PIC X(36) VALUE "MVTOTAL CONTABIL A DEBITO".
           02 FILLER PIC X(36) VALUE "MVTOTAL CONTABIL A CREDITO".

       01  WRK-INDICADORES-TAB REDEFINES WRK-INDICADORES-DESCR.
           02 WRK-IND-ITEM OCCURS 23 TIMES.
               03 WRK-IND-TIPO          PIC X(01).
                   88 WRK-IND-POSICAO       VALUE "P".
               03 WRK-IND-FORMATO       PIC X(01).
               03 WRK-IND-NOME          PIC X(34).

       77  WRK-IDX-MES                    PIC 9(03) COMP VALUE ZEROS.

       77  WRK-IDX-IND                    PIC 9(03) COMP VALUE ZEROS.

       77  WRK-IDX-MOT                    PIC 9(03) COMP VALUE ZEROS.

       77  WRK-MES-ACHADO                 PIC 9(03) COMP VALUE ZEROS.

       77  WRK-NUM-MES-INICIAL            PIC 9(07) VALUE ZEROS.

       77  WRK-NUM-MES-LIDO               PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    SERIE DE 13 MESES EM IMPRESSAO E SUA FAIXA DE TOLERANCIA
      *    (MEDIA DOS MESES COM DADOS MAIS OU MENOS O PERCENTUAL DO
      *    PARMFILE).
      *-----------------------------------------------------------------
       01  WRK-SERIE.
           02 WRK-SERIE-TIPO        PIC X(01).
               88 WRK-SERIE-POSICAO     VALUE "P".
           02 WRK-SERIE-FORMATO     PIC X(01).
               88 WRK-SERIE-VALOR-MON   VALUE "V".
           02 WRK-SERIE-NOME        PIC X(34).
           02 WRK-SERIE-VALOR OCCURS 13 TIMES
                                    PIC 9(11)V99.

       77  WRK-MESES-COM-DADOS            PIC 9(02) VALUE ZEROS.

       77  WRK-SOMA-SERIE                 PIC 9(13)V99 VALUE ZEROS.

       77  WRK-MEDIA                      PIC 9(11)V99 VALUE ZEROS.

       77  WRK-MARGEM                     PIC 9(13)V99 VALUE ZEROS.

       77  WRK-LIMITE-INFERIOR            PIC S9(13)V99 VALUE ZEROS.

       77  WRK-LIMITE-SUPERIOR            PIC 9(13)V99 VALUE ZEROS.

       77  WRK-VARIACAO                   PIC S9(07)V9 VALUE ZEROS.

       77  WRK-VALOR-ATUAL                PIC 9(11)V99 VALUE ZEROS.

       77  WRK-VALOR-ANTERIOR             PIC 9(11)V99 VALUE ZEROS.

       77  WRK-CONT-FORA-FAIXA            PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-REG-LIDOS             PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    LINHAS DO RELATORIO DE TENDENCIA
      *-----------------------------------------------------------------
       01  WRK-LINHA-TITULO.
           02 FILLER                PIC X(49) VALUE
              "===== TENDENCIA DOS INDICADORES OPERACIONAIS ATE ".
           02 WRK-T-DATA            PIC 9999/99/99.
           02 FILLER                PIC X(06) VALUE " =====".

       01  WRK-LINHA-FAIXA.
           02 FILLER                PIC X(27) VALUE
              "FAIXA DE TOLERANCIA: MEDIA ".
           02 FILLER                PIC X(04) VALUE "+/- ".
           02 WRK-F-PERC            PIC ZZ9.
           02 FILLER                PIC X(30) VALUE
              "% (MESES COM DADOS)".

       01  WRK-LINHA-SECAO.
           02 FILLER                PIC X(06) VALUE "----- ".
           02 WRK-S-NOME            PIC X(40).
           02 WRK-S-TIPO            PIC X(25).

       01  WRK-LINHA-CABEC.
           02 FILLER                PIC X(40) VALUE
              "  MES                    VALOR   VAR.MES".
           02 FILLER                PIC X(12) VALUE
              "  SITUACAO".

       01  WRK-LINHA-DETALHE.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-MES             PIC 9999/99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-VALOR           PIC X(17).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-VARIACAO        PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-SITUACAO        PIC X(20).

       01  WRK-LINHA-MEDIA.
           02 FILLER                PIC X(08) VALUE "  MEDIA ".
           02 WRK-M-MEDIA           PIC X(17).
           02 FILLER                PIC X(08) VALUE "  FAIXA ".
           02 WRK-M-INFERIOR        PIC X(17).
           02 FILLER                PIC X(03) VALUE " A ".
           02 WRK-M-SUPERIOR        PIC X(17).

      *-----------------------------------------------------------------
      *    EDICAO DE VALOR (QUANTIDADE OU MONETARIO) E DE VARIACAO
      *-----------------------------------------------------------------
       77  WRK-VALOR-EDITAR               PIC S9(13)V99 VALUE ZEROS.

       01  WRK-EDICAO-VALOR             PIC X(17).

       01  WRK-EDICAO-QTDE REDEFINES WRK-EDICAO-VALOR.
           02 FILLER                PIC X(02).
           02 WRK-ED-QTDE           PIC ---,---,---,--9.

       01  WRK-EDICAO-MONET REDEFINES WRK-EDICAO-VALOR.
           02 WRK-ED-MONET          PIC --,---,---,--9.99.

       01  WRK-EDICAO-VARIACAO.
           02 WRK-ED-VARIACAO       PIC -------9.9.

       01  WRK-EDICAO-VARIACAO-X REDEFINES WRK-EDICAO-VARIACAO
                                    PIC X(10).

       01  WRK-LINHA-BRANCO         PIC X(80) VALUE SPACES.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "TendenciaKpi".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       01  WRK-AUD-RESULTADO-GRP.
           02 FILLER                       PIC X(04) VALUE "REG=".
           02 AUD-R-REG                    PIC 9(05).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(05) VALUE "FORA=".
           02 AUD-R-FORA                   PIC 9(05).
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
      *    RELATORIO MENSAL DE TENDENCIA DOS INDICADORES OPERACIONAIS:
      *    MONTA A PARTIR DO HISTORICO DIARIO (KPIHIST) OS 13 MESES
      *    QUE TERMINAM NO MES DA DATA DE PROCESSAMENTO E IMPRIME,
      *    PARA CADA INDICADOR E CADA CODIGO DE MOTIVO DE REJEITO, O
      *    VALOR DO MES, A VARIACAO SOBRE O MES ANTERIOR E O
      *    DESTAQUE DOS MESES FORA DA FAIXA DE TOLERANCIA EM TORNO DA
      *    MEDIA. COMO TUDO E REAPURADO DO HISTORICO A CADA EMISSAO,
      *    UMA DATA REEXECUTADA JA SAI CORRIGIDA NO RELATORIO.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-ACUMULA-DIA THRU 2000-ACUMULA-DIA-EXIT
               UNTIL FIM-HIST.

           PERFORM 3000-IMPRIME-INDICADOR
               THRU 3000-IMPRIME-INDICADOR-EXIT
               VARYING WRK-IDX-IND FROM 1 BY 1
               UNTIL WRK-IDX-IND > 23.

           PERFORM 4000-IMPRIME-MOTIVO
               THRU 4000-IMPRIME-MOTIVO-EXIT
               VARYING WRK-IDX-MOT FROM 1 BY 1
               UNTIL WRK-IDX-MOT > WRK-MOTIVOS-USADOS.

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

           IF PRM-PERC-TOL-KPI NUMERIC
              AND PRM-PERC-TOL-KPI > 0
               MOVE PRM-PERC-TOL-KPI TO WRK-PERC-TOLERANCIA
           ELSE
               MOVE 25 TO WRK-PERC-TOLERANCIA
           END-IF.

           DIVIDE WRK-DATA-ATUAL BY 100 GIVING WRK-MES-REFERENCIA-N.
           MOVE WRK-MES-REFERENCIA TO WRK-MES-CORRENTE.
           SUBTRACT 1 FROM WRK-COR-ANO.
           COMPUTE WRK-DATA-INICIAL EQUAL
               WRK-MES-CORRENTE-N * 100 + 1.
           COMPUTE WRK-NUM-MES-INICIAL EQUAL
               WRK-COR-ANO * 12 + WRK-COR-MES.

           PERFORM 1100-MONTA-MES THRU 1100-MONTA-MES-EXIT
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES > 13.

           OPEN OUTPUT TENDENCIA-RELATORIO.
           MOVE WRK-DATA-ATUAL      TO WRK-T-DATA.
           MOVE WRK-PERC-TOLERANCIA TO WRK-F-PERC.
           WRITE TENDENCIA-LINHA FROM WRK-LINHA-TITULO.
           WRITE TENDENCIA-LINHA FROM WRK-LINHA-FAIXA.

           OPEN INPUT KPI-HISTORICO.
           IF WRK-STATUS-HIST NOT = "00"
               DISPLAY "HISTORICO DE INDICADORES AUSENTE: "
                       WRK-STATUS-HIST
               SET FIM-HIST TO TRUE
               GO TO 1000-INICIALIZA-EXIT
           END-IF.

           MOVE WRK-DATA-INICIAL TO KPI-DATA.
           START KPI-HISTORICO KEY IS NOT LESS THAN KPI-DATA
               INVALID KEY SET FIM-HIST TO TRUE
           END-START.
       1000-INICIALIZA-EXIT.
           EXIT.

       1100-MONTA-MES.
           MOVE WRK-MES-CORRENTE-N TO WRK-MES-ANO-MES(WRK-IDX-MES).
           MOVE ZEROS              TO WRK-MES-DIAS(WRK-IDX-MES).
           PERFORM 1150-ZERA-VALOR THRU 1150-ZERA-VALOR-EXIT
               VARYING WRK-IDX-IND FROM 1 BY 1
               UNTIL WRK-IDX-IND > 23.

           IF WRK-COR-MES = 12
               MOVE 01 TO WRK-COR-MES
               ADD 1 TO WRK-COR-ANO
           ELSE
               ADD 1 TO WRK-COR-MES
           END-IF.
       1100-MONTA-MES-EXIT.
           EXIT.

       1150-ZERA-VALOR.
           MOVE ZEROS TO WRK-MES-VALOR(WRK-IDX-MES, WRK-IDX-IND).
       1150-ZERA-VALOR-EXIT.
           EXIT.

       2000-ACUMULA-DIA.
      *-----------------------------------------------------------------
      *    LE O HISTORICO EM ORDEM DE DATA A PARTIR DO PRIMEIRO DIA DA
      *    JANELA ATE A DATA DE PROCESSAMENTO E ACUMULA CADA DIA NO
      *    SEU MES.
      *-----------------------------------------------------------------
           READ KPI-HISTORICO NEXT RECORD
               AT END
                   SET FIM-HIST TO TRUE
                   GO TO 2000-ACUMULA-DIA-EXIT
           END-READ.

           IF KPI-DATA > WRK-DATA-ATUAL
               SET FIM-HIST TO TRUE
               GO TO 2000-ACUMULA-DIA-EXIT
           END-IF.

           ADD 1 TO WRK-CONT-REG-LIDOS.
           DIVIDE KPI-DATA BY 100 GIVING WRK-MES-LIDO-N.
           COMPUTE WRK-NUM-MES-LIDO EQUAL
               WRK-LID-ANO * 12 + WRK-LID-MES.
           COMPUTE WRK-MES-ACHADO EQUAL
               WRK-NUM-MES-LIDO - WRK-NUM-MES-INICIAL + 1.

           ADD 1 TO WRK-MES-DIAS(WRK-MES-ACHADO).

           PERFORM 2100-ACUMULA-INDICADOR
               THRU 2100-ACUMULA-INDICADOR-EXIT
               VARYING WRK-IDX-IND FROM 1 BY 1
               UNTIL WRK-IDX-IND > 23.

           PERFORM 2200-ACUMULA-MOTIVO
               THRU 2200-ACUMULA-MOTIVO-EXIT
               VARYING KPI-MOT-IDX FROM 1 BY 1
               UNTIL KPI-MOT-IDX > KPI-QTDE-MOTIVOS.
       2000-ACUMULA-DIA-EXIT.
           EXIT.

       2100-ACUMULA-INDICADOR.
           IF WRK-IND-POSICAO(WRK-IDX-IND)
               MOVE KPI-VALOR(WRK-IDX-IND)
                   TO WRK-MES-VALOR(WRK-MES-ACHADO, WRK-IDX-IND)
           ELSE
               ADD KPI-VALOR(WRK-IDX-IND)
                   TO WRK-MES-VALOR(WRK-MES-ACHADO, WRK-IDX-IND)
           END-IF.
       2100-ACUMULA-INDICADOR-EXIT.
           EXIT.

       2200-ACUMULA-MOTIVO.
      *-----------------------------------------------------------------
      *    LOCALIZA (OU ABRE) O ARQUIVO/CODIGO DE MOTIVO NA TABELA DA
      *    JANELA E SOMA A QUANTIDADE DO DIA NO MES.
      *-----------------------------------------------------------------
           SET WRK-TMOT-IDX TO 1.
           SEARCH WRK-TMOT-ITEM
               AT END
                   PERFORM 2250-ABRE-MOTIVO
                       THRU 2250-ABRE-MOTIVO-EXIT
               WHEN WRK-TMOT-IDX > WRK-MOTIVOS-USADOS
                   PERFORM 2250-ABRE-MOTIVO
                       THRU 2250-ABRE-MOTIVO-EXIT
               WHEN WRK-TMOT-ARQUIVO(WRK-TMOT-IDX)
                        = KPI-MOT-ARQUIVO(KPI-MOT-IDX)
                AND WRK-TMOT-CODIGO(WRK-TMOT-IDX)
                        = KPI-MOT-CODIGO(KPI-MOT-IDX)
                   ADD KPI-MOT-QTDE(KPI-MOT-IDX)
                       TO WRK-TMOT-QTDE(WRK-TMOT-IDX, WRK-MES-ACHADO)
           END-SEARCH.
       2200-ACUMULA-MOTIVO-EXIT.
           EXIT.

       2250-ABRE-MOTIVO.
           IF WRK-MOTIVOS-USADOS < 40
               ADD 1 TO WRK-MOTIVOS-USADOS
               SET WRK-TMOT-IDX TO WRK-MOTIVOS-USADOS
               MOVE KPI-MOT-ARQUIVO(KPI-MOT-IDX)
                   TO WRK-TMOT-ARQUIVO(WRK-TMOT-IDX)
               MOVE KPI-MOT-CODIGO(KPI-MOT-IDX)
                   TO WRK-TMOT-CODIGO(WRK-TMOT-IDX)
               MOVE ZEROS TO WRK-TMOT-QTDES(WRK-TMOT-IDX)
               MOVE KPI-MOT-QTDE(KPI-MOT-IDX)
                   TO WRK-TMOT-QTDE(WRK-TMOT-IDX, WRK-MES-ACHADO)
           ELSE
               DISPLAY "TABELA DE MOTIVOS CHEIA, CODIGO IGNORADO: "
                       KPI-MOT-ARQUIVO(KPI-MOT-IDX) " "
                       KPI-MOT-CODIGO(KPI-MOT-IDX)
           END-IF.
       2250-ABRE-MOTIVO-EXIT.
           EXIT.

       3000-IMPRIME-INDICADOR.
           MOVE WRK-IND-TIPO(WRK-IDX-IND)    TO WRK-SERIE-TIPO.
           MOVE WRK-IND-FORMATO(WRK-IDX-IND) TO WRK-SERIE-FORMATO.
           MOVE WRK-IND-NOME(WRK-IDX-IND)    TO WRK-SERIE-NOME.
           PERFORM 3100-CARREGA-SERIE THRU 3100-CARREGA-SERIE-EXIT
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES > 13.

           PERFORM 7000-IMPRIME-SERIE THRU 7000-IMPRIME-SERIE-EXIT.
       3000-IMPRIME-INDICADOR-EXIT.
           EXIT.

       3100-CARREGA-SERIE.
           MOVE WRK-MES-VALOR(WRK-IDX-MES, WRK-IDX-IND)
               TO WRK-SERIE-VALOR(WRK-IDX-MES).
       3100-CARREGA-SERIE-EXIT.
           EXIT.

       4000-IMPRIME-MOTIVO.
           MOVE "M" TO WRK-SERIE-TIPO.
           MOVE "Q" TO WRK-SERIE-FORMATO.
           MOVE SPACES TO WRK-SERIE-NOME.
           SET WRK-TMOT-IDX TO WRK-IDX-MOT.
           IF WRK-TMOT-ARQUIVO(WRK-TMOT-IDX) = "T"
               STRING "REJEITOS TELREJ - MOTIVO "
                      WRK-TMOT-CODIGO(WRK-TMOT-IDX)
                      DELIMITED BY SIZE INTO WRK-SERIE-NOME
           ELSE
               STRING "REJEITOS CLIREJ - MOTIVO "
                      WRK-TMOT-CODIGO(WRK-TMOT-IDX)
                      DELIMITED BY SIZE INTO WRK-SERIE-NOME
           END-IF.
           PERFORM 4100-CARREGA-SERIE-MOTIVO
               THRU 4100-CARREGA-SERIE-MOTIVO-EXIT
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES > 13.

           PERFORM 7000-IMPRIME-SERIE THRU 7000-IMPRIME-SERIE-EXIT.
       4000-IMPRIME-MOTIVO-EXIT.
           EXIT.

       4100-CARREGA-SERIE-MOTIVO.
           MOVE WRK-TMOT-QTDE(WRK-TMOT-IDX, WRK-IDX-MES)
               TO WRK-SERIE-VALOR(WRK-IDX-MES).
       4100-CARREGA-SERIE-MOTIVO-EXIT.
           EXIT.

       7000-IMPRIME-SERIE.
      *-----------------------------------------------------------------
      *    IMPRIME UMA SERIE DE 13 MESES: APURA A MEDIA DOS MESES COM
      *    DADOS E A FAIXA DE TOLERANCIA, E DEPOIS UMA LINHA POR MES.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-MESES-COM-DADOS
                         WRK-SOMA-SERIE
                         WRK-MEDIA.
           PERFORM 7100-SOMA-MES THRU 7100-SOMA-MES-EXIT
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES > 13.

           IF WRK-MESES-COM-DADOS > 0
               COMPUTE WRK-MEDIA ROUNDED EQUAL
                   WRK-SOMA-SERIE / WRK-MESES-COM-DADOS
           END-IF.
           COMPUTE WRK-MARGEM ROUNDED EQUAL
               WRK-MEDIA * WRK-PERC-TOLERANCIA / 100.
           COMPUTE WRK-LIMITE-INFERIOR EQUAL WRK-MEDIA - WRK-MARGEM.
           COMPUTE WRK-LIMITE-SUPERIOR EQUAL WRK-MEDIA + WRK-MARGEM.

           WRITE TENDENCIA-LINHA FROM WRK-LINHA-BRANCO.
           MOVE WRK-SERIE-NOME TO WRK-S-NOME.
           IF WRK-SERIE-POSICAO
               MOVE "(POSICAO NO FIM DO MES)" TO WRK-S-TIPO
           ELSE
               MOVE "(MOVIMENTO DO MES)"      TO WRK-S-TIPO
           END-IF.
           WRITE TENDENCIA-LINHA FROM WRK-LINHA-SECAO.
           WRITE TENDENCIA-LINHA FROM WRK-LINHA-CABEC.

           PERFORM 7200-IMPRIME-MES THRU 7200-IMPRIME-MES-EXIT
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES > 13.

           MOVE WRK-MEDIA           TO WRK-VALOR-EDITAR.
           PERFORM 7900-EDITA-VALOR THRU 7900-EDITA-VALOR-EXIT.
           MOVE WRK-EDICAO-VALOR    TO WRK-M-MEDIA.
           MOVE WRK-LIMITE-INFERIOR TO WRK-VALOR-EDITAR.
           PERFORM 7900-EDITA-VALOR THRU 7900-EDITA-VALOR-EXIT.
           MOVE WRK-EDICAO-VALOR    TO WRK-M-INFERIOR.
           MOVE WRK-LIMITE-SUPERIOR TO WRK-VALOR-EDITAR.
           PERFORM 7900-EDITA-VALOR THRU 7900-EDITA-VALOR-EXIT.
           MOVE WRK-EDICAO-VALOR    TO WRK-M-SUPERIOR.
           WRITE TENDENCIA-LINHA FROM WRK-LINHA-MEDIA.
       7000-IMPRIME-SERIE-EXIT.
           EXIT.

       7100-SOMA-MES.
           IF WRK-MES-DIAS(WRK-IDX-MES) > 0
               ADD 1 TO WRK-MESES-COM-DADOS
               ADD WRK-SERIE-VALOR(WRK-IDX-MES) TO WRK-SOMA-SERIE
           END-IF.
       7100-SOMA-MES-EXIT.
           EXIT.

       7200-IMPRIME-MES.
      *-----------------------------------------------------------------
      *    A VARIACAO SOBRE O MES ANTERIOR SO E CALCULADA QUANDO O MES
      *    ANTERIOR TEM DADOS E VALOR DIFERENTE DE ZERO; CASO
      *    CONTRARIO SAI "N/D".
      *-----------------------------------------------------------------
           MOVE WRK-MES-ANO-MES(WRK-IDX-MES) TO WRK-D-MES.
           MOVE SPACES TO WRK-D-VALOR
                          WRK-D-VARIACAO
                          WRK-D-SITUACAO.

           IF WRK-MES-DIAS(WRK-IDX-MES) = 0
               MOVE "SEM DADOS" TO WRK-D-SITUACAO
               GO TO 7200-IMPRIME-MES-GRAVA
           END-IF.

           MOVE WRK-SERIE-VALOR(WRK-IDX-MES) TO WRK-VALOR-ATUAL.
           MOVE WRK-VALOR-ATUAL  TO WRK-VALOR-EDITAR.
           PERFORM 7900-EDITA-VALOR THRU 7900-EDITA-VALOR-EXIT.
           MOVE WRK-EDICAO-VALOR TO WRK-D-VALOR.

           MOVE "       N/D" TO WRK-D-VARIACAO.
           IF WRK-IDX-MES > 1
               IF WRK-MES-DIAS(WRK-IDX-MES - 1) > 0
                  AND WRK-SERIE-VALOR(WRK-IDX-MES - 1) > 0
                   MOVE WRK-SERIE-VALOR(WRK-IDX-MES - 1)
                       TO WRK-VALOR-ANTERIOR
                   COMPUTE WRK-VARIACAO ROUNDED EQUAL
                       (WRK-VALOR-ATUAL - WRK-VALOR-ANTERIOR) * 100
                       / WRK-VALOR-ANTERIOR
                       ON SIZE ERROR
                           MOVE 9999999.9 TO WRK-VARIACAO
                   END-COMPUTE
                   MOVE WRK-VARIACAO TO WRK-ED-VARIACAO
                   MOVE WRK-EDICAO-VARIACAO-X TO WRK-D-VARIACAO
               END-IF
           END-IF.

           IF WRK-VALOR-ATUAL < WRK-LIMITE-INFERIOR
              OR WRK-VALOR-ATUAL > WRK-LIMITE-SUPERIOR
               MOVE "*** FORA DA FAIXA" TO WRK-D-SITUACAO
               ADD 1 TO WRK-CONT-FORA-FAIXA
           END-IF.

       7200-IMPRIME-MES-GRAVA.
           WRITE TENDENCIA-LINHA FROM WRK-LINHA-DETALHE.
       7200-IMPRIME-MES-EXIT.
           EXIT.

       7900-EDITA-VALOR.
           MOVE SPACES TO WRK-EDICAO-VALOR.
           IF WRK-SERIE-VALOR-MON
               MOVE WRK-VALOR-EDITAR TO WRK-ED-MONET
           ELSE
               MOVE WRK-VALOR-EDITAR TO WRK-ED-QTDE
           END-IF.
       7900-EDITA-VALOR-EXIT.
           EXIT.

       9000-FINALIZA.
           IF WRK-STATUS-HIST = "00" OR WRK-STATUS-HIST = "10"
               CLOSE KPI-HISTORICO
           END-IF.
           CLOSE TENDENCIA-RELATORIO.

           DISPLAY "MES DE REFERENCIA ....: " WRK-MES-REFERENCIA-N.
           DISPLAY "DIAS NO HISTORICO ....: " WRK-CONT-REG-LIDOS.
           DISPLAY "MOTIVOS DE REJEITO ...: " WRK-MOTIVOS-USADOS.
           DISPLAY "MESES FORA DA FAIXA ..: " WRK-CONT-FORA-FAIXA.

           MOVE WRK-MES-REFERENCIA-N TO WRK-AUD-CHAVE.
           MOVE WRK-CONT-REG-LIDOS   TO AUD-R-REG.
           MOVE WRK-CONT-FORA-FAIXA  TO AUD-R-FORA.

           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.
       9000-FINALIZA-EXIT.
           EXIT.
