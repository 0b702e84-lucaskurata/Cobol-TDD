      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ProvisaoCarteira".
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
           SELECT PROVISAO-TABELA ASSIGN TO "PROVTAB"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-TABELA.

           SELECT BOLETO-PENDENTE ASSIGN TO "BOLPEND"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-PEND.

           SELECT BOLETO-BAIXADO  ASSIGN TO "BOLBAIXA"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS BXA-CHAVE
                                   FILE STATUS IS WRK-STATUS-BAIXA.

           SELECT PROVISAO-HIST   ASSIGN TO "PROVHIST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS PHS-ANO-MES
                                   FILE STATUS IS WRK-STATUS-HIST.

           SELECT CONTABIL-INTERFACE ASSIGN TO "PROVCTB"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-CONTABIL.

           SELECT PROVISAO-RELATORIO ASSIGN TO "PROVRELA"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-RELAT.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  PROVISAO-TABELA
           LABEL RECORDS ARE STANDARD.
           COPY PRVCOPY.

       FD  BOLETO-PENDENTE
           LABEL RECORDS ARE STANDARD.
           COPY BPDCOPY.

       FD  BOLETO-BAIXADO
           LABEL RECORDS ARE STANDARD.
           COPY BXACOPY.

       FD  PROVISAO-HIST
           LABEL RECORDS ARE STANDARD.
           COPY PHSCOPY.

       FD  CONTABIL-INTERFACE
           LABEL RECORDS ARE STANDARD.
       01  CONTABIL-REC             PIC X(50).

       FD  PROVISAO-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  PROV-RELAT-LINHA         PIC X(120).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-TABELA              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PEND                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-BAIXA               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-HIST                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CONTABIL            PIC X(02) VALUE SPACES.

       77  WRK-STATUS-RELAT               PIC X(02) VALUE SPACES.

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

       77  WRK-DIAS-HOJE                  PIC 9(07) VALUE ZEROS.

       77  WRK-DIAS-VENCIMENTO            PIC 9(07) VALUE ZEROS.

       77  WRK-DIAS-ATRASO                PIC S9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    MES DE REFERENCIA DO FECHAMENTO (O DA DATA DE PROCESSAMENTO)
      *    E MES ANTERIOR, CUJO REGISTRO NO HISTORICO TRAZ O SALDO DE
      *    PROVISAO DE PARTIDA. REEXECUTAR O MESMO MES PARTE SEMPRE DO
      *    MES ANTERIOR, E POR ISSO REPRODUZ O MESMO AJUSTE.
      *-----------------------------------------------------------------
       01  WRK-MES-REFERENCIA.
           02 WRK-REF-ANO           PIC 9(04).
           02 WRK-REF-MES           PIC 9(02).

       01  WRK-MES-REFERENCIA-N REDEFINES WRK-MES-REFERENCIA
                                    PIC 9(06).

       01  WRK-MES-ANTERIOR.
           02 WRK-ANT-ANO           PIC 9(04).
           02 WRK-ANT-MES           PIC 9(02).

       01  WRK-MES-ANTERIOR-N REDEFINES WRK-MES-ANTERIOR
                                    PIC 9(06).

       01  WRK-DATA-BAIXA-GRP.
           02 WRK-BXA-ANO-MES       PIC 9(06).
           02 WRK-BXA-DIA           PIC 9(02).

       01  WRK-DATA-BAIXA-N REDEFINES WRK-DATA-BAIXA-GRP
                                    PIC 9(08).

      *-----------------------------------------------------------------
      *    TABELA DE NIVEIS DE RISCO. VEM DO PROVTAB QUANDO O ARQUIVO
      *    EXISTE; SEM ELE VALEM OS NIVEIS PADRAO ABAIXO, NO MODELO DA
      *    RESOLUCAO 2682 (A ATE H, DE 0,5% A 100% CONFORME OS DIAS DE
      *    ATRASO). CADA NIVEL ACUMULA QUANTIDADE, VALOR DE FACE E
      *    PROVISAO DOS TITULOS CLASSIFICADOS NELE.
      *-----------------------------------------------------------------
       01  WRK-NIVEIS-PADRAO.
           02 FILLER                PIC X(17) VALUE "A 000000001400050".
           02 FILLER                PIC X(17) VALUE "B 000150003000100".
           02 FILLER                PIC X(17) VALUE "C 000310006000300".
           02 FILLER                PIC X(17) VALUE "D 000610009001000".
           02 FILLER                PIC X(17) VALUE "E 000910012003000".
           02 FILLER                PIC X(17) VALUE "F 001210015005000".
           02 FILLER                PIC X(17) VALUE "G 001510018007000".
           02 FILLER                PIC X(17) VALUE "H 001810000010000".

       01  WRK-NIVEIS-PADRAO-R REDEFINES WRK-NIVEIS-PADRAO.
           02 WRK-PAD-ITEM OCCURS 8 TIMES.
               03 WRK-PAD-NIVEL         PIC X(02).
               03 WRK-PAD-DIAS-DE       PIC 9(05).
               03 WRK-PAD-DIAS-ATE      PIC 9(05).
               03 WRK-PAD-PERC          PIC 9(03)V99.

       01  WRK-TABELA-NIVEIS.
           02 WRK-NIV-ITEM OCCURS 20 TIMES.
               03 WRK-NIV-NIVEL         PIC X(02).
               03 WRK-NIV-DIAS-DE       PIC 9(05).
               03 WRK-NIV-DIAS-ATE      PIC 9(05).
               03 WRK-NIV-PERC          PIC 9(03)V99.
               03 WRK-NIV-QTDE          PIC 9(07).
               03 WRK-NIV-VALOR         PIC 9(11)V99.
               03 WRK-NIV-PROVISAO      PIC 9(11)V99.

       77  WRK-NIVEIS-USADOS              PIC 9(03) COMP VALUE ZEROS.

       77  WRK-IDX-NIVEL                  PIC 9(03) COMP VALUE ZEROS.

       77  WRK-NIVEL-ACHADO               PIC 9(03) COMP VALUE ZEROS.

       77  WRK-FIM-TABELA                 PIC X(01) VALUE "N".
           88  FIM-TABELA                     VALUE "S".

       77  WRK-FIM-PEND                   PIC X(01) VALUE "N".
           88  FIM-PEND                       VALUE "S".

       77  WRK-FIM-BAIXA                  PIC X(01) VALUE "N".
           88  FIM-BAIXA                      VALUE "S".

       77  WRK-TEM-HIST-SW                PIC X(01) VALUE "N".
           88  TEM-HIST-ANTERIOR              VALUE "S".

      *-----------------------------------------------------------------
      *    TOTAIS DO FECHAMENTO. O AJUSTE E A DIFERENCA ENTRE A
      *    PROVISAO REQUERIDA PELA CARTEIRA DE HOJE E O SALDO DE
      *    PROVISAO QUE SOBROU DEPOIS DE ABSORVIDAS AS BAIXAS DO MES:
      *    POSITIVO CONSTITUI (DESPESA), NEGATIVO REVERTE (RECEITA).
      *-----------------------------------------------------------------
       77  WRK-PROVISAO-TITULO            PIC 9(09)V99 VALUE ZEROS.

       77  WRK-TOT-TITULOS                PIC 9(07) VALUE ZEROS.

       77  WRK-TOT-CARTEIRA               PIC 9(11)V99 VALUE ZEROS.

       77  WRK-TOT-REQUERIDA              PIC 9(11)V99 VALUE ZEROS.

       77  WRK-SALDO-ANTERIOR             PIC 9(11)V99 VALUE ZEROS.

       77  WRK-TOT-BAIXAS                 PIC 9(11)V99 VALUE ZEROS.

       77  WRK-CONT-BAIXAS                PIC 9(05) VALUE ZEROS.

       77  WRK-SALDO-APOS-BAIXAS          PIC S9(11)V99 VALUE ZEROS.

       77  WRK-AJUSTE                     PIC S9(11)V99 VALUE ZEROS.

       77  WRK-VALOR-AJUSTE               PIC 9(11)V99 VALUE ZEROS.

       77  WRK-CONT-SEM-NIVEL             PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    INTERFACE CONTABIL DO FECHAMENTO, NO MESMO LAYOUT DO
      *    ARQUIVO CONTABIL DIARIO: BAIXAS DO MES (DEBITO PROVISAO,
      *    CREDITO PRINCIPAL, POR TITULO) E AJUSTE DA PROVISAO.
      *-----------------------------------------------------------------
           COPY CTBCOPY.

       77  WRK-TOT-CTB-QTDE               PIC 9(07) VALUE ZEROS.

       77  WRK-TOT-CTB-DEBITO             PIC 9(11)V99 VALUE ZEROS.

       77  WRK-TOT-CTB-CREDITO            PIC 9(11)V99 VALUE ZEROS.

       01  WRK-CTB-CONTA-LANC.
           02 WRK-CTB-AGENCIA-LANC  PIC 9(04).
           02 WRK-CTB-NUMERO-LANC   PIC 9(10).

       77  WRK-CTB-RUBRICA-DEB            PIC X(08) VALUE SPACES.

       77  WRK-CTB-RUBRICA-CRE            PIC X(08) VALUE SPACES.

       77  WRK-CTB-VALOR-PAR              PIC 9(09)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *    LINHAS DO RELATORIO DE PROVISAO
      *-----------------------------------------------------------------
       01  WRK-LINHA-TITULO.
           02 FILLER                PIC X(45) VALUE
              "===== PROVISAO PARA PERDAS - FECHAMENTO DE ".
           02 WRK-T-ANO             PIC 9(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-T-MES             PIC 9(02).
           02 FILLER                PIC X(06) VALUE " =====".

       01  WRK-LINHA-CABEC-NIVEL.
           02 FILLER                PIC X(30) VALUE
              "NIVEL  DIAS DE - ATE   PERC".
           02 FILLER                PIC X(30) VALUE
              "TITULOS          CARTEIRA".
           02 FILLER                PIC X(20) VALUE
              "         PROVISAO".

       01  WRK-LINHA-NIVEL.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-N-NIVEL           PIC X(02).
           02 FILLER                PIC X(03) VALUE SPACES.
           02 WRK-N-DIAS-DE         PIC ZZZZ9.
           02 FILLER                PIC X(03) VALUE " - ".
           02 WRK-N-DIAS-ATE        PIC X(05).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-N-PERC            PIC ZZ9.99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-N-QTDE            PIC ZZZZZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-N-VALOR           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-N-PROVISAO        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WRK-LINHA-TOTAL-NIVEL.
           02 FILLER                PIC X(30) VALUE
              "  TOTAL DA CARTEIRA".
           02 WRK-TN-QTDE           PIC ZZZZZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-TN-VALOR          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-TN-PROVISAO       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WRK-LINHA-BAIXA-TITULO   PIC X(50) VALUE
              "===== TITULOS BAIXADOS NO MES =====".

       01  WRK-LINHA-BAIXA.
           02 FILLER                PIC X(07) VALUE "TITULO ".
           02 WRK-B-NUMERO          PIC Z(07)9.
           02 FILLER                PIC X(07) VALUE " CONTA ".
           02 WRK-B-AGENCIA         PIC 9(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-B-CONTA           PIC 9(10).
           02 FILLER                PIC X(07) VALUE " BAIXA ".
           02 WRK-B-DATA            PIC 9999/99/99.
           02 FILLER                PIC X(07) VALUE " VALOR ".
           02 WRK-B-VALOR           PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-B-SITUACAO        PIC X(10).

       01  WRK-LINHA-RESUMO-TITULO  PIC X(50) VALUE
              "===== MOVIMENTO DA PROVISAO =====".

       01  WRK-LINHA-RESUMO.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-RS-DESCRICAO      PIC X(30).
           02 WRK-RS-VALOR          PIC ---,---,---,--9.99.

       01  WRK-LINHA-SEPARADOR      PIC X(100) VALUE ALL "-".

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "ProvisaoCarteira".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       01  WRK-AUD-RESULTADO-GRP.
           02 FILLER                       PIC X(04) VALUE "TIT=".
           02 AUD-R-TIT                    PIC 9(07).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "BXA=".
           02 AUD-R-BXA                    PIC 9(05).
           02 FILLER                       PIC X(09) VALUE SPACES.

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
      *    FECHAMENTO MENSAL DA PROVISAO PARA PERDAS: CLASSIFICA A
      *    CARTEIRA DE TITULOS PENDENTES POR NIVEL DE RISCO CONFORME
      *    OS DIAS DE ATRASO, APURA A PROVISAO REQUERIDA, CONTABILIZA
      *    AS BAIXAS DO MES CONTRA A PROVISAO E LANCA O AJUSTE
      *    (CONSTITUICAO OU REVERSAO) QUE LEVA O SALDO DE PROVISAO AO
      *    VALOR REQUERIDO, GUARDANDO O FECHAMENTO NO HISTORICO.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-CLASSIFICA-TITULO
               THRU 2000-CLASSIFICA-TITULO-EXIT
               UNTIL FIM-PEND.

           PERFORM 3000-IMPRIME-NIVEIS
               THRU 3000-IMPRIME-NIVEIS-EXIT.

           PERFORM 4000-CONTABILIZA-BAIXAS
               THRU 4000-CONTABILIZA-BAIXAS-EXIT.

           PERFORM 5000-APURA-AJUSTE
               THRU 5000-APURA-AJUSTE-EXIT.

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
           CALL "DATADIAS" USING WRK-DATA-ATUAL WRK-DIAS-HOJE.

           DIVIDE WRK-DATA-ATUAL BY 100 GIVING WRK-MES-REFERENCIA-N.
           MOVE WRK-MES-REFERENCIA TO WRK-MES-ANTERIOR.
           IF WRK-ANT-MES = 01
               MOVE 12 TO WRK-ANT-MES
               SUBTRACT 1 FROM WRK-ANT-ANO
           ELSE
               SUBTRACT 1 FROM WRK-ANT-MES
           END-IF.

           PERFORM 1100-CARREGA-NIVEIS
               THRU 1100-CARREGA-NIVEIS-EXIT.

           OPEN INPUT  BOLETO-PENDENTE.
           IF WRK-STATUS-PEND NOT = "00"
               DISPLAY "CARTEIRA DE PENDENTES AUSENTE: "
                       WRK-STATUS-PEND
               SET FIM-PEND TO TRUE
           ELSE
               PERFORM 2900-LE-PENDENTE THRU 2900-LE-PENDENTE-EXIT
           END-IF.

           OPEN I-O    PROVISAO-HIST.
           IF WRK-STATUS-HIST = "35"
               CLOSE PROVISAO-HIST
               OPEN OUTPUT PROVISAO-HIST
               CLOSE PROVISAO-HIST
               OPEN I-O PROVISAO-HIST
           END-IF.

           OPEN OUTPUT PROVISAO-RELATORIO.
           MOVE WRK-REF-ANO TO WRK-T-ANO.
           MOVE WRK-REF-MES TO WRK-T-MES.
           WRITE PROV-RELAT-LINHA FROM WRK-LINHA-TITULO.
           WRITE PROV-RELAT-LINHA FROM WRK-LINHA-CABEC-NIVEL.

           OPEN OUTPUT CONTABIL-INTERFACE.
           MOVE SPACES         TO WRK-CTB-CONTROLE.
           MOVE "0"            TO CTBC-TIPO-REG.
           MOVE "CONTABIL"     TO CTBC-ID.
           MOVE WRK-DATA-ATUAL TO CTBC-DATA.
           MOVE ZEROS          TO CTBC-QTDE
                                  CTBC-TOT-DEBITO
                                  CTBC-TOT-CREDITO.
           WRITE CONTABIL-REC FROM WRK-CTB-CONTROLE.
       1000-INICIALIZA-EXIT.
           EXIT.

       1100-CARREGA-NIVEIS.
      *-----------------------------------------------------------------
      *    CARREGA A TABELA DE NIVEIS DO PROVTAB. SEM ARQUIVO (OU
      *    VAZIO) VALEM OS NIVEIS PADRAO.
      *-----------------------------------------------------------------
           OPEN INPUT PROVISAO-TABELA.
           IF WRK-STATUS-TABELA = "00"
               READ PROVISAO-TABELA
                   AT END SET FIM-TABELA TO TRUE
               END-READ
               PERFORM 1150-GUARDA-NIVEL
                   THRU 1150-GUARDA-NIVEL-EXIT
                   UNTIL FIM-TABELA
               CLOSE PROVISAO-TABELA
           END-IF.

           IF WRK-NIVEIS-USADOS = 0
               DISPLAY "TABELA DE NIVEIS AUSENTE, USANDO NIVEIS PADRAO"
               PERFORM 1180-NIVEL-PADRAO
                   THRU 1180-NIVEL-PADRAO-EXIT
                   VARYING WRK-IDX-NIVEL FROM 1 BY 1
                   UNTIL WRK-IDX-NIVEL > 8
           END-IF.
       1100-CARREGA-NIVEIS-EXIT.
           EXIT.

       1150-GUARDA-NIVEL.
           IF WRK-NIVEIS-USADOS >= 20
               DISPLAY "TABELA DE NIVEIS CHEIA, NIVEL IGNORADO: "
                       PRV-NIVEL
           ELSE
               ADD 1 TO WRK-NIVEIS-USADOS
               MOVE PRV-NIVEL         TO
                   WRK-NIV-NIVEL(WRK-NIVEIS-USADOS)
               MOVE PRV-DIAS-DE       TO
                   WRK-NIV-DIAS-DE(WRK-NIVEIS-USADOS)
               MOVE PRV-DIAS-ATE      TO
                   WRK-NIV-DIAS-ATE(WRK-NIVEIS-USADOS)
               MOVE PRV-PERC-PROVISAO TO
                   WRK-NIV-PERC(WRK-NIVEIS-USADOS)
               MOVE ZEROS             TO
                   WRK-NIV-QTDE(WRK-NIVEIS-USADOS)
                   WRK-NIV-VALOR(WRK-NIVEIS-USADOS)
                   WRK-NIV-PROVISAO(WRK-NIVEIS-USADOS)
           END-IF.

           READ PROVISAO-TABELA
               AT END SET FIM-TABELA TO TRUE
           END-READ.
       1150-GUARDA-NIVEL-EXIT.
           EXIT.

       1180-NIVEL-PADRAO.
           ADD 1 TO WRK-NIVEIS-USADOS.
           MOVE WRK-PAD-NIVEL(WRK-IDX-NIVEL)    TO
               WRK-NIV-NIVEL(WRK-NIVEIS-USADOS).
           MOVE WRK-PAD-DIAS-DE(WRK-IDX-NIVEL)  TO
               WRK-NIV-DIAS-DE(WRK-NIVEIS-USADOS).
           MOVE WRK-PAD-DIAS-ATE(WRK-IDX-NIVEL) TO
               WRK-NIV-DIAS-ATE(WRK-NIVEIS-USADOS).
           MOVE WRK-PAD-PERC(WRK-IDX-NIVEL)     TO
               WRK-NIV-PERC(WRK-NIVEIS-USADOS).
           MOVE ZEROS                           TO
               WRK-NIV-QTDE(WRK-NIVEIS-USADOS)
               WRK-NIV-VALOR(WRK-NIVEIS-USADOS)
               WRK-NIV-PROVISAO(WRK-NIVEIS-USADOS).
       1180-NIVEL-PADRAO-EXIT.
           EXIT.

       2000-CLASSIFICA-TITULO.
      *-----------------------------------------------------------------
      *    APURA OS DIAS CORRIDOS DE ATRASO DO TITULO PENDENTE (ZERO
      *    PARA TITULO A VENCER) E O ACUMULA NO PRIMEIRO NIVEL CUJA
      *    FAIXA O CONTEM. TITULO SEM NIVEL (TABELA COM BURACO) VAI
      *    PARA O ULTIMO NIVEL, O MAIS SEVERO, E E APONTADO.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           IF PEND-VENCIMENTO NUMERIC
              AND PEND-VENCIMENTO > ZEROS
              AND PEND-VENCIMENTO < WRK-DATA-ATUAL
               CALL "DATADIAS" USING PEND-VENCIMENTO
                                      WRK-DIAS-VENCIMENTO
               COMPUTE WRK-DIAS-ATRASO EQUAL
                   WRK-DIAS-HOJE - WRK-DIAS-VENCIMENTO
           END-IF.

           MOVE ZEROS TO WRK-NIVEL-ACHADO.
           PERFORM 2100-COMPARA-NIVEL
               THRU 2100-COMPARA-NIVEL-EXIT
               VARYING WRK-IDX-NIVEL FROM 1 BY 1
               UNTIL WRK-IDX-NIVEL > WRK-NIVEIS-USADOS
                  OR WRK-NIVEL-ACHADO > 0.

           IF WRK-NIVEL-ACHADO = 0
               ADD 1 TO WRK-CONT-SEM-NIVEL
               MOVE WRK-NIVEIS-USADOS TO WRK-NIVEL-ACHADO
               DISPLAY "TITULO SEM NIVEL DE RISCO, ATRASO "
                       WRK-DIAS-ATRASO ": " PEND-NUMERO
           END-IF.

           COMPUTE WRK-PROVISAO-TITULO ROUNDED EQUAL
               PEND-VALOR * WRK-NIV-PERC(WRK-NIVEL-ACHADO) / 100.

           ADD 1          TO WRK-NIV-QTDE(WRK-NIVEL-ACHADO).
           ADD PEND-VALOR TO WRK-NIV-VALOR(WRK-NIVEL-ACHADO).
           ADD WRK-PROVISAO-TITULO
                          TO WRK-NIV-PROVISAO(WRK-NIVEL-ACHADO).

           ADD 1                   TO WRK-TOT-TITULOS.
           ADD PEND-VALOR          TO WRK-TOT-CARTEIRA.
           ADD WRK-PROVISAO-TITULO TO WRK-TOT-REQUERIDA.

           PERFORM 2900-LE-PENDENTE THRU 2900-LE-PENDENTE-EXIT.
       2000-CLASSIFICA-TITULO-EXIT.
           EXIT.

       2100-COMPARA-NIVEL.
           IF WRK-DIAS-ATRASO NOT < WRK-NIV-DIAS-DE(WRK-IDX-NIVEL)
              AND (WRK-NIV-DIAS-ATE(WRK-IDX-NIVEL) = ZEROS
                   OR WRK-DIAS-ATRASO
                      NOT > WRK-NIV-DIAS-ATE(WRK-IDX-NIVEL))
               MOVE WRK-IDX-NIVEL TO WRK-NIVEL-ACHADO
           END-IF.
       2100-COMPARA-NIVEL-EXIT.
           EXIT.

       2900-LE-PENDENTE.
           READ BOLETO-PENDENTE
               AT END SET FIM-PEND TO TRUE
           END-READ.
       2900-LE-PENDENTE-EXIT.
           EXIT.

       3000-IMPRIME-NIVEIS.
           PERFORM 3100-IMPRIME-UM-NIVEL
               THRU 3100-IMPRIME-UM-NIVEL-EXIT
               VARYING WRK-IDX-NIVEL FROM 1 BY 1
               UNTIL WRK-IDX-NIVEL > WRK-NIVEIS-USADOS.

           MOVE WRK-TOT-TITULOS   TO WRK-TN-QTDE.
           MOVE WRK-TOT-CARTEIRA  TO WRK-TN-VALOR.
           MOVE WRK-TOT-REQUERIDA TO WRK-TN-PROVISAO.
           WRITE PROV-RELAT-LINHA FROM WRK-LINHA-SEPARADOR.
           WRITE PROV-RELAT-LINHA FROM WRK-LINHA-TOTAL-NIVEL.
       3000-IMPRIME-NIVEIS-EXIT.
           EXIT.

       3100-IMPRIME-UM-NIVEL.
           MOVE WRK-NIV-NIVEL(WRK-IDX-NIVEL)    TO WRK-N-NIVEL.
           MOVE WRK-NIV-DIAS-DE(WRK-IDX-NIVEL)  TO WRK-N-DIAS-DE.
           IF WRK-NIV-DIAS-ATE(WRK-IDX-NIVEL) = ZEROS
               MOVE "    +"                     TO WRK-N-DIAS-ATE
           ELSE
               MOVE WRK-NIV-DIAS-ATE(WRK-IDX-NIVEL)
                                                TO WRK-N-DIAS-ATE
           END-IF.
           MOVE WRK-NIV-PERC(WRK-IDX-NIVEL)     TO WRK-N-PERC.
           MOVE WRK-NIV-QTDE(WRK-IDX-NIVEL)     TO WRK-N-QTDE.
           MOVE WRK-NIV-VALOR(WRK-IDX-NIVEL)    TO WRK-N-VALOR.
           MOVE WRK-NIV-PROVISAO(WRK-IDX-NIVEL) TO WRK-N-PROVISAO.
           WRITE PROV-RELAT-LINHA FROM WRK-LINHA-NIVEL.
       3100-IMPRIME-UM-NIVEL-EXIT.
           EXIT.

       4000-CONTABILIZA-BAIXAS.
      *-----------------------------------------------------------------
      *    PERCORRE O ARQUIVO PERMANENTE DE TITULOS BAIXADOS E
      *    CONTABILIZA OS BAIXADOS DENTRO DO MES DE REFERENCIA: O
      *    PRINCIPAL SAI DA CARTEIRA CONTRA A PROVISAO (DEBITO
      *    PROVPERD, CREDITO PRINCIPA), NA CONTA DO TITULO. TITULO JA
      *    RECUPERADO NO PROPRIO MES CONTINUA SENDO BAIXA DO MES; A
      *    RECUPERACAO FOI CONTABILIZADA NA RECONCILIACAO DIARIA.
      *-----------------------------------------------------------------
           WRITE PROV-RELAT-LINHA FROM WRK-LINHA-BAIXA-TITULO.

           OPEN INPUT BOLETO-BAIXADO.
           IF WRK-STATUS-BAIXA NOT = "00"
               DISPLAY "SEM ARQUIVO DE TITULOS BAIXADOS"
               GO TO 4000-CONTABILIZA-BAIXAS-EXIT
           END-IF.

           PERFORM 4900-LE-BAIXADO THRU 4900-LE-BAIXADO-EXIT.

           PERFORM 4100-TRATA-BAIXADO
               THRU 4100-TRATA-BAIXADO-EXIT
               UNTIL FIM-BAIXA.

           CLOSE BOLETO-BAIXADO.
       4000-CONTABILIZA-BAIXAS-EXIT.
           EXIT.

       4100-TRATA-BAIXADO.
           MOVE BXA-DATA-BAIXA TO WRK-DATA-BAIXA-N.
           IF WRK-BXA-ANO-MES NOT = WRK-MES-REFERENCIA-N
              OR BXA-DATA-BAIXA > WRK-DATA-ATUAL
               GO TO 4100-TRATA-BAIXADO-LEITURA
           END-IF.

           ADD 1         TO WRK-CONT-BAIXAS.
           ADD BXA-VALOR TO WRK-TOT-BAIXAS.

           MOVE BXA-NUMERO     TO WRK-B-NUMERO.
           MOVE BXA-AGENCIA    TO WRK-B-AGENCIA.
           MOVE BXA-CONTA      TO WRK-B-CONTA.
           MOVE BXA-DATA-BAIXA TO WRK-B-DATA.
           MOVE BXA-VALOR      TO WRK-B-VALOR.
           IF BXA-RECUPERADO
               MOVE "RECUPERADO" TO WRK-B-SITUACAO
           ELSE
               MOVE SPACES       TO WRK-B-SITUACAO
           END-IF.
           WRITE PROV-RELAT-LINHA FROM WRK-LINHA-BAIXA.

           MOVE BXA-AGENCIA    TO WRK-CTB-AGENCIA-LANC.
           MOVE BXA-CONTA      TO WRK-CTB-NUMERO-LANC.
           MOVE "PROVPERD"     TO WRK-CTB-RUBRICA-DEB.
           MOVE "PRINCIPA"     TO WRK-CTB-RUBRICA-CRE.
           MOVE BXA-VALOR      TO WRK-CTB-VALOR-PAR.
           PERFORM 6000-GRAVA-PAR-CONTABIL
               THRU 6000-GRAVA-PAR-CONTABIL-EXIT.

       4100-TRATA-BAIXADO-LEITURA.
           PERFORM 4900-LE-BAIXADO THRU 4900-LE-BAIXADO-EXIT.
       4100-TRATA-BAIXADO-EXIT.
           EXIT.

       4900-LE-BAIXADO.
           READ BOLETO-BAIXADO NEXT RECORD
               AT END SET FIM-BAIXA TO TRUE
           END-READ.
       4900-LE-BAIXADO-EXIT.
           EXIT.

       5000-APURA-AJUSTE.
      *-----------------------------------------------------------------
      *    O SALDO DE PROVISAO DE PARTIDA E A PROVISAO REQUERIDA NO
      *    FECHAMENTO DO MES ANTERIOR (ZERO NO PRIMEIRO FECHAMENTO).
      *    AS BAIXAS DO MES CONSOMEM ESSE SALDO E O AJUSTE LEVA O QUE
      *    SOBROU AO VALOR REQUERIDO PELA CARTEIRA ATUAL. O REGISTRO
      *    DO MES NO HISTORICO E GRAVADO (OU REGRAVADO NA REEXECUCAO).
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-SALDO-ANTERIOR.
           MOVE WRK-MES-ANTERIOR-N TO PHS-ANO-MES.
           READ PROVISAO-HIST
               INVALID KEY
                   DISPLAY "SEM FECHAMENTO DO MES ANTERIOR: "
                           WRK-MES-ANTERIOR-N
                           " - PROVISAO DE PARTIDA ZERO"
               NOT INVALID KEY
                   SET TEM-HIST-ANTERIOR TO TRUE
                   MOVE PHS-PROVISAO-REQUERIDA TO WRK-SALDO-ANTERIOR
           END-READ.

           COMPUTE WRK-SALDO-APOS-BAIXAS EQUAL
               WRK-SALDO-ANTERIOR - WRK-TOT-BAIXAS.
           COMPUTE WRK-AJUSTE EQUAL
               WRK-TOT-REQUERIDA - WRK-SALDO-APOS-BAIXAS.

           MOVE ZEROS TO WRK-CTB-CONTA-LANC.
           IF WRK-AJUSTE > ZEROS
               MOVE WRK-AJUSTE  TO WRK-VALOR-AJUSTE
               MOVE "DESPPROV"  TO WRK-CTB-RUBRICA-DEB
               MOVE "PROVPERD"  TO WRK-CTB-RUBRICA-CRE
               MOVE WRK-VALOR-AJUSTE TO WRK-CTB-VALOR-PAR
               PERFORM 6000-GRAVA-PAR-CONTABIL
                   THRU 6000-GRAVA-PAR-CONTABIL-EXIT
           END-IF.
           IF WRK-AJUSTE < ZEROS
               COMPUTE WRK-VALOR-AJUSTE EQUAL WRK-AJUSTE * -1
               MOVE "PROVPERD"  TO WRK-CTB-RUBRICA-DEB
               MOVE "REVPROV"   TO WRK-CTB-RUBRICA-CRE
               MOVE WRK-VALOR-AJUSTE TO WRK-CTB-VALOR-PAR
               PERFORM 6000-GRAVA-PAR-CONTABIL
                   THRU 6000-GRAVA-PAR-CONTABIL-EXIT
           END-IF.

           MOVE SPACES                TO PROVISAO-HIST-REC.
           MOVE WRK-MES-REFERENCIA-N  TO PHS-ANO-MES.
           MOVE WRK-DATA-ATUAL        TO PHS-DATA-PROC.
           MOVE WRK-TOT-TITULOS       TO PHS-QTDE-TITULOS.
           MOVE WRK-TOT-CARTEIRA      TO PHS-VALOR-CARTEIRA.
           MOVE WRK-SALDO-ANTERIOR    TO PHS-SALDO-ANTERIOR.
           MOVE WRK-TOT-BAIXAS        TO PHS-BAIXAS-MES.
           MOVE WRK-TOT-REQUERIDA     TO PHS-PROVISAO-REQUERIDA.
           MOVE WRK-AJUSTE            TO PHS-AJUSTE.
           REWRITE PROVISAO-HIST-REC
               INVALID KEY
                   WRITE PROVISAO-HIST-REC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR HISTORICO DA "
                                   "PROVISAO: " WRK-MES-REFERENCIA-N
                   END-WRITE
           END-REWRITE.

           PERFORM 5100-IMPRIME-RESUMO
               THRU 5100-IMPRIME-RESUMO-EXIT.
       5000-APURA-AJUSTE-EXIT.
           EXIT.

       5100-IMPRIME-RESUMO.
           WRITE PROV-RELAT-LINHA FROM WRK-LINHA-RESUMO-TITULO.

           MOVE "SALDO DE PROVISAO ANTERIOR"  TO WRK-RS-DESCRICAO.
           MOVE WRK-SALDO-ANTERIOR            TO WRK-RS-VALOR.
           WRITE PROV-RELAT-LINHA FROM WRK-LINHA-RESUMO.

           MOVE "(-) BAIXAS DO MES"           TO WRK-RS-DESCRICAO.
           MOVE WRK-TOT-BAIXAS                TO WRK-RS-VALOR.
           WRITE PROV-RELAT-LINHA FROM WRK-LINHA-RESUMO.

           MOVE "SALDO APOS BAIXAS"           TO WRK-RS-DESCRICAO.
           MOVE WRK-SALDO-APOS-BAIXAS         TO WRK-RS-VALOR.
           WRITE PROV-RELAT-LINHA FROM WRK-LINHA-RESUMO.

           MOVE "PROVISAO REQUERIDA"          TO WRK-RS-DESCRICAO.
           MOVE WRK-TOT-REQUERIDA             TO WRK-RS-VALOR.
           WRITE PROV-RELAT-LINHA FROM WRK-LINHA-RESUMO.

           IF WRK-AJUSTE < ZEROS
               MOVE "AJUSTE - REVERSAO"       TO WRK-RS-DESCRICAO
           ELSE
               MOVE "AJUSTE - CONSTITUICAO"   TO WRK-RS-DESCRICAO
           END-IF.
           MOVE WRK-AJUSTE                    TO WRK-RS-VALOR.
           WRITE PROV-RELAT-LINHA FROM WRK-LINHA-RESUMO.
       5100-IMPRIME-RESUMO-EXIT.
           EXIT.

       6000-GRAVA-PAR-CONTABIL.
      *-----------------------------------------------------------------
      *    GRAVA UM PAR BALANCEADO DEBITO/CREDITO NA INTERFACE
      *    CONTABIL COM AS RUBRICAS, CONTA E VALOR CARREGADOS PELO
      *    CHAMADOR, ACUMULANDO A CONTAGEM E OS TOTAIS DO TRAILER.
      *-----------------------------------------------------------------
           MOVE "1"                  TO CTB-TIPO-REG.
           MOVE WRK-DATA-ATUAL       TO CTB-DATA.
           MOVE WRK-CTB-AGENCIA-LANC TO CTB-AGENCIA.
           MOVE WRK-CTB-NUMERO-LANC  TO CTB-CONTA.
           MOVE WRK-CTB-VALOR-PAR    TO CTB-VALOR.
           MOVE SPACE                TO CTB-SITUACAO.

           MOVE "D"                  TO CTB-NATUREZA.
           MOVE WRK-CTB-RUBRICA-DEB  TO CTB-RUBRICA.
           WRITE CONTABIL-REC FROM WRK-CTB-DETALHE.
           ADD 1                     TO WRK-TOT-CTB-QTDE.
           ADD WRK-CTB-VALOR-PAR     TO WRK-TOT-CTB-DEBITO.

           MOVE "C"                  TO CTB-NATUREZA.
           MOVE WRK-CTB-RUBRICA-CRE  TO CTB-RUBRICA.
           WRITE CONTABIL-REC FROM WRK-CTB-DETALHE.
           ADD 1                     TO WRK-TOT-CTB-QTDE.
           ADD WRK-CTB-VALOR-PAR     TO WRK-TOT-CTB-CREDITO.
       6000-GRAVA-PAR-CONTABIL-EXIT.
           EXIT.

       9000-FINALIZA.
           MOVE SPACES              TO WRK-CTB-CONTROLE.
           MOVE "9"                 TO CTBC-TIPO-REG.
           MOVE "CONTABIL"          TO CTBC-ID.
           MOVE WRK-DATA-ATUAL      TO CTBC-DATA.
           MOVE WRK-TOT-CTB-QTDE    TO CTBC-QTDE.
           MOVE WRK-TOT-CTB-DEBITO  TO CTBC-TOT-DEBITO.
           MOVE WRK-TOT-CTB-CREDITO TO CTBC-TOT-CREDITO.
           WRITE CONTABIL-REC FROM WRK-CTB-CONTROLE.

           IF WRK-STATUS-PEND = "00" OR WRK-STATUS-PEND = "10"
               CLOSE BOLETO-PENDENTE
           END-IF.
           CLOSE PROVISAO-HIST.
           CLOSE CONTABIL-INTERFACE.
           CLOSE PROVISAO-RELATORIO.

           DISPLAY "MES DE REFERENCIA ....: " WRK-MES-REFERENCIA-N.
           DISPLAY "TITULOS CLASSIFICADOS : " WRK-TOT-TITULOS.
           DISPLAY "TITULOS SEM NIVEL ....: " WRK-CONT-SEM-NIVEL.
           DISPLAY "PROVISAO REQUERIDA ...: " WRK-TOT-REQUERIDA.
           DISPLAY "BAIXAS DO MES ........: " WRK-CONT-BAIXAS.
           DISPLAY "AJUSTE DA PROVISAO ...: " WRK-AJUSTE.
           DISPLAY "LANCAMENTOS CONTABEIS : " WRK-TOT-CTB-QTDE.

           MOVE WRK-MES-REFERENCIA-N TO WRK-AUD-CHAVE.
           MOVE WRK-TOT-TITULOS      TO AUD-R-TIT.
           MOVE WRK-CONT-BAIXAS      TO AUD-R-BXA.

           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           IF WRK-CONT-SEM-NIVEL > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
