      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "JurosChequeEspecial".
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
           SELECT TAXA-CHEQUE     ASSIGN TO "TAXACHEQ"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS TCE-DATA-INICIO
                                   FILE STATUS IS WRK-STATUS-TAXA.

           SELECT SALDO-CONTA     ASSIGN TO "SALDOCTA"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS SCT-CONTA
                                   FILE STATUS IS WRK-STATUS-SALDO.

           SELECT LIMITE-CONTA    ASSIGN TO "LIMCRED"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LIM-CHAVE
                                   FILE STATUS IS WRK-STATUS-LIMITE.

           SELECT CONTA-XREF      ASSIGN TO "CTAXREF"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS XRF-CONTA
                                   FILE STATUS IS WRK-STATUS-XREF.

           SELECT CLIENTE-MASTER  ASSIGN TO "CLIMASTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CPF
                                   ALTERNATE RECORD KEY IS NOME
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-MASTER.

           SELECT LANCAMENTO-CONTA ASSIGN TO "LANCCTA"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LCT-CHAVE
                                   FILE STATUS IS WRK-STATUS-LANCTO.

           SELECT CONTABIL-INTERFACE ASSIGN TO "CHEQCTB"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-CONTABIL.

           SELECT JUROS-RELATORIO ASSIGN TO "CHEQRELA"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-RELAT.

           SELECT LIMITE-EXCEDIDO ASSIGN TO "LIMEXCED"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-EXCED.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  TAXA-CHEQUE
           LABEL RECORDS ARE STANDARD.
           COPY TCECOPY.

       FD  SALDO-CONTA
           LABEL RECORDS ARE STANDARD.
           COPY SCTCOPY.

       FD  LIMITE-CONTA
           LABEL RECORDS ARE STANDARD.
           COPY LIMCOPY.

       FD  CONTA-XREF
           LABEL RECORDS ARE STANDARD.
           COPY XREFCPY.

       FD  CLIENTE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CLICOPY.

       FD  LANCAMENTO-CONTA
           LABEL RECORDS ARE STANDARD.
           COPY LCTCOPY.

       FD  CONTABIL-INTERFACE
           LABEL RECORDS ARE STANDARD.
       01  CONTABIL-REC             PIC X(50).

       FD  JUROS-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  JUROS-RELAT-LINHA        PIC X(120).

       FD  LIMITE-EXCEDIDO
           LABEL RECORDS ARE STANDARD.
       01  EXCED-RELAT-LINHA        PIC X(120).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-TAXA                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-SALDO               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-LIMITE              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-XREF                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-MASTER              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-LANCTO              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CONTABIL            PIC X(02) VALUE SPACES.

       77  WRK-STATUS-RELAT               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-EXCED               PIC X(02) VALUE SPACES.

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

       77  WRK-FIM-TAXA                   PIC X(01) VALUE "N".
           88  FIM-TAXA                       VALUE "S".

       77  WRK-FIM-SALDO                  PIC X(01) VALUE "N".
           88  FIM-SALDO                      VALUE "S".

       77  WRK-FIM-LIMITE-SW              PIC X(01) VALUE "N".
           88  FIM-LIMITE-CONTA               VALUE "S".

       77  WRK-FIM-LCT-SW                 PIC X(01) VALUE "N".
           88  FIM-LCT-CONTA                  VALUE "S".

       77  WRK-LIMITE-ABERTO-SW           PIC X(01) VALUE "N".
           88  LIMITE-ABERTO                  VALUE "S".

       77  WRK-JA-COBRADO-SW              PIC X(01) VALUE "N".
           88  JUROS-JA-COBRADO               VALUE "S".

       77  WRK-TITULAR-SW                 PIC X(01) VALUE "N".
           88  TITULAR-ENCONTRADO             VALUE "S".

      *-----------------------------------------------------------------
      *    TABELA DE TAXAS DO CHEQUE ESPECIAL COM VIGENCIA, CARREGADA
      *    DO TAXACHEQ. SEM VIGENCIA QUE CUBRA A DATA DE PROCESSAMENTO
      *    VALE A TAXA PADRAO DE 0,2600% AO DIA (CERCA DE 8% AO MES).
      *-----------------------------------------------------------------
       01  WRK-TABELA-TAXAS.
           02 WRK-TAX-ITEM OCCURS 50 TIMES.
               03 WRK-TAX-INICIO        PIC 9(08).
               03 WRK-TAX-FIM           PIC 9(08).
               03 WRK-TAX-JUROS         PIC 9V9(06).

       77  WRK-TAXAS-USADAS               PIC 9(03) COMP VALUE ZEROS.

       77  WRK-IDX-TAXA                   PIC 9(03) COMP VALUE ZEROS.

       77  WRK-TAXA-PADRAO                PIC 9V9(06) VALUE 0.002600.

       77  WRK-TAXA-JUROS-USO             PIC 9V9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    APURACAO POR CONTA DEVEDORA
      *-----------------------------------------------------------------
       77  WRK-LIMITE                     PIC 9(07)V99 VALUE ZEROS.

       77  WRK-DEVEDOR                    PIC 9(07)V99 VALUE ZEROS.

       77  WRK-EXCESSO                    PIC 9(07)V99 VALUE ZEROS.

       77  WRK-JUROS                      PIC 9(07)V99 VALUE ZEROS.

       01  WRK-CONTA-ATUAL.
           02 WRK-CONTA-AGENCIA     PIC 9(04).
           02 WRK-CONTA-NUMERO      PIC 9(10).

       77  WRK-LCT-ULT-SEQ                PIC 9(05) VALUE ZEROS.

       77  WRK-CPF-TITULAR                PIC X(12) VALUE SPACES.

      *-----------------------------------------------------------------
      *    CONTADORES E TOTAIS DA RODADA
      *-----------------------------------------------------------------
       77  WRK-CONT-CONTAS                PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-DEVEDORAS             PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-COBRADAS              PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-JA-COBRADAS           PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-ENCERRADAS            PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-EXCEDIDAS             PIC 9(05) VALUE ZEROS.

       77  WRK-TOT-JUROS                  PIC 9(11)V99 VALUE ZEROS.

       77  WRK-TOT-DEVEDOR                PIC 9(11)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *    INTERFACE CONTABIL DOS JUROS, NO MESMO LAYOUT DO ARQUIVO
      *    CONTABIL DIARIO: DEBITO DO ADIANTAMENTO A DEPOSITANTES
      *    (CHEQESP) CONTRA A RECEITA DE JUROS (RECCHESP), POR CONTA.
      *-----------------------------------------------------------------
           COPY CTBCOPY.

       77  WRK-TOT-CTB-QTDE               PIC 9(07) VALUE ZEROS.

       77  WRK-TOT-CTB-DEBITO             PIC 9(11)V99 VALUE ZEROS.

       77  WRK-TOT-CTB-CREDITO            PIC 9(11)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *    LINHAS DO RELATORIO DE JUROS
      *-----------------------------------------------------------------
       01  WRK-LINHA-TITULO.
           02 FILLER                PIC X(45) VALUE
              "===== JUROS DO CHEQUE ESPECIAL - DATA ".
           02 WRK-T-DATA            PIC 9999/99/99.
           02 FILLER                PIC X(06) VALUE " =====".

       01  WRK-LINHA-CABEC.
           02 FILLER                PIC X(40) VALUE
              "AGENCIA/CONTA           SALDO ANTERIOR".
           02 FILLER                PIC X(40) VALUE
              "  TAXA DIA        JUROS     SALDO ATUAL".

       01  WRK-LINHA-JUROS.
           02 WRK-J-AGENCIA         PIC 9(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-J-CONTA           PIC 9(10).
           02 FILLER                PIC X(07) VALUE SPACES.
           02 WRK-J-SALDO-ANT       PIC -,---,--9.99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-J-TAXA            PIC 9.999999.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-J-JUROS           PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-J-SALDO-ATU       PIC -,---,--9.99.

       01  WRK-LINHA-TOTAL-JUROS.
           02 FILLER                PIC X(30) VALUE
              "  TOTAL DE JUROS COBRADOS".
           02 WRK-TJ-QTDE           PIC ZZZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-TJ-JUROS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *-----------------------------------------------------------------
      *    LINHAS DO RELATORIO DE CONTAS ACIMA DO LIMITE
      *-----------------------------------------------------------------
       01  WRK-EXCED-TITULO.
           02 FILLER                PIC X(45) VALUE
              "===== CONTAS ACIMA DO LIMITE - DATA ".
           02 WRK-ET-DATA           PIC 9999/99/99.
           02 FILLER                PIC X(06) VALUE " =====".

       01  WRK-EXCED-CABEC.
           02 FILLER                PIC X(22) VALUE
              "AGENCIA/CONTA".
           02 FILLER                PIC X(41) VALUE
              "TITULAR".
           02 FILLER                PIC X(45) VALUE
              "        SALDO       LIMITE      EXCESSO".

       01  WRK-LINHA-EXCED.
           02 WRK-E-AGENCIA         PIC 9(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-E-CONTA           PIC 9(10).
           02 FILLER                PIC X(07) VALUE SPACES.
           02 WRK-E-NOME            PIC X(40).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-E-SALDO           PIC -,---,--9.99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-E-LIMITE          PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-E-EXCESSO         PIC Z,ZZZ,ZZ9.99.

       01  WRK-LINHA-SEPARADOR      PIC X(100) VALUE ALL "-".

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "JurosChequeEspecial".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       01  WRK-AUD-RESULTADO-GRP.
           02 FILLER                       PIC X(04) VALUE "JUR=".
           02 AUD-R-JUR                    PIC 9(05).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "EXC=".
           02 AUD-R-EXC                    PIC 9(05).
           02 FILLER                       PIC X(11) VALUE SPACES.

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
      *    COBRANCA DIARIA DOS JUROS DO CHEQUE ESPECIAL: PERCORRE O
      *    MESTRE DE SALDOS E, PARA CADA CONTA DEVEDORA, COBRA UM DIA
      *    DE JUROS SOBRE O SALDO NEGATIVO A TAXA EM VIGOR NA DATA,
      *    DEBITANDO A CONTA, LANCANDO NO RAZAO E NA INTERFACE
      *    CONTABIL. AS CONTAS CUJO SALDO DEVEDOR PASSOU DO LIMITE
      *    CONTRATADO SAEM NO RELATORIO DE LIMITE EXCEDIDO.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-TRATA-CONTA
               THRU 2000-TRATA-CONTA-EXIT
               UNTIL FIM-SALDO.

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

           PERFORM 1100-CARREGA-TAXAS
               THRU 1100-CARREGA-TAXAS-EXIT.
           PERFORM 1200-SELECIONA-TAXA
               THRU 1200-SELECIONA-TAXA-EXIT.

           OPEN INPUT  LIMITE-CONTA.
           IF WRK-STATUS-LIMITE = "00"
               SET LIMITE-ABERTO TO TRUE
           ELSE
               DISPLAY "CADASTRO DE LIMITES AUSENTE, CONTAS SEM LIMITE"
           END-IF.

           OPEN INPUT  CONTA-XREF.
           OPEN INPUT  CLIENTE-MASTER.

           OPEN I-O    LANCAMENTO-CONTA.
           IF WRK-STATUS-LANCTO = "35"
               CLOSE LANCAMENTO-CONTA
               OPEN OUTPUT LANCAMENTO-CONTA
               CLOSE LANCAMENTO-CONTA
               OPEN I-O LANCAMENTO-CONTA
           END-IF.

           OPEN OUTPUT JUROS-RELATORIO.
           MOVE WRK-DATA-ATUAL TO WRK-T-DATA.
           WRITE JUROS-RELAT-LINHA FROM WRK-LINHA-TITULO.
           WRITE JUROS-RELAT-LINHA FROM WRK-LINHA-CABEC.

           OPEN OUTPUT LIMITE-EXCEDIDO.
           MOVE WRK-DATA-ATUAL TO WRK-ET-DATA.
           WRITE EXCED-RELAT-LINHA FROM WRK-EXCED-TITULO.
           WRITE EXCED-RELAT-LINHA FROM WRK-EXCED-CABEC.

           OPEN OUTPUT CONTABIL-INTERFACE.
           MOVE SPACES         TO WRK-CTB-CONTROLE.
           MOVE "0"            TO CTBC-TIPO-REG.
           MOVE "CONTABIL"     TO CTBC-ID.
           MOVE WRK-DATA-ATUAL TO CTBC-DATA.
           MOVE ZEROS          TO CTBC-QTDE
                                  CTBC-TOT-DEBITO
                                  CTBC-TOT-CREDITO.
           WRITE CONTABIL-REC FROM WRK-CTB-CONTROLE.

           OPEN I-O    SALDO-CONTA.
           IF WRK-STATUS-SALDO NOT = "00"
               DISPLAY "MESTRE DE SALDOS AUSENTE: " WRK-STATUS-SALDO
               SET FIM-SALDO TO TRUE
           ELSE
               PERFORM 2900-LE-SALDO THRU 2900-LE-SALDO-EXIT
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

       1100-CARREGA-TAXAS.
      *-----------------------------------------------------------------
      *    CARREGA A TABELA DE TAXAS DO CHEQUE ESPECIAL PARA A
      *    MEMORIA. SEM ARQUIVO (OU VAZIO) VALE A TAXA PADRAO.
      *-----------------------------------------------------------------
           OPEN INPUT TAXA-CHEQUE.
           IF WRK-STATUS-TAXA NOT = "00"
               DISPLAY "TABELA DE TAXAS DO CHEQUE ESPECIAL AUSENTE, "
                       "USANDO TAXA PADRAO"
               GO TO 1100-CARREGA-TAXAS-EXIT
           END-IF.

           READ TAXA-CHEQUE NEXT RECORD
               AT END SET FIM-TAXA TO TRUE
           END-READ.

           PERFORM 1150-GUARDA-TAXA
               THRU 1150-GUARDA-TAXA-EXIT
               UNTIL FIM-TAXA.

           CLOSE TAXA-CHEQUE.
       1100-CARREGA-TAXAS-EXIT.
           EXIT.

       1150-GUARDA-TAXA.
           IF WRK-TAXAS-USADAS >= 50
               DISPLAY "TABELA DE TAXAS CHEIA, VIGENCIA IGNORADA: "
                       TCE-DATA-INICIO
           ELSE
               ADD 1 TO WRK-TAXAS-USADAS
               MOVE TCE-DATA-INICIO    TO
                   WRK-TAX-INICIO(WRK-TAXAS-USADAS)
               MOVE TCE-DATA-FIM       TO
                   WRK-TAX-FIM(WRK-TAXAS-USADAS)
               MOVE TCE-TAXA-JUROS-DIA TO
                   WRK-TAX-JUROS(WRK-TAXAS-USADAS)
           END-IF.

           READ TAXA-CHEQUE NEXT RECORD
               AT END SET FIM-TAXA TO TRUE
           END-READ.
       1150-GUARDA-TAXA-EXIT.
           EXIT.

       1200-SELECIONA-TAXA.
      *-----------------------------------------------------------------
      *    SELECIONA NA TABELA DE VIGENCIAS A TAXA EM VIGOR NA DATA DE
      *    PROCESSAMENTO (INICIO <= DATA E FIM ZERADO OU >= DATA). A
      *    TABELA VEM EM ORDEM DE INICIO, ENTAO PREVALECE A VIGENCIA
      *    MAIS RECENTE QUE CUBRA A DATA.
      *-----------------------------------------------------------------
           MOVE WRK-TAXA-PADRAO TO WRK-TAXA-JUROS-USO.

           PERFORM 1250-COMPARA-VIGENCIA
               THRU 1250-COMPARA-VIGENCIA-EXIT
               VARYING WRK-IDX-TAXA FROM 1 BY 1
               UNTIL WRK-IDX-TAXA > WRK-TAXAS-USADAS.
       1200-SELECIONA-TAXA-EXIT.
           EXIT.

       1250-COMPARA-VIGENCIA.
           IF WRK-TAX-INICIO(WRK-IDX-TAXA) NOT > WRK-DATA-ATUAL
              AND (WRK-TAX-FIM(WRK-IDX-TAXA) = ZEROS
                   OR WRK-TAX-FIM(WRK-IDX-TAXA)
                      NOT < WRK-DATA-ATUAL)
               MOVE WRK-TAX-JUROS(WRK-IDX-TAXA)
                   TO WRK-TAXA-JUROS-USO
           END-IF.
       1250-COMPARA-VIGENCIA-EXIT.
           EXIT.

       2000-TRATA-CONTA.
      *-----------------------------------------------------------------
      *    CONTA COM SALDO NAO NEGATIVO NAO TEM O QUE COBRAR. CONTA
      *    ENCERRADA NAO RECEBE LANCAMENTO. A COBRANCA E UMA SO POR
      *    DIA: SE O RAZAO JA TEM A LINHA DE JUROS DA CONTA NA DATA
      *    (REEXECUCAO), O SALDO NAO E DEBITADO DE NOVO, MAS A CONTA
      *    CONTINUA SENDO CONFRONTADA COM O LIMITE.
      *-----------------------------------------------------------------
           ADD 1 TO WRK-CONT-CONTAS.
           IF SCT-SALDO NOT < ZEROS
               GO TO 2000-TRATA-CONTA-LEITURA
           END-IF.

           MOVE SCT-CONTA TO WRK-CONTA-ATUAL XRF-CONTA.
           READ CONTA-XREF
               INVALID KEY
                   MOVE SPACES TO CONTA-XREF-REC
           END-READ.
           IF XRF-ENCERRADA
               ADD 1 TO WRK-CONT-ENCERRADAS
               DISPLAY "CONTA ENCERRADA DEVEDORA, SEM JUROS: "
                       WRK-CONTA-AGENCIA "/" WRK-CONTA-NUMERO
               GO TO 2000-TRATA-CONTA-LEITURA
           END-IF.

           ADD 1 TO WRK-CONT-DEVEDORAS.

           PERFORM 2100-VERIFICA-RAZAO
               THRU 2100-VERIFICA-RAZAO-EXIT.

           IF JUROS-JA-COBRADO
               ADD 1 TO WRK-CONT-JA-COBRADAS
           ELSE
               PERFORM 3000-COBRA-JUROS
                   THRU 3000-COBRA-JUROS-EXIT
           END-IF.

           COMPUTE WRK-DEVEDOR EQUAL SCT-SALDO * -1.
           ADD WRK-DEVEDOR TO WRK-TOT-DEVEDOR.

           PERFORM 2200-BUSCA-LIMITE
               THRU 2200-BUSCA-LIMITE-EXIT.

           IF WRK-DEVEDOR > WRK-LIMITE
               PERFORM 4000-LIMITE-EXCEDIDO
                   THRU 4000-LIMITE-EXCEDIDO-EXIT
           END-IF.

       2000-TRATA-CONTA-LEITURA.
           PERFORM 2900-LE-SALDO THRU 2900-LE-SALDO-EXIT.
       2000-TRATA-CONTA-EXIT.
           EXIT.

       2100-VERIFICA-RAZAO.
      *-----------------------------------------------------------------
      *    POSICIONA NO RAZAO NO INICIO DA CONTA NA DATA DA EXECUCAO,
      *    GUARDA A ULTIMA SEQUENCIA USADA E VERIFICA SE A LINHA DE
      *    JUROS DO CHEQUE ESPECIAL DO DIA JA FOI GRAVADA. O ACESSO
      *    AO RAZAO NAO MEXE NA POSICAO DE LEITURA DO MESTRE.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-LCT-ULT-SEQ.
           MOVE "N"   TO WRK-FIM-LCT-SW
                         WRK-JA-COBRADO-SW.

           MOVE WRK-CONTA-AGENCIA TO LCT-AGENCIA.
           MOVE WRK-CONTA-NUMERO  TO LCT-NUMERO.
           MOVE WRK-DATA-ATUAL    TO LCT-DATA.
           MOVE ZEROS             TO LCT-SEQUENCIA.
           START LANCAMENTO-CONTA KEY IS NOT LESS THAN LCT-CHAVE
               INVALID KEY
                   GO TO 2100-VERIFICA-RAZAO-EXIT
           END-START.

           PERFORM 2150-LE-RAZAO
               THRU 2150-LE-RAZAO-EXIT
               UNTIL FIM-LCT-CONTA.
       2100-VERIFICA-RAZAO-EXIT.
           EXIT.

       2150-LE-RAZAO.
           READ LANCAMENTO-CONTA NEXT RECORD
               AT END
                   SET FIM-LCT-CONTA TO TRUE
               NOT AT END
                   IF LCT-CONTA NOT = WRK-CONTA-ATUAL
                      OR LCT-DATA NOT = WRK-DATA-ATUAL
                       SET FIM-LCT-CONTA TO TRUE
                   ELSE
                       MOVE LCT-SEQUENCIA TO WRK-LCT-ULT-SEQ
                       IF LCT-TIPO = "JUROCHEQ"
                           SET JUROS-JA-COBRADO TO TRUE
                       END-IF
                   END-IF
           END-READ.
       2150-LE-RAZAO-EXIT.
           EXIT.

       2200-BUSCA-LIMITE.
      *-----------------------------------------------------------------
      *    APURA O LIMITE DE CHEQUE ESPECIAL DA CONTA NA DATA: ENTRE
      *    AS VIGENCIAS DA CONTA COM INICIO ATE A DATA, VALE A DE
      *    MAIOR INICIO CUJO FIM ESTEJA ZERADO OU NAO SEJA ANTERIOR A
      *    DATA. SEM VIGENCIA, O LIMITE E ZERO.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-LIMITE.
           IF NOT LIMITE-ABERTO
               GO TO 2200-BUSCA-LIMITE-EXIT
           END-IF.

           MOVE "N"               TO WRK-FIM-LIMITE-SW.
           MOVE WRK-CONTA-AGENCIA TO LIM-AGENCIA.
           MOVE WRK-CONTA-NUMERO  TO LIM-NUMERO.
           MOVE ZEROS             TO LIM-DATA-INICIO.
           START LIMITE-CONTA KEY IS NOT LESS THAN LIM-CHAVE
               INVALID KEY
                   GO TO 2200-BUSCA-LIMITE-EXIT
           END-START.

           PERFORM 2250-LE-LIMITE
               THRU 2250-LE-LIMITE-EXIT
               UNTIL FIM-LIMITE-CONTA.
       2200-BUSCA-LIMITE-EXIT.
           EXIT.

       2250-LE-LIMITE.
           READ LIMITE-CONTA NEXT RECORD
               AT END
                   SET FIM-LIMITE-CONTA TO TRUE
               NOT AT END
                   IF LIM-CONTA NOT = WRK-CONTA-ATUAL
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
       2250-LE-LIMITE-EXIT.
           EXIT.

       2900-LE-SALDO.
           READ SALDO-CONTA NEXT RECORD
               AT END SET FIM-SALDO TO TRUE
           END-READ.
       2900-LE-SALDO-EXIT.
           EXIT.

       3000-COBRA-JUROS.
      *-----------------------------------------------------------------
      *    UM DIA DE JUROS SOBRE O SALDO DEVEDOR. O JUROS E DEBITADO
      *    NA PROPRIA CONTA, AUMENTANDO O SALDO NEGATIVO, E GERA A
      *    LINHA DO RAZAO, O PAR CONTABIL E A LINHA DO RELATORIO.
      *    JUROS QUE ARREDONDA PARA ZERO NAO GERA LANCAMENTO.
      *-----------------------------------------------------------------
           COMPUTE WRK-JUROS ROUNDED EQUAL
               SCT-SALDO * -1 * WRK-TAXA-JUROS-USO.
           IF WRK-JUROS = ZEROS
               GO TO 3000-COBRA-JUROS-EXIT
           END-IF.

           MOVE SCT-SALDO TO WRK-J-SALDO-ANT.

           SUBTRACT WRK-JUROS FROM SCT-SALDO.
           MOVE WRK-DATA-ATUAL TO SCT-DATA-MOVTO.
           REWRITE SALDO-CONTA-REC
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR SALDO DA CONTA "
                           WRK-CONTA-AGENCIA "/" WRK-CONTA-NUMERO
                   GO TO 3000-COBRA-JUROS-EXIT
           END-REWRITE.

           PERFORM 3100-GRAVA-LANCTO-CONTA
               THRU 3100-GRAVA-LANCTO-CONTA-EXIT.

           PERFORM 6000-GRAVA-PAR-CONTABIL
               THRU 6000-GRAVA-PAR-CONTABIL-EXIT.

           ADD 1         TO WRK-CONT-COBRADAS.
           ADD WRK-JUROS TO WRK-TOT-JUROS.

           MOVE WRK-CONTA-AGENCIA  TO WRK-J-AGENCIA.
           MOVE WRK-CONTA-NUMERO   TO WRK-J-CONTA.
           MOVE WRK-TAXA-JUROS-USO TO WRK-J-TAXA.
           MOVE WRK-JUROS          TO WRK-J-JUROS.
           MOVE SCT-SALDO          TO WRK-J-SALDO-ATU.
           WRITE JUROS-RELAT-LINHA FROM WRK-LINHA-JUROS.
       3000-COBRA-JUROS-EXIT.
           EXIT.

       3100-GRAVA-LANCTO-CONTA.
      *-----------------------------------------------------------------
      *    GRAVA A LINHA DE DEBITO DOS JUROS NO RAZAO DA CONTA, NA
      *    PROXIMA SEQUENCIA LIVRE DA DATA, COM O SALDO RESULTANTE.
      *-----------------------------------------------------------------
           ADD 1 TO WRK-LCT-ULT-SEQ.

           MOVE SPACES            TO LANCAMENTO-REC.
           MOVE WRK-CONTA-AGENCIA TO LCT-AGENCIA.
           MOVE WRK-CONTA-NUMERO  TO LCT-NUMERO.
           MOVE WRK-DATA-ATUAL    TO LCT-DATA.
           MOVE WRK-LCT-ULT-SEQ   TO LCT-SEQUENCIA.
           MOVE "D"               TO LCT-NATUREZA.
           MOVE "JUROCHEQ"        TO LCT-TIPO.
           MOVE ZEROS             TO LCT-DOCUMENTO.
           MOVE WRK-JUROS         TO LCT-VALOR.
           MOVE "S"               TO LCT-AFETA-SALDO.
           MOVE SCT-SALDO         TO LCT-SALDO-APOS.
           MOVE "JUROCHEQ"        TO LCT-ORIGEM.

           WRITE LANCAMENTO-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR LANCAMENTO DA CONTA "
                           WRK-CONTA-AGENCIA "/" WRK-CONTA-NUMERO
           END-WRITE.
       3100-GRAVA-LANCTO-CONTA-EXIT.
           EXIT.

       4000-LIMITE-EXCEDIDO.
      *-----------------------------------------------------------------
      *    CONTA CUJO SALDO DEVEDOR (JA COM OS JUROS DO DIA) PASSOU DO
      *    LIMITE EM VIGOR. O NOME DO TITULAR VEM DO CADASTRO DE
      *    CLIENTES VIA REFERENCIA CRUZADA.
      *-----------------------------------------------------------------
           ADD 1 TO WRK-CONT-EXCEDIDAS.
           COMPUTE WRK-EXCESSO EQUAL WRK-DEVEDOR - WRK-LIMITE.

           PERFORM 4100-BUSCA-TITULAR
               THRU 4100-BUSCA-TITULAR-EXIT.

           MOVE WRK-CONTA-AGENCIA TO WRK-E-AGENCIA.
           MOVE WRK-CONTA-NUMERO  TO WRK-E-CONTA.
           IF TITULAR-ENCONTRADO
               MOVE NOME          TO WRK-E-NOME
           ELSE
               MOVE "*** TITULAR NAO CADASTRADO ***"
                                  TO WRK-E-NOME
           END-IF.
           MOVE SCT-SALDO         TO WRK-E-SALDO.
           MOVE WRK-LIMITE        TO WRK-E-LIMITE.
           MOVE WRK-EXCESSO       TO WRK-E-EXCESSO.
           WRITE EXCED-RELAT-LINHA FROM WRK-LINHA-EXCED.
       4000-LIMITE-EXCEDIDO-EXIT.
           EXIT.

       4100-BUSCA-TITULAR.
           MOVE "N" TO WRK-TITULAR-SW.
           IF XRF-CPF = SPACES
               GO TO 4100-BUSCA-TITULAR-EXIT
           END-IF.

           MOVE XRF-CPF TO CPF WRK-CPF-TITULAR.
           READ CLIENTE-MASTER
               INVALID KEY
                   GO TO 4100-BUSCA-TITULAR-EXIT
           END-READ.

           SET TITULAR-ENCONTRADO TO TRUE.
       4100-BUSCA-TITULAR-EXIT.
           EXIT.

       6000-GRAVA-PAR-CONTABIL.
      *-----------------------------------------------------------------
      *    GRAVA O PAR BALANCEADO DOS JUROS NA INTERFACE CONTABIL,
      *    ACUMULANDO A CONTAGEM E OS TOTAIS DO TRAILER.
      *-----------------------------------------------------------------
           MOVE "1"               TO CTB-TIPO-REG.
           MOVE WRK-DATA-ATUAL    TO CTB-DATA.
           MOVE WRK-CONTA-AGENCIA TO CTB-AGENCIA.
           MOVE WRK-CONTA-NUMERO  TO CTB-CONTA.
           MOVE WRK-JUROS         TO CTB-VALOR.
           MOVE SPACE             TO CTB-SITUACAO.

           MOVE "D"               TO CTB-NATUREZA.
           MOVE "CHEQESP"         TO CTB-RUBRICA.
           WRITE CONTABIL-REC FROM WRK-CTB-DETALHE.
           ADD 1                  TO WRK-TOT-CTB-QTDE.
           ADD WRK-JUROS          TO WRK-TOT-CTB-DEBITO.

           MOVE "C"               TO CTB-NATUREZA.
           MOVE "RECCHESP"        TO CTB-RUBRICA.
           WRITE CONTABIL-REC FROM WRK-CTB-DETALHE.
           ADD 1                  TO WRK-TOT-CTB-QTDE.
           ADD WRK-JUROS          TO WRK-TOT-CTB-CREDITO.
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

           MOVE WRK-CONT-COBRADAS   TO WRK-TJ-QTDE.
           MOVE WRK-TOT-JUROS       TO WRK-TJ-JUROS.
           WRITE JUROS-RELAT-LINHA FROM WRK-LINHA-SEPARADOR.
           WRITE JUROS-RELAT-LINHA FROM WRK-LINHA-TOTAL-JUROS.

           IF WRK-STATUS-SALDO = "00" OR WRK-STATUS-SALDO = "10"
               CLOSE SALDO-CONTA
           END-IF.
           IF LIMITE-ABERTO
               CLOSE LIMITE-CONTA
           END-IF.
           CLOSE CONTA-XREF.
           CLOSE CLIENTE-MASTER.
           CLOSE LANCAMENTO-CONTA.
           CLOSE CONTABIL-INTERFACE.
           CLOSE JUROS-RELATORIO.
           CLOSE LIMITE-EXCEDIDO.

           DISPLAY "DATA DE PROCESSAMENTO : " WRK-DATA-ATUAL.
           DISPLAY "TAXA AO DIA APLICADA .: " WRK-TAXA-JUROS-USO.
           DISPLAY "CONTAS LIDAS .........: " WRK-CONT-CONTAS.
           DISPLAY "CONTAS DEVEDORAS .....: " WRK-CONT-DEVEDORAS.
           DISPLAY "JUROS COBRADOS .......: " WRK-CONT-COBRADAS.
           DISPLAY "JA COBRADAS NO DIA ...: " WRK-CONT-JA-COBRADAS.
           DISPLAY "ENCERRADAS DEVEDORAS .: " WRK-CONT-ENCERRADAS.
           DISPLAY "TOTAL DE JUROS .......: " WRK-TOT-JUROS.
           DISPLAY "SALDO DEVEDOR TOTAL ..: " WRK-TOT-DEVEDOR.
           DISPLAY "CONTAS ACIMA DO LIMITE: " WRK-CONT-EXCEDIDAS.

           MOVE WRK-DATA-ATUAL       TO WRK-AUD-CHAVE.
           MOVE WRK-CONT-COBRADAS    TO AUD-R-JUR.
           MOVE WRK-CONT-EXCEDIDAS   TO AUD-R-EXC.

           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           IF WRK-CONT-EXCEDIDAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
