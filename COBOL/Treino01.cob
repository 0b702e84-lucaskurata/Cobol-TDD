                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-EQREJ.

           SELECT VERIFICA-RELATORIO ASSIGN TO "EQVERIF"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-EQVERIF.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
           02 EQREJ-IMAGEM          PIC X(24).
           02 EQREJ-MOTIVO          PIC X(30).

       FD  VERIFICA-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  VERIFICA-LINHA           PIC X(80).

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CKPT-REC.
           02 CKPT-DELTA-POS         PIC 9(05).
           02 CKPT-DELTA-ZERO        PIC 9(05).
           02 CKPT-DELTA-NEG         PIC 9(05).
           02 CKPT-VERIF-OK          PIC 9(05).
           02 CKPT-VERIF-FALHA       PIC 9(05).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77  WRK-CONT-EQUACOES          PIC 9(05) VALUE ZEROS.

       77  WRK-STATUS-EQVERIF         PIC X(02) VALUE SPACES.

       77  WRK-CONT-VERIF-OK          PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-VERIF-FALHA       PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    TABELA DE DISTRIBUICAO DE SINAL DO DELTA, USADA NO RESUMO
      *    DE FIM DE LOTE (POSITIVO/ZERO/NEGATIVO).
      *-----------------------------------------------------------------
       77  WRK-TERMO-B-RAIZ           PIC S9(05)V9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A VERIFICACAO DAS RAIZES: CADA RAIZ E
      *    SUBSTITUIDA DE VOLTA EM A.X2 + B.X + C E O RESIDUO E
      *    COMPARADO COM A TOLERANCIA DO PARMFILE (PADRAO 0,0100).
      *    QUALQUER ESTOURO DE CAMPO NO CALCULO DO DELTA, DA RAIZ
      *    QUADRADA, DAS RAIZES OU DO RESIDUO TAMBEM REPROVA A
      *    EQUACAO, POIS O VALOR IMPRESSO FOI TRUNCADO.
      *-----------------------------------------------------------------
       77  WRK-TOLERANCIA             PIC 9(03)V9(04) VALUE ZEROS.

       77  WRK-RAIZ-TESTE             PIC S9(06)V9(04) VALUE ZEROS.

       77  WRK-RESIDUO                PIC S9(09)V9(06) VALUE ZEROS.

       77  WRK-RESIDUO-ABS            PIC 9(09)V9(06) VALUE ZEROS.

       77  WRK-RESIDUO1               PIC S9(09)V9(06) VALUE ZEROS.

       77  WRK-RESIDUO2               PIC S9(09)V9(06) VALUE ZEROS.

       77  WRK-TRUNCADO-SW            PIC X(01) VALUE "N".
           88  CALCULO-TRUNCADO           VALUE "S".
           88  CALCULO-INTEGRO            VALUE "N".

       77  WRK-VERIF-SW               PIC X(01) VALUE "S".
           88  VERIFICACAO-OK             VALUE "S".
           88  VERIFICACAO-FALHA          VALUE "N".

       77  WRK-VERIF-MOTIVO           PIC X(30) VALUE SPACES.

       01  WRK-LINHA-VERIF-1.
           02 FILLER                PIC X(08) VALUE "EQUACAO ".
           02 WRK-V-SEQ             PIC ZZZZ9.
           02 FILLER                PIC X(03) VALUE " A=".
           02 WRK-V-A               PIC -ZZ9.99.
           02 FILLER                PIC X(03) VALUE " B=".
           02 WRK-V-B               PIC -ZZ9.99.
           02 FILLER                PIC X(03) VALUE " C=".
           02 WRK-V-C               PIC -ZZ9.99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-V-MOTIVO          PIC X(30).
           02 FILLER                PIC X(05) VALUE SPACES.

       01  WRK-LINHA-VERIF-2.
           02 FILLER                PIC X(05) VALUE "  X1=".
           02 WRK-V-RAIZ1           PIC -------9.9999.
           02 FILLER                PIC X(05) VALUE " RES=".
           02 WRK-V-RESIDUO1        PIC ---------9.999999.
           02 FILLER                PIC X(05) VALUE "  X2=".
           02 WRK-V-RAIZ2           PIC -------9.9999.
           02 FILLER                PIC X(05) VALUE " RES=".
           02 WRK-V-RESIDUO2        PIC ---------9.999999.

       01  WRK-LINHA-RAIZES.
           02 FILLER                PIC X(11) VALUE "  RAIZES: ".
           02 WRK-L-RAIZ1           PIC -------9.9999.
               ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
           END-IF.

           IF PRM-TOLERANCIA-RAIZ NUMERIC
              AND PRM-TOLERANCIA-RAIZ > 0
               MOVE PRM-TOLERANCIA-RAIZ TO WRK-TOLERANCIA
           ELSE
               MOVE 0.0100 TO WRK-TOLERANCIA
           END-IF.

           OPEN INPUT EQUACAO-TRANS.

           PERFORM 1200-VALIDA-ARQUIVO
               IF WRK-STATUS-EQREJ = "35"
                   OPEN OUTPUT EQUACAO-REJEITOS
               END-IF
               OPEN EXTEND VERIFICA-RELATORIO
               IF WRK-STATUS-EQVERIF = "35"
                   OPEN OUTPUT VERIFICA-RELATORIO
               END-IF
               DISPLAY "RETOMANDO LOTE A PARTIR DA EQUACAO: "
                       WRK-QTDE-PULAR
           ELSE
               OPEN OUTPUT DELTA-RELATORIO
               OPEN OUTPUT EQUACAO-REJEITOS
               OPEN OUTPUT VERIFICA-RELATORIO
           END-IF.

           IF NOT FIM-EQTRANS
                       MOVE CKPT-DELTA-POS  TO WRK-DELTA-QTDE(1)
                       MOVE CKPT-DELTA-ZERO TO WRK-DELTA-QTDE(2)
                       MOVE CKPT-DELTA-NEG  TO WRK-DELTA-QTDE(3)
                       MOVE CKPT-VERIF-OK   TO WRK-CONT-VERIF-OK
                       MOVE CKPT-VERIF-FALHA TO WRK-CONT-VERIF-FALHA
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           MOVE EQT-B TO WRK-B.
           MOVE EQT-C TO WRK-C.
           ADD 1 TO WRK-CONT-EQUACOES.
           SET CALCULO-INTEGRO TO TRUE.

           COMPUTE WRK-TERMO-4AC EQUAL 4 * WRK-A * WRK-C
               ON SIZE ERROR SET CALCULO-TRUNCADO TO TRUE
           END-COMPUTE.
           COMPUTE WRK-DELTA EQUAL (WRK-B * WRK-B) - WRK-TERMO-4AC
               ON SIZE ERROR SET CALCULO-TRUNCADO TO TRUE
           END-COMPUTE.

           EVALUATE TRUE
               WHEN WRK-DELTA > 0
               IF WRK-DELTA >= 0
                   COMPUTE WRK-DELTA-RAIZ ROUNDED EQUAL
                       FUNCTION SQRT(WRK-DELTA)
                       ON SIZE ERROR SET CALCULO-TRUNCADO TO TRUE
                   END-COMPUTE
                   COMPUTE WRK-DIVISOR-2A EQUAL 2 * WRK-A
                   COMPUTE WRK-RAIZ1 ROUNDED EQUAL
                       (WRK-DELTA-RAIZ - WRK-B) / WRK-DIVISOR-2A
                       ON SIZE ERROR SET CALCULO-TRUNCADO TO TRUE
                   END-COMPUTE
                   COMPUTE WRK-TERMO-B-RAIZ EQUAL
                       WRK-B + WRK-DELTA-RAIZ
                       ON SIZE ERROR SET CALCULO-TRUNCADO TO TRUE
                   END-COMPUTE
                   COMPUTE WRK-RAIZ2 ROUNDED EQUAL
                       (0 - WRK-TERMO-B-RAIZ) / WRK-DIVISOR-2A
                       ON SIZE ERROR SET CALCULO-TRUNCADO TO TRUE
                   END-COMPUTE
                   MOVE WRK-RAIZ1 TO WRK-L-RAIZ1
                   MOVE WRK-RAIZ2 TO WRK-L-RAIZ2
                   WRITE DELTA-RELAT-LINHA FROM WRK-LINHA-RAIZES
                   DISPLAY "RAIZES: " WRK-L-RAIZ1 " E " WRK-L-RAIZ2
                   PERFORM 3200-VERIFICA-RAIZES
                       THRU 3200-VERIFICA-RAIZES-EXIT
               ELSE
                   WRITE DELTA-RELAT-LINHA FROM WRK-LINHA-SEM-RAIZ
                   DISPLAY "EQUACAO SEM RAIZES REAIS"
       3100-CALCULA-RAIZES-EXIT.
           EXIT.

       3200-VERIFICA-RAIZES.
      *-----------------------------------------------------------------
      *    SUBSTITUI CADA RAIZ CALCULADA NA PROPRIA EQUACAO. SE O
      *    RESIDUO DE ALGUMA DELAS PASSAR DA TOLERANCIA, OU SE ALGUM
      *    VALOR INTERMEDIARIO ESTOUROU O CAMPO, A EQUACAO VAI PARA O
      *    RELATORIO DE VERIFICACAO E PARA O EQREJ COM MOTIVO PROPRIO.
      *    A LINHA DE RAIZES DO DELTAREL E MANTIDA COMO FOI CALCULADA.
      *-----------------------------------------------------------------
           SET VERIFICACAO-OK TO TRUE.

           MOVE WRK-RAIZ1 TO WRK-RAIZ-TESTE.
           PERFORM 3210-CALCULA-RESIDUO THRU 3210-CALCULA-RESIDUO-EXIT.
           MOVE WRK-RESIDUO TO WRK-RESIDUO1.

           MOVE WRK-RAIZ2 TO WRK-RAIZ-TESTE.
           PERFORM 3210-CALCULA-RESIDUO THRU 3210-CALCULA-RESIDUO-EXIT.
           MOVE WRK-RESIDUO TO WRK-RESIDUO2.

           IF CALCULO-TRUNCADO
               SET VERIFICACAO-FALHA TO TRUE
               MOVE "CALCULO DA RAIZ TRUNCADO" TO WRK-VERIF-MOTIVO
           END-IF.

           IF VERIFICACAO-OK
               ADD 1 TO WRK-CONT-VERIF-OK
               GO TO 3200-VERIFICA-RAIZES-EXIT
           END-IF.

           ADD 1 TO WRK-CONT-VERIF-FALHA.

           MOVE WRK-CONT-EQUACOES TO WRK-V-SEQ.
           MOVE WRK-A             TO WRK-V-A.
           MOVE WRK-B             TO WRK-V-B.
           MOVE WRK-C             TO WRK-V-C.
           MOVE WRK-VERIF-MOTIVO  TO WRK-V-MOTIVO.
           MOVE WRK-RAIZ1         TO WRK-V-RAIZ1.
           MOVE WRK-RESIDUO1      TO WRK-V-RESIDUO1.
           MOVE WRK-RAIZ2         TO WRK-V-RAIZ2.
           MOVE WRK-RESIDUO2      TO WRK-V-RESIDUO2.
           WRITE VERIFICA-LINHA FROM WRK-LINHA-VERIF-1.
           WRITE VERIFICA-LINHA FROM WRK-LINHA-VERIF-2.

           MOVE EQUACAO-TRANS-REC TO EQREJ-IMAGEM.
           MOVE WRK-VERIF-MOTIVO  TO EQREJ-MOTIVO.
           WRITE EQUACAO-REJEITO-REC.
           DISPLAY "EQUACAO REPROVADA NA VERIFICACAO: "
                   EQUACAO-TRANS-REC " " WRK-VERIF-MOTIVO.
       3200-VERIFICA-RAIZES-EXIT.
           EXIT.

       3210-CALCULA-RESIDUO.
           COMPUTE WRK-RESIDUO ROUNDED EQUAL
               (WRK-A * WRK-RAIZ-TESTE * WRK-RAIZ-TESTE)
               + (WRK-B * WRK-RAIZ-TESTE) + WRK-C
               ON SIZE ERROR
                   SET CALCULO-TRUNCADO TO TRUE
                   MOVE ZEROS TO WRK-RESIDUO
           END-COMPUTE.

           IF WRK-RESIDUO < 0
               COMPUTE WRK-RESIDUO-ABS EQUAL 0 - WRK-RESIDUO
           ELSE
               MOVE WRK-RESIDUO TO WRK-RESIDUO-ABS
           END-IF.

           IF WRK-RESIDUO-ABS > WRK-TOLERANCIA
               SET VERIFICACAO-FALHA TO TRUE
               MOVE "RAIZ FORA DA TOLERANCIA" TO WRK-VERIF-MOTIVO
           END-IF.
       3210-CALCULA-RESIDUO-EXIT.
           EXIT.

       3900-GRAVA-CHECKPOINT.
      *-----------------------------------------------------------------
      *    GRAVA O PONTO DE CONTROLE COM A QUANTIDADE DE EQUACOES JA
           MOVE WRK-DELTA-QTDE(1)  TO CKPT-DELTA-POS.
           MOVE WRK-DELTA-QTDE(2)  TO CKPT-DELTA-ZERO.
           MOVE WRK-DELTA-QTDE(3)  TO CKPT-DELTA-NEG.
           MOVE WRK-CONT-VERIF-OK  TO CKPT-VERIF-OK.
           MOVE WRK-CONT-VERIF-FALHA TO CKPT-VERIF-FALHA.
           WRITE CKPT-REC.
           CLOSE CHECKPOINT-FILE.
       3900-GRAVA-CHECKPOINT-EXIT.
               VARYING WRK-DELTA-IDX FROM 1 BY 1
               UNTIL WRK-DELTA-IDX > 3.

           PERFORM 9250-IMPRIME-VERIFICACAO
               THRU 9250-IMPRIME-VERIFICACAO-EXIT.

           CLOSE EQUACAO-TRANS.
           CLOSE DELTA-RELATORIO.
           CLOSE EQUACAO-REJEITOS.
           CLOSE VERIFICA-RELATORIO.

           PERFORM 9100-LIMPA-CHECKPOINT
               THRU 9100-LIMPA-CHECKPOINT-EXIT.
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           IF WRK-CONT-VERIF-FALHA > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.

      *-----------------------------------------------------------------
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE ZEROS TO CKPT-ULT-SEQ CKPT-DELTA-POS
                         CKPT-DELTA-ZERO CKPT-DELTA-NEG
                         CKPT-VERIF-OK CKPT-VERIF-FALHA.
           WRITE CKPT-REC.
           CLOSE CHECKPOINT-FILE.
       9100-LIMPA-CHECKPOINT-EXIT.
           DISPLAY WRK-DIST-DESCR ": " WRK-DIST-QTDE.
       9200-IMPRIME-DISTRIBUICAO-EXIT.
           EXIT.

       9250-IMPRIME-VERIFICACAO.
      *-----------------------------------------------------------------
      *    TOTAIS DA VERIFICACAO DAS RAIZES, NO DELTAREL, NO
      *    RELATORIO DE VERIFICACAO E NO CONSOLE. SO ENTRAM AS
      *    EQUACOES QUE TIVERAM RAIZES REAIS CALCULADAS.
      *-----------------------------------------------------------------
           MOVE "EQUACOES APROVADAS NA VERIFICACAO"  TO WRK-DIST-DESCR.
           MOVE WRK-CONT-VERIF-OK                   TO WRK-DIST-QTDE.
           WRITE DELTA-RELAT-LINHA FROM WRK-LINHA-DIST.
           WRITE VERIFICA-LINHA    FROM WRK-LINHA-DIST.
           DISPLAY WRK-DIST-DESCR ": " WRK-DIST-QTDE.

           MOVE "EQUACOES REPROVADAS NA VERIFICACAO" TO WRK-DIST-DESCR.
           MOVE WRK-CONT-VERIF-FALHA                TO WRK-DIST-QTDE.
           WRITE DELTA-RELAT-LINHA FROM WRK-LINHA-DIST.
           WRITE VERIFICA-LINHA    FROM WRK-LINHA-DIST.
           DISPLAY WRK-DIST-DESCR ": " WRK-DIST-QTDE.
       9250-IMPRIME-VERIFICACAO-EXIT.
           EXIT.
