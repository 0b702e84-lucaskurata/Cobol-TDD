      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ManutencaoLimite".
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

           SELECT LIMITE-TRANS    ASSIGN TO "LIMTRANS"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-TRANS.

           SELECT LIMITE-REJEITOS ASSIGN TO "LIMREJ"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-REJ.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  LIMITE-CONTA
           LABEL RECORDS ARE STANDARD.
           COPY LIMCOPY.

       FD  CONTA-XREF
           LABEL RECORDS ARE STANDARD.
           COPY XREFCPY.

       FD  LIMITE-TRANS
           LABEL RECORDS ARE STANDARD.
       01  LIMITE-TRANS-REC.
           02 LIMT-FUNCAO       PIC X(01).
               88 LIMT-INCLUI       VALUE "A".
               88 LIMT-ALTERA       VALUE "U".
               88 LIMT-EXCLUI       VALUE "D".
           02 LIMT-AGENCIA      PIC X(04).
           02 LIMT-AGENCIA-NUM REDEFINES LIMT-AGENCIA
                                PIC 9(04).
           02 LIMT-CONTA        PIC X(10).
           02 LIMT-CONTA-NUM REDEFINES LIMT-CONTA
                                PIC 9(10).
           02 LIMT-DATA-INICIO  PIC X(08).
           02 LIMT-INICIO-NUM REDEFINES LIMT-DATA-INICIO
                                PIC 9(08).
           02 LIMT-DATA-FIM     PIC X(08).
           02 LIMT-FIM-NUM REDEFINES LIMT-DATA-FIM
                                PIC 9(08).
           02 LIMT-VALOR        PIC X(09).
           02 LIMT-VALOR-NUM REDEFINES LIMT-VALOR
                                PIC 9(07)V99.

       FD  LIMITE-REJEITOS
           LABEL RECORDS ARE STANDARD.
       01  LIMITE-REJEITO-REC.
           02 LIMREJ-FUNCAO          PIC X(01).
           02 LIMREJ-AGENCIA         PIC X(04).
           02 LIMREJ-CONTA           PIC X(10).
           02 LIMREJ-DATA-INICIO     PIC X(08).
           02 LIMREJ-DATA-FIM        PIC X(08).
           02 LIMREJ-VALOR           PIC X(09).
           02 LIMREJ-CODIGO-MOTIVO   PIC X(04).
           02 LIMREJ-MOTIVO          PIC X(40).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-LIMITE              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-XREF                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-TRANS               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-REJ                 PIC X(02) VALUE SPACES.

       77  WRK-FIM-TRANS                  PIC X(01) VALUE "N".
           88  FIM-TRANS                      VALUE "S".

       77  WRK-CONT-INCLUSOES             PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-ALTERACOES            PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-EXCLUSOES             PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-REJEITADAS            PIC 9(05) VALUE ZEROS.

       77  WRK-REJ-CODIGO                 PIC X(04) VALUE SPACES.

       77  WRK-REJ-MOTIVO                 PIC X(40) VALUE SPACES.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "ManutencaoLimite".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       01  WRK-AUD-RESULTADO-GRP.
           02 FILLER                       PIC X(04) VALUE "INC=".
           02 AUD-R-INC                    PIC 9(05).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "ALT=".
           02 AUD-R-ALT                    PIC 9(05).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "REJ=".
           02 AUD-R-REJ                    PIC 9(05).
           02 FILLER                       PIC X(01) VALUE SPACE.

       01  WRK-AUD-RESULTADO REDEFINES
               WRK-AUD-RESULTADO-GRP       PIC X(30).

      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
      *-----------------------------------------------------------------
      *    APLICA O MOVIMENTO DE LIMITES DE CHEQUE ESPECIAL
      *    (INCLUSOES, ALTERACOES E EXCLUSOES DE VIGENCIAS POR CONTA)
      *    SOBRE O CADASTRO DE LIMITES USADO PELA RECONCILIACAO DE
      *    BOLETOS E PELA COBRANCA DIARIA DE JUROS, GRAVANDO AS
      *    ENTRADAS MAL FORMADAS NO ARQUIVO DE REJEITOS E IMPRIMINDO
      *    O RESUMO DA CARGA AO FINAL.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-PROCESSA-TRANSACOES
               THRU 2000-PROCESSA-TRANSACOES-EXIT
               UNTIL FIM-TRANS.

           PERFORM 9000-FINALIZA THRU 9000-FINALIZA-EXIT.

           STOP RUN.

       1000-INICIALIZA.
           OPEN I-O    LIMITE-CONTA.
           IF WRK-STATUS-LIMITE = "35"
               CLOSE LIMITE-CONTA
               OPEN OUTPUT LIMITE-CONTA
               CLOSE LIMITE-CONTA
               OPEN I-O LIMITE-CONTA
           END-IF.

           OPEN INPUT  CONTA-XREF.
           OPEN INPUT  LIMITE-TRANS.
           OPEN OUTPUT LIMITE-REJEITOS.

           READ LIMITE-TRANS
               AT END SET FIM-TRANS TO TRUE
           END-READ.
       1000-INICIALIZA-EXIT.
           EXIT.

       2000-PROCESSA-TRANSACOES.
           PERFORM 3000-TRATA-TRANSACAO THRU 3000-TRATA-TRANSACAO-EXIT.

           READ LIMITE-TRANS
               AT END SET FIM-TRANS TO TRUE
           END-READ.
       2000-PROCESSA-TRANSACOES-EXIT.
           EXIT.

       3000-TRATA-TRANSACAO.
      *-----------------------------------------------------------------
      *    UMA VIGENCIA SO E APLICADA QUANDO A CONTA E A DATA DE
      *    INICIO SAO NUMERICAS E, PARA INCLUSAO/ALTERACAO, A CONTA
      *    ESTA CADASTRADA E NAO ENCERRADA, O VALOR VEIO NUMERICO E A
      *    DATA DE FIM E NUMERICA (ZERADA SIGNIFICA VIGENCIA EM
      *    ABERTO) E NAO ANTERIOR AO INICIO; O QUE NAO PASSA NO EDIT
      *    VAI PARA O REJEITO.
      *-----------------------------------------------------------------
           IF LIMT-AGENCIA NOT NUMERIC
              OR LIMT-CONTA NOT NUMERIC
               MOVE "LIM1" TO WRK-REJ-CODIGO
               MOVE "AGENCIA OU CONTA NAO NUMERICA" TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 3000-TRATA-TRANSACAO-EXIT
           END-IF.

           IF LIMT-DATA-INICIO NOT NUMERIC
              OR LIMT-INICIO-NUM = ZEROS
               MOVE "LIM2" TO WRK-REJ-CODIGO
               MOVE "DATA DE INICIO DE VIGENCIA INVALIDA"
                   TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 3000-TRATA-TRANSACAO-EXIT
           END-IF.

           IF (LIMT-INCLUI OR LIMT-ALTERA)
              AND LIMT-VALOR NOT NUMERIC
               MOVE "LIM3" TO WRK-REJ-CODIGO
               MOVE "VALOR DO LIMITE NAO NUMERICO" TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 3000-TRATA-TRANSACAO-EXIT
           END-IF.

           IF (LIMT-INCLUI OR LIMT-ALTERA)
              AND (LIMT-DATA-FIM NOT NUMERIC
                   OR (LIMT-FIM-NUM > ZEROS
                       AND LIMT-FIM-NUM < LIMT-INICIO-NUM))
               MOVE "LIM4" TO WRK-REJ-CODIGO
               MOVE "DATA DE FIM ANTERIOR AO INICIO" TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 3000-TRATA-TRANSACAO-EXIT
           END-IF.

           IF LIMT-INCLUI OR LIMT-ALTERA
               MOVE LIMT-AGENCIA-NUM TO XRF-AGENCIA
               MOVE LIMT-CONTA-NUM   TO XRF-NUMERO
               READ CONTA-XREF
                   INVALID KEY
                       MOVE "LIM8" TO WRK-REJ-CODIGO
                       MOVE "CONTA NAO CADASTRADA" TO WRK-REJ-MOTIVO
                       PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
                       GO TO 3000-TRATA-TRANSACAO-EXIT
               END-READ
               IF XRF-ENCERRADA
                   MOVE "LIM9" TO WRK-REJ-CODIGO
                   MOVE "CONTA ENCERRADA" TO WRK-REJ-MOTIVO
                   PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
                   GO TO 3000-TRATA-TRANSACAO-EXIT
               END-IF
           END-IF.

           MOVE LIMT-AGENCIA-NUM TO LIM-AGENCIA.
           MOVE LIMT-CONTA-NUM   TO LIM-NUMERO.
           MOVE LIMT-INICIO-NUM  TO LIM-DATA-INICIO.

           EVALUATE TRUE
               WHEN LIMT-INCLUI
                   MOVE LIMT-FIM-NUM    TO LIM-DATA-FIM
                   MOVE LIMT-VALOR-NUM  TO LIM-VALOR
                   WRITE LIMITE-CONTA-REC
                       INVALID KEY
                           MOVE "LIM5" TO WRK-REJ-CODIGO
                           MOVE "VIGENCIA JA CADASTRADA"
                               TO WRK-REJ-MOTIVO
                           PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
                       NOT INVALID KEY
                           ADD 1 TO WRK-CONT-INCLUSOES
                   END-WRITE
               WHEN LIMT-ALTERA
                   MOVE LIMT-FIM-NUM    TO LIM-DATA-FIM
                   MOVE LIMT-VALOR-NUM  TO LIM-VALOR
                   REWRITE LIMITE-CONTA-REC
                       INVALID KEY
                           MOVE "LIM6" TO WRK-REJ-CODIGO
                           MOVE "VIGENCIA NAO ENCONTRADA P/ ALTERACAO"
                               TO WRK-REJ-MOTIVO
                           PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
                       NOT INVALID KEY
                           ADD 1 TO WRK-CONT-ALTERACOES
                   END-REWRITE
               WHEN LIMT-EXCLUI
                   DELETE LIMITE-CONTA
                       INVALID KEY
                           MOVE "LIM7" TO WRK-REJ-CODIGO
                           MOVE "VIGENCIA NAO ENCONTRADA P/ EXCLUSAO"
                               TO WRK-REJ-MOTIVO
                           PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
                       NOT INVALID KEY
                           ADD 1 TO WRK-CONT-EXCLUSOES
                   END-DELETE
               WHEN OTHER
                   MOVE "FUN1" TO WRK-REJ-CODIGO
                   MOVE "CODIGO DE FUNCAO DE TRANSACAO INVALIDO"
                       TO WRK-REJ-MOTIVO
                   PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
           END-EVALUATE.
       3000-TRATA-TRANSACAO-EXIT.
           EXIT.

       4900-REJEITA.
      *-----------------------------------------------------------------
      *    GRAVA A ENTRADA MAL FORMADA NO ARQUIVO DE REJEITOS COM O
      *    CODIGO E O MOTIVO PREENCHIDOS PELO PONTO QUE DETECTOU O
      *    ERRO, PRESERVANDO OS CAMPOS ORIGINAIS DO MOVIMENTO.
      *-----------------------------------------------------------------
           ADD 1 TO WRK-CONT-REJEITADAS.
           MOVE LIMT-FUNCAO      TO LIMREJ-FUNCAO.
           MOVE LIMT-AGENCIA     TO LIMREJ-AGENCIA.
           MOVE LIMT-CONTA       TO LIMREJ-CONTA.
           MOVE LIMT-DATA-INICIO TO LIMREJ-DATA-INICIO.
           MOVE LIMT-DATA-FIM    TO LIMREJ-DATA-FIM.
           MOVE LIMT-VALOR       TO LIMREJ-VALOR.
           MOVE WRK-REJ-CODIGO   TO LIMREJ-CODIGO-MOTIVO.
           MOVE WRK-REJ-MOTIVO   TO LIMREJ-MOTIVO.
           WRITE LIMITE-REJEITO-REC.
           DISPLAY "MOVIMENTO DE LIMITE REJEITADO: " LIMT-AGENCIA "/"
                   LIMT-CONTA " MOTIVO " WRK-REJ-CODIGO.
       4900-REJEITA-EXIT.
           EXIT.

       9000-FINALIZA.
           CLOSE LIMITE-CONTA.
           CLOSE CONTA-XREF.
           CLOSE LIMITE-TRANS.
           CLOSE LIMITE-REJEITOS.

           DISPLAY "VIGENCIAS INCLUIDAS .: " WRK-CONT-INCLUSOES.
           DISPLAY "VIGENCIAS ALTERADAS .: " WRK-CONT-ALTERACOES.
           DISPLAY "VIGENCIAS EXCLUIDAS .: " WRK-CONT-EXCLUSOES.
           DISPLAY "ENTRADAS REJEITADAS .: " WRK-CONT-REJEITADAS.

           MOVE WRK-CONT-INCLUSOES   TO AUD-R-INC.
           MOVE WRK-CONT-ALTERACOES  TO AUD-R-ALT.
           MOVE WRK-CONT-REJEITADAS  TO AUD-R-REJ.

           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.
       9000-FINALIZA-EXIT.
           EXIT.
