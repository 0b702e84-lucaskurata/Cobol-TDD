      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ManutencaoTaxaCheque".
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
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS TCE-DATA-INICIO
                                   FILE STATUS IS WRK-STATUS-TAXA.

           SELECT TAXA-TRANS      ASSIGN TO "TCETRANS"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-TRANS.

           SELECT TAXA-REJEITOS   ASSIGN TO "TCEREJ"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-REJ.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  TAXA-CHEQUE
           LABEL RECORDS ARE STANDARD.
           COPY TCECOPY.

       FD  TAXA-TRANS
           LABEL RECORDS ARE STANDARD.
       01  TAXA-TRANS-REC.
           02 TAXT-FUNCAO       PIC X(01).
               88 TAXT-INCLUI       VALUE "A".
               88 TAXT-ALTERA       VALUE "U".
               88 TAXT-EXCLUI       VALUE "D".
           02 TAXT-DATA-INICIO  PIC X(08).
           02 TAXT-INICIO-NUM REDEFINES TAXT-DATA-INICIO
                                PIC 9(08).
           02 TAXT-DATA-FIM     PIC X(08).
           02 TAXT-FIM-NUM REDEFINES TAXT-DATA-FIM
                                PIC 9(08).
           02 TAXT-TAXA-JUROS   PIC X(07).
           02 TAXT-JUROS-NUM REDEFINES TAXT-TAXA-JUROS
                                PIC 9V9(06).

       FD  TAXA-REJEITOS
           LABEL RECORDS ARE STANDARD.
       01  TAXA-REJEITO-REC.
           02 TAXREJ-FUNCAO          PIC X(01).
           02 TAXREJ-DATA-INICIO     PIC X(08).
           02 TAXREJ-DATA-FIM        PIC X(08).
           02 TAXREJ-TAXA-JUROS      PIC X(07).
           02 TAXREJ-CODIGO-MOTIVO   PIC X(04).
           02 TAXREJ-MOTIVO          PIC X(40).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-TAXA                PIC X(02) VALUE SPACES.

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
               "ManutencaoTaxaCheque".

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
      *    APLICA O MOVIMENTO DE TAXAS DE JUROS DO CHEQUE ESPECIAL
      *    (INCLUSOES, ALTERACOES E EXCLUSOES DE VIGENCIAS) SOBRE A
      *    TABELA DE TAXAS USADA PELA COBRANCA DIARIA DE JUROS,
      *    GRAVANDO AS ENTRADAS MAL FORMADAS NO ARQUIVO DE REJEITOS
      *    E IMPRIMINDO O RESUMO DA CARGA AO FINAL.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-PROCESSA-TRANSACOES
               THRU 2000-PROCESSA-TRANSACOES-EXIT
               UNTIL FIM-TRANS.

           PERFORM 9000-FINALIZA THRU 9000-FINALIZA-EXIT.

           STOP RUN.

       1000-INICIALIZA.
           OPEN I-O    TAXA-CHEQUE.
           IF WRK-STATUS-TAXA = "35"
               CLOSE TAXA-CHEQUE
               OPEN OUTPUT TAXA-CHEQUE
               CLOSE TAXA-CHEQUE
               OPEN I-O TAXA-CHEQUE
           END-IF.

           OPEN INPUT  TAXA-TRANS.
           OPEN OUTPUT TAXA-REJEITOS.

           READ TAXA-TRANS
               AT END SET FIM-TRANS TO TRUE
           END-READ.
       1000-INICIALIZA-EXIT.
           EXIT.

       2000-PROCESSA-TRANSACOES.
           PERFORM 3000-TRATA-TRANSACAO THRU 3000-TRATA-TRANSACAO-EXIT.

           READ TAXA-TRANS
               AT END SET FIM-TRANS TO TRUE
           END-READ.
       2000-PROCESSA-TRANSACOES-EXIT.
           EXIT.

       3000-TRATA-TRANSACAO.
      *-----------------------------------------------------------------
      *    UMA VIGENCIA SO E APLICADA QUANDO A DATA DE INICIO E
      *    NUMERICA E, PARA INCLUSAO/ALTERACAO, A TAXA VEIO
      *    NUMERICA E A DATA DE FIM E NUMERICA (ZERADA SIGNIFICA
      *    VIGENCIA EM ABERTO) E NAO ANTERIOR AO INICIO; O QUE NAO
      *    PASSA NO EDIT VAI PARA O REJEITO.
      *-----------------------------------------------------------------
           IF TAXT-DATA-INICIO NOT NUMERIC
              OR TAXT-INICIO-NUM = ZEROS
               MOVE "TAX2" TO WRK-REJ-CODIGO
               MOVE "DATA DE INICIO DE VIGENCIA INVALIDA"
                   TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 3000-TRATA-TRANSACAO-EXIT
           END-IF.

           IF (TAXT-INCLUI OR TAXT-ALTERA)
              AND TAXT-TAXA-JUROS NOT NUMERIC
               MOVE "TAX3" TO WRK-REJ-CODIGO
               MOVE "TAXA DE JUROS NAO NUMERICA" TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 3000-TRATA-TRANSACAO-EXIT
           END-IF.

           IF (TAXT-INCLUI OR TAXT-ALTERA)
              AND (TAXT-DATA-FIM NOT NUMERIC
                   OR (TAXT-FIM-NUM > ZEROS
                       AND TAXT-FIM-NUM < TAXT-INICIO-NUM))
               MOVE "TAX4" TO WRK-REJ-CODIGO
               MOVE "DATA DE FIM ANTERIOR AO INICIO" TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 3000-TRATA-TRANSACAO-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN TAXT-INCLUI
                   MOVE TAXT-INICIO-NUM TO TCE-DATA-INICIO
                   MOVE TAXT-FIM-NUM    TO TCE-DATA-FIM
                   MOVE TAXT-JUROS-NUM  TO TCE-TAXA-JUROS-DIA
                   WRITE TAXA-CHEQUE-REC
                       INVALID KEY
                           MOVE "TAX5" TO WRK-REJ-CODIGO
                           MOVE "VIGENCIA JA CADASTRADA"
                               TO WRK-REJ-MOTIVO
                           PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
                       NOT INVALID KEY
                           ADD 1 TO WRK-CONT-INCLUSOES
                   END-WRITE
               WHEN TAXT-ALTERA
                   MOVE TAXT-INICIO-NUM TO TCE-DATA-INICIO
                   MOVE TAXT-FIM-NUM    TO TCE-DATA-FIM
                   MOVE TAXT-JUROS-NUM  TO TCE-TAXA-JUROS-DIA
                   REWRITE TAXA-CHEQUE-REC
                       INVALID KEY
                           MOVE "TAX6" TO WRK-REJ-CODIGO
                           MOVE "VIGENCIA NAO ENCONTRADA P/ ALTERACAO"
                               TO WRK-REJ-MOTIVO
                           PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
                       NOT INVALID KEY
                           ADD 1 TO WRK-CONT-ALTERACOES
                   END-REWRITE
               WHEN TAXT-EXCLUI
                   MOVE TAXT-INICIO-NUM TO TCE-DATA-INICIO
                   DELETE TAXA-CHEQUE
                       INVALID KEY
                           MOVE "TAX7" TO WRK-REJ-CODIGO
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
           MOVE TAXT-FUNCAO      TO TAXREJ-FUNCAO.
           MOVE TAXT-DATA-INICIO TO TAXREJ-DATA-INICIO.
           MOVE TAXT-DATA-FIM    TO TAXREJ-DATA-FIM.
           MOVE TAXT-TAXA-JUROS  TO TAXREJ-TAXA-JUROS.
           MOVE WRK-REJ-CODIGO   TO TAXREJ-CODIGO-MOTIVO.
           MOVE WRK-REJ-MOTIVO   TO TAXREJ-MOTIVO.
           WRITE TAXA-REJEITO-REC.
           DISPLAY "MOVIMENTO DE TAXA CHEQUE REJEITADO: "
                   TAXT-DATA-INICIO
                   " MOTIVO " WRK-REJ-CODIGO.
       4900-REJEITA-EXIT.
           EXIT.

       9000-FINALIZA.
           CLOSE TAXA-CHEQUE.
           CLOSE TAXA-TRANS.
           CLOSE TAXA-REJEITOS.

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
