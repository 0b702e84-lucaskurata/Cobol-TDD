                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-MASTER.

           SELECT SALDO-CONTA     ASSIGN TO "SALDOCTA"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS SCT-CONTA
                                   FILE STATUS IS WRK-STATUS-SALDO.

           SELECT LANCAMENTO-CONTA ASSIGN TO "LANCCTA"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LCT-CHAVE
                                   FILE STATUS IS WRK-STATUS-LANCTO.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
           LABEL RECORDS ARE STANDARD.
           COPY CLICOPY.

       FD  SALDO-CONTA
           LABEL RECORDS ARE STANDARD.
           COPY SCTCOPY.

       FD  LANCAMENTO-CONTA
           LABEL RECORDS ARE STANDARD.
           COPY LCTCOPY.

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
       77  WRK-STATUS-EXCLOG               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-OVERDR               PIC X(02) VALUE SPACES.

      *-----------------------------------------------------------------
      *    O EXTRATO DIARIO E O RELATORIO DE OVERDRAFT PERCORREM TODAS
      *    AS CONTAS DO MESTRE DE SALDOS. PARA CADA CONTA O SALDO DE
      *    ABERTURA DO DIA E RECONSTITUIDO A PARTIR DO SALDO ATUAL E
      *    DOS LANCAMENTOS DA DATA NO RAZAO (O "BOLETO" DO EXTRATO E
      *    O TOTAL LIQUIDO DEBITADO NA DATA), E O RESTANTE E O SALDO
      *    DE FECHAMENTO.
      *-----------------------------------------------------------------
       77  WRK-AGENCIA-ID                  PIC X(04) VALUE SPACES.

       77  WRK-CONTA-ID                    PIC X(10) VALUE SPACES.

       77  WRK-STATUS-SALDO                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-LANCTO               PIC X(02) VALUE SPACES.

       77  WRK-FIM-SALDO                   PIC X(01) VALUE "N".
           88  FIM-SALDO                       VALUE "S".

       77  WRK-FIM-LCT-SW                  PIC X(01) VALUE "N".
           88  FIM-LCT-CONTA                   VALUE "S".

       77  WRK-CONT-CONTAS                 PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-OVERDRAFT              PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A BUSCA DO TITULAR DA CONTA NA REFERENCIA
           OPEN OUTPUT OVERDRAFT-REPORT.
           OPEN INPUT  CONTA-XREF.
           OPEN INPUT  CLIENTE-MASTER.
           OPEN INPUT  SALDO-CONTA.
           OPEN INPUT  LANCAMENTO-CONTA.

           ADD 10 TO WRK-CONTADOR.
           ADD 90 TO WRK-CONTADOR.
               PERFORM 8000-LOG-EXCECAO THRU 8000-LOG-EXCECAO-EXIT
           END-COMPUTE.

           MOVE WRK-DATA-EXTRATO TO WRK-STMT-DATA.
           WRITE STMT-LINHA FROM WRK-STMT-CABECALHO.

           IF WRK-STATUS-SALDO = "00"
               PERFORM 7050-LE-SALDO THRU 7050-LE-SALDO-EXIT
           ELSE
               DISPLAY "MESTRE DE SALDOS INDISPONIVEL: "
                       WRK-STATUS-SALDO
               SET FIM-SALDO TO TRUE
           END-IF.

           PERFORM 7100-PROCESSA-CONTA
               THRU 7100-PROCESSA-CONTA-EXIT
               UNTIL FIM-SALDO.

           DISPLAY 'CONTAS NO EXTRATO: ' WRK-CONT-CONTAS.
           DISPLAY 'CONTAS EM OVERDRAFT: ' WRK-CONT-OVERDRAFT.

           DIVIDE WRK-DIVIDENDO BY 2 GIVING WRK-RESULTADO_DIVISAO
           REMAINDER WRK-RESTO_DIVISAO
           CLOSE OVERDRAFT-REPORT.
           CLOSE CONTA-XREF.
           CLOSE CLIENTE-MASTER.
           CLOSE SALDO-CONTA.
           CLOSE LANCAMENTO-CONTA.

           MOVE WRK-DATA-EXTRATO TO WRK-AUD-CHAVE.

           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
       8000-LOG-EXCECAO-EXIT.
           EXIT.

       7050-LE-SALDO.
           READ SALDO-CONTA NEXT RECORD
               AT END SET FIM-SALDO TO TRUE
           END-READ.
       7050-LE-SALDO-EXIT.
           EXIT.

       7100-PROCESSA-CONTA.
      *-----------------------------------------------------------------
      *    MONTA A POSICAO DO DIA DA CONTA CORRENTE DO MESTRE DE
      *    SALDOS (SALDO DE ABERTURA, TOTAL DEBITADO E RESTANTE) E A
      *    ENCAMINHA AO OVERDRAFT E AO EXTRATO.
      *-----------------------------------------------------------------
           ADD 1 TO WRK-CONT-CONTAS.
           SET CONTA-LANCAVEL TO TRUE.
           SET CONTA-REGULAR  TO TRUE.
           MOVE SCT-AGENCIA TO WRK-AGENCIA-ID.
           MOVE SCT-NUMERO  TO WRK-CONTA-ID.

           PERFORM 7300-APURA-MOVTO-DIA
               THRU 7300-APURA-MOVTO-DIA-EXIT.

           COMPUTE WRK-SALDO EQUAL SCT-SALDO + WRK-BOLETO.
           SUBTRACT WRK-BOLETO FROM WRK-SALDO GIVING WRK-RESTANTE.

           PERFORM 7200-BUSCA-TITULAR
               THRU 7200-BUSCA-TITULAR-EXIT.

           PERFORM 7000-VERIFICA-OVERDRAFT
               THRU 7000-VERIFICA-OVERDRAFT-EXIT.

           PERFORM 7500-IMPRIME-EXTRATO
               THRU 7500-IMPRIME-EXTRATO-EXIT.

           PERFORM 7050-LE-SALDO THRU 7050-LE-SALDO-EXIT.
       7100-PROCESSA-CONTA-EXIT.
           EXIT.

       7300-APURA-MOVTO-DIA.
      *-----------------------------------------------------------------
      *    SOMA OS LANCAMENTOS DA CONTA NA DATA DO EXTRATO QUE
      *    MOVIMENTAM O SALDO: DEBITOS SOMAM E CREDITOS ABATEM O TOTAL
      *    DEBITADO NO DIA. SEM RAZAO DISPONIVEL O TOTAL FICA ZERADO.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-BOLETO.

           IF WRK-STATUS-LANCTO NOT = "00"
               GO TO 7300-APURA-MOVTO-DIA-EXIT
           END-IF.

           MOVE "N"              TO WRK-FIM-LCT-SW.
           MOVE SCT-CONTA        TO LCT-CONTA.
           MOVE WRK-DATA-EXTRATO TO LCT-DATA.
           MOVE ZEROS            TO LCT-SEQUENCIA.
           START LANCAMENTO-CONTA KEY IS NOT LESS THAN LCT-CHAVE
               INVALID KEY
                   GO TO 7300-APURA-MOVTO-DIA-EXIT
           END-START.

           PERFORM 7350-SOMA-LANCAMENTO
               THRU 7350-SOMA-LANCAMENTO-EXIT
               UNTIL FIM-LCT-CONTA.
       7300-APURA-MOVTO-DIA-EXIT.
           EXIT.

       7350-SOMA-LANCAMENTO.
           READ LANCAMENTO-CONTA NEXT RECORD
               AT END
                   SET FIM-LCT-CONTA TO TRUE
                   GO TO 7350-SOMA-LANCAMENTO-EXIT
           END-READ.

           IF LCT-CONTA NOT = SCT-CONTA
              OR LCT-DATA NOT = WRK-DATA-EXTRATO
               SET FIM-LCT-CONTA TO TRUE
               GO TO 7350-SOMA-LANCAMENTO-EXIT
           END-IF.

           IF LCT-MOVIMENTA-SALDO
               IF LCT-DEBITO
                   ADD LCT-VALOR TO WRK-BOLETO
               ELSE
                   SUBTRACT LCT-VALOR FROM WRK-BOLETO
               END-IF
           END-IF.
       7350-SOMA-LANCAMENTO-EXIT.
           EXIT.

       7000-VERIFICA-OVERDRAFT.
      *-----------------------------------------------------------------
      *    CONTA ENCERRADA NAO E LANCADA NEM ENTRA NO RELATORIO DE
      *-----------------------------------------------------------------
           IF WRK-RESTANTE < ZEROS
               SET CONTA-OVERDRAFT TO TRUE
               ADD 1 TO WRK-CONT-OVERDRAFT
               MOVE WRK-AGENCIA-ID   TO WRK-OVERDR-AGENCIA
               MOVE WRK-CONTA-ID     TO WRK-OVERDR-CONTA
               MOVE WRK-RESTANTE     TO WRK-OVERDR-RESTANTE

       7500-IMPRIME-EXTRATO.
      *-----------------------------------------------------------------
      *    GERA A LINHA DE EXTRATO DA CONTA (DETALHE COM SALDO, BOLETO
      *    E RESTANTE, ABAIXO DO CABECALHO COM DATA DE EMISSAO) PARA
      *    SER ENCAMINHADA A IMPRESSORA OU SPOOL DE PDF. O DETALHE SAI
      *    COM O NOME DO TITULAR E O ENDERECO SAI EM LINHA PROPRIA
      *    PARA PERMITIR O ENVELOPAMENTO DO EXTRATO PELO CORREIO.
      *-----------------------------------------------------------------
           IF CONTA-ENCERRADA
               MOVE WRK-AGENCIA-ID TO WRK-ENC-AGENCIA
               MOVE WRK-CONTA-ID   TO WRK-ENC-CONTA
