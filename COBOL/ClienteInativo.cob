      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ClienteInativo".
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
           SELECT CLIENTE-MASTER  ASSIGN TO "CLIMASTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS CPF
                                   ALTERNATE RECORD KEY IS NOME
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-MASTER.

           SELECT CLIENTE-STATUS  ASSIGN TO "CLISTAT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS STS-CPF
                                   FILE STATUS IS WRK-STATUS-CLISTAT.

           SELECT CONTA-XREF      ASSIGN TO "CTAXREF"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS XRF-CONTA
                                   FILE STATUS IS WRK-STATUS-XREF.

           SELECT CONTA-PARTICIPANTE ASSIGN TO "CTAPART"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS PTC-CHAVE
                                   ALTERNATE RECORD KEY IS PTC-CPF
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-PART.

           SELECT CONTATO-MASTER  ASSIGN TO "CONTMSTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CTT-CHAVE
                                   FILE STATUS IS WRK-STATUS-CONTATO.

           SELECT DORMENCIA-RELATORIO ASSIGN TO "DORMRELT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-RELAT.

           SELECT SORT-WORK       ASSIGN TO "SORTWK1".

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  CLIENTE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CLICOPY.

       FD  CLIENTE-STATUS
           LABEL RECORDS ARE STANDARD.
           COPY STSCOPY.

       FD  CONTA-XREF
           LABEL RECORDS ARE STANDARD.
           COPY XREFCPY.

       FD  CONTA-PARTICIPANTE
           LABEL RECORDS ARE STANDARD.
           COPY PTCCOPY.

       FD  CONTATO-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CTTCOPY.

       FD  DORMENCIA-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  DORM-RELAT-LINHA            PIC X(80).

      *-----------------------------------------------------------------
      *    UM REGISTRO POR VINCULO RECENTE DO CLIENTE (CONTA ATIVA OU
      *    ENCERRADA APOS O CORTE, PARTICIPACAO EM ABERTO OU FECHADA
      *    APOS O CORTE, CONTATO INCLUIDO APOS O CORTE), ORDENADO
      *    POR CPF PARA O CASAMENTO COM O MESTRE.
      *-----------------------------------------------------------------
       SD  SORT-WORK.
       01  SORT-REC.
           02 SORT-CPF              PIC X(12).
           02 SORT-ORIGEM           PIC X(03).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-MASTER              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CLISTAT             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-XREF                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PART                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CONTATO             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-RELAT               PIC X(02) VALUE SPACES.

       77  WRK-FIM-MASTER                 PIC X(01) VALUE "N".
           88  FIM-MASTER                     VALUE "S".

       77  WRK-FIM-XREF                   PIC X(01) VALUE "N".
           88  FIM-XREF                       VALUE "S".

       77  WRK-FIM-PART                   PIC X(01) VALUE "N".
           88  FIM-PART                       VALUE "S".

       77  WRK-FIM-CONTATO                PIC X(01) VALUE "N".
           88  FIM-CONTATO                    VALUE "S".

       77  WRK-FIM-SORT                   PIC X(01) VALUE "N".
           88  FIM-SORT                       VALUE "S".

       77  WRK-PART-ABERTO-SW             PIC X(01) VALUE "N".
           88  PARTICIPANTES-DISPONIVEL       VALUE "S".

       77  WRK-CONTATO-ABERTO-SW          PIC X(01) VALUE "N".
           88  CONTATOS-DISPONIVEL            VALUE "S".

       77  WRK-STS-EXISTE-SW              PIC X(01) VALUE "N".
           88  STS-EXISTE                     VALUE "S".

       77  WRK-MOVIMENTO-SW               PIC X(01) VALUE "N".
           88  CLIENTE-COM-MOVIMENTO          VALUE "S".

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CLIENTE SEM CONTA, SEM CONTATO NOVO E SEM MANUTENCAO HA
      *    MAIS DE N ANOS (PRM-ANOS-INATIVIDADE, PADRAO 5) E MARCADO
      *    INATIVO. A DATA DE CORTE E A DATA DE PROCESSAMENTO MENOS
      *    N ANOS (AAAAMMDD).
      *-----------------------------------------------------------------
       77  WRK-ANOS-PADRAO                PIC 9(02) VALUE 5.

       77  WRK-ANOS-INATIVIDADE           PIC 9(02) VALUE ZEROS.

       77  WRK-DATA-CORTE                 PIC 9(08) VALUE ZEROS.

       01  WRK-CPF-CHAVE.
           02 WRK-CPF-NUM           PIC X(11).
           02 FILLER                PIC X(01).

       77  WRK-CONT-CLIENTES              PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-ANONIMOS              PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-IGNORADOS             PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-VINCULOS              PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-INATIVADOS            PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-REATIVADOS            PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-JA-INATIVOS           PIC 9(07) VALUE ZEROS.

       01  WRK-LINHA-TITULO.
           02 FILLER                PIC X(40) VALUE
              "===== CLIENTES INATIVOS EM ".
           02 WRK-T-DATA            PIC 9999/99/99.
           02 FILLER                PIC X(08) VALUE "  CORTE ".
           02 WRK-T-CORTE           PIC 9999/99/99.

       01  WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(13) VALUE "CPF".
           02 FILLER                PIC X(41) VALUE "NOME DO CLIENTE".
           02 FILLER                PIC X(11) VALUE "ULT.MANUT".
           02 FILLER                PIC X(15) VALUE "ACAO".

       01  WRK-LINHA-DETALHE.
           02 WRK-D-CPF             PIC X(12).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-NOME            PIC X(40).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-ULT-MANUT       PIC X(10).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-ACAO            PIC X(15).

       01  WRK-DATA-EDITADA         PIC 9999/99/99.

       01  WRK-LINHA-TOTAL.
           02 WRK-TOT-TEXTO         PIC X(40).
           02 WRK-TOT-QTDE          PIC ZZZZZZ9.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "ClienteInativo".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       01  WRK-AUD-RESULTADO-GRP.
           02 FILLER                       PIC X(04) VALUE "INA=".
           02 AUD-R-INATIVOS               PIC 9(07).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "REA=".
           02 AUD-R-REATIVADOS             PIC 9(07).
           02 FILLER                       PIC X(07) VALUE SPACES.

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
      *    VARREDURA ANUAL DE DORMENCIA: REUNE OS VINCULOS RECENTES
      *    DE CADA CPF (REFERENCIA CRUZADA DE CONTAS, PARTICIPANTES
      *    E CONTATOS) EM UMA CLASSIFICACAO POR CPF E CASA COM O
      *    MESTRE DE CLIENTES. CLIENTE ATIVO SEM VINCULO RECENTE E
      *    SEM MANUTENCAO DESDE A DATA DE CORTE VAI PARA "I" (MOTIVO
      *    "DOR") NO CLISTAT; CLIENTE INATIVO QUE VOLTOU A TER
      *    MOVIMENTO VOLTA PARA "A" (MOTIVO "REA"). BLOQUEADOS E
      *    ENCERRADOS NAO SAO TOCADOS. RETURN-CODE 4 QUANDO ALGUM
      *    CLIENTE FOI MARCADO INATIVO.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           SORT SORT-WORK ON ASCENDING KEY SORT-CPF
               INPUT PROCEDURE  IS 2000-LE-VINCULOS
                                THRU 2000-LE-VINCULOS-EXIT
               OUTPUT PROCEDURE IS 3000-CLASSIFICA-CLIENTES
                                THRU 3000-CLASSIFICA-CLIENTES-EXIT.

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

           IF PRM-ANOS-INATIVIDADE NUMERIC
              AND PRM-ANOS-INATIVIDADE > 0
               MOVE PRM-ANOS-INATIVIDADE TO WRK-ANOS-INATIVIDADE
           ELSE
               MOVE WRK-ANOS-PADRAO      TO WRK-ANOS-INATIVIDADE
           END-IF.

           COMPUTE WRK-DATA-CORTE =
               WRK-DATA-ATUAL - WRK-ANOS-INATIVIDADE * 10000.

           OPEN INPUT  CLIENTE-MASTER.
           OPEN INPUT  CONTA-XREF.

           OPEN I-O    CLIENTE-STATUS.
           IF WRK-STATUS-CLISTAT = "35"
               CLOSE CLIENTE-STATUS
               OPEN OUTPUT CLIENTE-STATUS
               CLOSE CLIENTE-STATUS
               OPEN I-O CLIENTE-STATUS
           END-IF.

           OPEN INPUT  CONTA-PARTICIPANTE.
           IF WRK-STATUS-PART = "00"
               SET PARTICIPANTES-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CTAPART AUSENTE, PARTICIPACOES NAO CONFERIDAS"
           END-IF.

           OPEN INPUT  CONTATO-MASTER.
           IF WRK-STATUS-CONTATO = "00"
               SET CONTATOS-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CONTMSTR AUSENTE, CONTATOS NAO CONFERIDOS"
           END-IF.

           OPEN OUTPUT DORMENCIA-RELATORIO.
           MOVE WRK-DATA-ATUAL TO WRK-T-DATA.
           MOVE WRK-DATA-CORTE TO WRK-T-CORTE.
           WRITE DORM-RELAT-LINHA FROM WRK-LINHA-TITULO.
           WRITE DORM-RELAT-LINHA FROM WRK-LINHA-CABECALHO.
       1000-INICIALIZA-EXIT.
           EXIT.

       2000-LE-VINCULOS.
           READ CONTA-XREF NEXT RECORD
               AT END SET FIM-XREF TO TRUE
           END-READ.
           PERFORM 2100-VINCULO-CONTA THRU 2100-VINCULO-CONTA-EXIT
               UNTIL FIM-XREF.

           IF PARTICIPANTES-DISPONIVEL
               READ CONTA-PARTICIPANTE NEXT RECORD
                   AT END SET FIM-PART TO TRUE
               END-READ
               PERFORM 2200-VINCULO-PARTICIPANTE
                   THRU 2200-VINCULO-PARTICIPANTE-EXIT
                   UNTIL FIM-PART
           END-IF.

           IF CONTATOS-DISPONIVEL
               READ CONTATO-MASTER NEXT RECORD
                   AT END SET FIM-CONTATO TO TRUE
               END-READ
               PERFORM 2300-VINCULO-CONTATO
                   THRU 2300-VINCULO-CONTATO-EXIT
                   UNTIL FIM-CONTATO
           END-IF.
       2000-LE-VINCULOS-EXIT.
           EXIT.

       2100-VINCULO-CONTA.
      *-----------------------------------------------------------------
      *    CONTA ATIVA OU ENCERRADA DEPOIS DO CORTE CONTA COMO
      *    MOVIMENTO DO TITULAR.
      *-----------------------------------------------------------------
           IF XRF-ATIVA
               MOVE XRF-CPF TO SORT-CPF
               MOVE "XRF"   TO SORT-ORIGEM
               PERFORM 2900-RELEASE-VINCULO
                   THRU 2900-RELEASE-VINCULO-EXIT
           ELSE
               IF XRF-DATA-ENCERRAMENTO NUMERIC
                  AND XRF-DATA-ENCERRAMENTO NOT < WRK-DATA-CORTE
                   MOVE XRF-CPF TO SORT-CPF
                   MOVE "XRF"   TO SORT-ORIGEM
                   PERFORM 2900-RELEASE-VINCULO
                       THRU 2900-RELEASE-VINCULO-EXIT
               END-IF
           END-IF.

           READ CONTA-XREF NEXT RECORD
               AT END SET FIM-XREF TO TRUE
           END-READ.
       2100-VINCULO-CONTA-EXIT.
           EXIT.

       2200-VINCULO-PARTICIPANTE.
      *-----------------------------------------------------------------
      *    COTITULAR OU PROCURADOR COM VINCULO EM ABERTO, OU FECHADO
      *    DEPOIS DO CORTE, TAMBEM TEM MOVIMENTO.
      *-----------------------------------------------------------------
           IF PTC-DATA-FIM NUMERIC
               IF PTC-DATA-FIM = ZEROS
                  OR PTC-DATA-FIM NOT < WRK-DATA-CORTE
                   MOVE PTC-CPF TO SORT-CPF
                   MOVE "PTC"   TO SORT-ORIGEM
                   PERFORM 2900-RELEASE-VINCULO
                       THRU 2900-RELEASE-VINCULO-EXIT
               END-IF
           END-IF.

           READ CONTA-PARTICIPANTE NEXT RECORD
               AT END SET FIM-PART TO TRUE
           END-READ.
       2200-VINCULO-PARTICIPANTE-EXIT.
           EXIT.

       2300-VINCULO-CONTATO.
      *-----------------------------------------------------------------
      *    CONTATO INCLUIDO OU COM MUDANCA DE SITUACAO (INATIVACAO,
      *    REATIVACAO, SUBSTITUICAO) DEPOIS DO CORTE E MOVIMENTO DO
      *    CLIENTE.
      *-----------------------------------------------------------------
           IF CTT-DATA-INCLUSAO NUMERIC
              AND CTT-DATA-INCLUSAO NOT < WRK-DATA-CORTE
               MOVE CTT-CPF TO SORT-CPF
               MOVE "CTT"   TO SORT-ORIGEM
               PERFORM 2900-RELEASE-VINCULO
                   THRU 2900-RELEASE-VINCULO-EXIT
               GO TO 2300-VINCULO-CONTATO-LEITURA
           END-IF.

           IF CTT-DATA-SITUACAO NUMERIC
              AND CTT-DATA-SITUACAO NOT < WRK-DATA-CORTE
               MOVE CTT-CPF TO SORT-CPF
               MOVE "CTT"   TO SORT-ORIGEM
               PERFORM 2900-RELEASE-VINCULO
                   THRU 2900-RELEASE-VINCULO-EXIT
           END-IF.

       2300-VINCULO-CONTATO-LEITURA.

           READ CONTATO-MASTER NEXT RECORD
               AT END SET FIM-CONTATO TO TRUE
           END-READ.
       2300-VINCULO-CONTATO-EXIT.
           EXIT.

       2900-RELEASE-VINCULO.
           RELEASE SORT-REC.
           ADD 1 TO WRK-CONT-VINCULOS.
       2900-RELEASE-VINCULO-EXIT.
           EXIT.

       3000-CLASSIFICA-CLIENTES.
           PERFORM 3900-LE-SORT THRU 3900-LE-SORT-EXIT.

           READ CLIENTE-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.

           PERFORM 3100-CLASSIFICA-UM-CLIENTE
               THRU 3100-CLASSIFICA-UM-CLIENTE-EXIT
               UNTIL FIM-MASTER.
       3000-CLASSIFICA-CLIENTES-EXIT.
           EXIT.

       3100-CLASSIFICA-UM-CLIENTE.
      *-----------------------------------------------------------------
      *    O MESTRE E A CLASSIFICACAO ESTAO AMBOS EM ORDEM DE CPF:
      *    DESCARTA OS VINCULOS DE CPFS MENORES (SEM CLIENTE) E VE SE
      *    SOBRA ALGUM DO CPF CORRENTE. CPF NAO NUMERICO (CODIGO
      *    ANONIMO DE TITULAR ELIMINADO A PEDIDO, LGPD) NAO E
      *    CLASSIFICADO.
      *-----------------------------------------------------------------
           ADD 1 TO WRK-CONT-CLIENTES.
           MOVE CPF TO WRK-CPF-CHAVE.
           IF WRK-CPF-NUM NOT NUMERIC
               ADD 1 TO WRK-CONT-ANONIMOS
               GO TO 3100-CLASSIFICA-UM-CLIENTE-LEITURA
           END-IF.

           PERFORM 3900-LE-SORT THRU 3900-LE-SORT-EXIT
               UNTIL FIM-SORT
                  OR SORT-CPF NOT < CPF.

           MOVE "N" TO WRK-MOVIMENTO-SW.
           IF NOT FIM-SORT
              AND SORT-CPF = CPF
               SET CLIENTE-COM-MOVIMENTO TO TRUE
           END-IF.
           IF CLI-DATA-ULT-MANUT NUMERIC
              AND CLI-DATA-ULT-MANUT NOT < WRK-DATA-CORTE
               SET CLIENTE-COM-MOVIMENTO TO TRUE
           END-IF.

           MOVE "N" TO WRK-STS-EXISTE-SW.
           MOVE CPF TO STS-CPF.
           READ CLIENTE-STATUS
               INVALID KEY
                   MOVE SPACES TO CLIENTE-STATUS-REC
                   MOVE CPF    TO STS-CPF
                   SET STS-ATIVO TO TRUE
               NOT INVALID KEY
                   SET STS-EXISTE TO TRUE
           END-READ.

           IF STS-BLOQUEADO
              OR STS-ENCERRADO
               ADD 1 TO WRK-CONT-IGNORADOS
               GO TO 3100-CLASSIFICA-UM-CLIENTE-LEITURA
           END-IF.

           IF CLIENTE-COM-MOVIMENTO
               IF STS-INATIVO
                   SET STS-ATIVO          TO TRUE
                   SET STS-MOT-REATIVACAO TO TRUE
                   MOVE "REATIVADO"       TO WRK-D-ACAO
                   PERFORM 3200-GRAVA-SITUACAO
                       THRU 3200-GRAVA-SITUACAO-EXIT
                   ADD 1 TO WRK-CONT-REATIVADOS
               END-IF
               GO TO 3100-CLASSIFICA-UM-CLIENTE-LEITURA
           END-IF.

           IF STS-INATIVO
               ADD 1 TO WRK-CONT-JA-INATIVOS
               GO TO 3100-CLASSIFICA-UM-CLIENTE-LEITURA
           END-IF.

           SET STS-INATIVO       TO TRUE.
           SET STS-MOT-DORMENCIA TO TRUE.
           MOVE "INATIVADO"      TO WRK-D-ACAO.
           PERFORM 3200-GRAVA-SITUACAO THRU 3200-GRAVA-SITUACAO-EXIT.
           ADD 1 TO WRK-CONT-INATIVADOS.

       3100-CLASSIFICA-UM-CLIENTE-LEITURA.
           READ CLIENTE-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.
       3100-CLASSIFICA-UM-CLIENTE-EXIT.
           EXIT.

       3200-GRAVA-SITUACAO.
           MOVE WRK-DATA-ATUAL TO STS-DATA.
           MOVE "CLIDORM"      TO STS-PROGRAMA.
           IF STS-EXISTE
               REWRITE CLIENTE-STATUS-REC
                   INVALID KEY
                       MOVE "ERRO CLISTAT" TO WRK-D-ACAO
               END-REWRITE
           ELSE
               WRITE CLIENTE-STATUS-REC
                   INVALID KEY
                       MOVE "ERRO CLISTAT" TO WRK-D-ACAO
               END-WRITE
           END-IF.

           MOVE CPF  TO WRK-D-CPF.
           MOVE NOME TO WRK-D-NOME.
           IF CLI-DATA-ULT-MANUT NUMERIC
              AND CLI-DATA-ULT-MANUT > 0
               MOVE CLI-DATA-ULT-MANUT TO WRK-DATA-EDITADA
               MOVE WRK-DATA-EDITADA   TO WRK-D-ULT-MANUT
           ELSE
               MOVE "SEM DATA"         TO WRK-D-ULT-MANUT
           END-IF.
           WRITE DORM-RELAT-LINHA FROM WRK-LINHA-DETALHE.
       3200-GRAVA-SITUACAO-EXIT.
           EXIT.

       3900-LE-SORT.
           RETURN SORT-WORK
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       3900-LE-SORT-EXIT.
           EXIT.

       9000-FINALIZA.
           MOVE SPACES TO DORM-RELAT-LINHA.
           WRITE DORM-RELAT-LINHA.
           MOVE "CLIENTES LIDOS"               TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-CLIENTES              TO WRK-TOT-QTDE.
           WRITE DORM-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "CLIENTES MARCADOS INATIVOS"   TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-INATIVADOS            TO WRK-TOT-QTDE.
           WRITE DORM-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "CLIENTES REATIVADOS"          TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-REATIVADOS            TO WRK-TOT-QTDE.
           WRITE DORM-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "CLIENTES JA INATIVOS"         TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-JA-INATIVOS           TO WRK-TOT-QTDE.
           WRITE DORM-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "BLOQUEADOS/ENCERRADOS IGNORADOS" TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-IGNORADOS             TO WRK-TOT-QTDE.
           WRITE DORM-RELAT-LINHA FROM WRK-LINHA-TOTAL.

           CLOSE CLIENTE-MASTER.
           CLOSE CONTA-XREF.
           CLOSE CLIENTE-STATUS.
           IF PARTICIPANTES-DISPONIVEL
               CLOSE CONTA-PARTICIPANTE
           END-IF.
           IF CONTATOS-DISPONIVEL
               CLOSE CONTATO-MASTER
           END-IF.
           CLOSE DORMENCIA-RELATORIO.

           DISPLAY "ANOS DE INATIVIDADE .: " WRK-ANOS-INATIVIDADE.
           DISPLAY "DATA DE CORTE .......: " WRK-DATA-CORTE.
           DISPLAY "VINCULOS RECENTES ...: " WRK-CONT-VINCULOS.
           DISPLAY "CLIENTES LIDOS ......: " WRK-CONT-CLIENTES.
           DISPLAY "  CODIGOS ANONIMOS ..: " WRK-CONT-ANONIMOS.
           DISPLAY "  BLOQ./ENCERRADOS ..: " WRK-CONT-IGNORADOS.
           DISPLAY "  JA INATIVOS .......: " WRK-CONT-JA-INATIVOS.
           DISPLAY "MARCADOS INATIVOS ...: " WRK-CONT-INATIVADOS.
           DISPLAY "REATIVADOS ..........: " WRK-CONT-REATIVADOS.

           MOVE WRK-DATA-ATUAL      TO WRK-AUD-CHAVE.
           MOVE WRK-CONT-INATIVADOS TO AUD-R-INATIVOS.
           MOVE WRK-CONT-REATIVADOS TO AUD-R-REATIVADOS.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           IF WRK-CONT-INATIVADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
