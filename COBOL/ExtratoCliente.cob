                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-JORNAL.

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

           SELECT CLIENTE-MOVIMENTO ASSIGN TO "CLIMOVTO"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-MOVTO.

           SELECT SORT-WORK       ASSIGN TO "SORTWK1".

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
           LABEL RECORDS ARE STANDARD.
           COPY JRNCOPY.

       FD  SITUACAO-RECEITA
           LABEL RECORDS ARE STANDARD.
           COPY SRFCOPY.

       FD  CLIENTE-STATUS
           LABEL RECORDS ARE STANDARD.
           COPY STSCOPY.

      *-----------------------------------------------------------------
      *    ARQUIVO DE TRABALHO COM UM REGISTRO POR CPF MOVIMENTADO NO
      *    JORNAL DESDE A ULTIMA EXTRACAO, EM ORDEM DE CPF: SE HOUVE
      *    INCLUSAO NO PERIODO, QUAL FOI A ULTIMA OPERACAO E A
      *    POSICAO NO JORNAL DA PRIMEIRA OPERACAO DO CPF NO PERIODO.
      *-----------------------------------------------------------------
       FD  CLIENTE-MOVIMENTO
           LABEL RECORDS ARE STANDARD.
       01  CLIENTE-MOVTO-REC.
           02 MOV-CPF               PIC X(12).
           02 MOV-INCLUIDO-SW       PIC X(01).
               88 MOV-INCLUIDO          VALUE "S".
           02 MOV-ULT-FUNCAO        PIC X(01).
               88 MOV-ULT-EXCLUSAO      VALUE "D".
           02 MOV-PRIM-SEQUENCIA    PIC 9(09).

      *-----------------------------------------------------------------
      *    UM REGISTRO POR OPERACAO DO JORNAL NO PERIODO, ORDENADO
      *    POR CPF E, DENTRO DO CPF, PELA ORDEM DE GRAVACAO NO JORNAL.
      *-----------------------------------------------------------------
       SD  SORT-WORK.
       01  SORT-REC.
           02 SORT-CPF              PIC X(12).
           02 SORT-SEQUENCIA        PIC 9(09).
           02 SORT-FUNCAO           PIC X(01).
               88 SORT-INCLUSAO         VALUE "A".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-CONT-EXCLUIDOS             PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CLIENTE BLOQUEADO NA SITUACAO DA RECEITA FEDERAL (SITRFB:
      *    FALECIDO, CPF CANCELADO OU NULO) NAO VAI PARA O CRM. NO
      *    DELTA, O BLOQUEIO POSTERIOR A ULTIMA EXTRACAO SAI COMO
      *    EXCLUSAO ("E") PARA QUE O CRM RETIRE O CLIENTE.
      *-----------------------------------------------------------------
       77  WRK-STATUS-SITUACAO            PIC X(02) VALUE SPACES.

       77  WRK-SITUACAO-ABERTA-SW         PIC X(01) VALUE "N".
           88  SITUACAO-DISPONIVEL            VALUE "S".

       77  WRK-CLIENTE-BLOQ-SW            PIC X(01) VALUE "N".
           88  CLIENTE-BLOQUEADO              VALUE "S".

       77  WRK-CONT-BLOQUEADOS            PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    SITUACAO DO CLIENTE NO CADASTRO (CLISTAT): O ENCERRADO NAO
      *    VAI PARA O CRM (NO DELTA, O ENCERRAMENTO POSTERIOR A ULTIMA
      *    EXTRACAO SAI COMO EXCLUSAO "E"); OS DEMAIS SAEM COM A
      *    SITUACAO NO DETALHE E, NO DELTA, A MUDANCA DE SITUACAO
      *    POSTERIOR A ULTIMA EXTRACAO SAI COMO ALTERACAO "C".
      *-----------------------------------------------------------------
       77  WRK-STATUS-CLISTAT             PIC X(02) VALUE SPACES.

       77  WRK-CLISTAT-ABERTO-SW          PIC X(01) VALUE "N".
           88  CLISTAT-DISPONIVEL             VALUE "S".

       77  WRK-CLIENTE-ENC-SW             PIC X(01) VALUE "N".
           88  CLIENTE-ENCERRADO              VALUE "S".

       77  WRK-SITUACAO-MUDOU-SW          PIC X(01) VALUE "N".
           88  SITUACAO-MUDOU                 VALUE "S".

       77  WRK-SITUACAO-CLIENTE           PIC X(01) VALUE "A".

      *-----------------------------------------------------------------
      *    CLIENTE QUE O CRM JA EXCLUIU E VOLTOU AO EXTRATO (LIBERADO
      *    NO SITRFB OU REABERTO NO CLISTAT DEPOIS DA ULTIMA
      *    EXTRACAO): NO DELTA SAI COMO INCLUSAO "A".
      *-----------------------------------------------------------------
       77  WRK-REINCLUSAO-SW              PIC X(01) VALUE "N".
           88  REINCLUSAO-CRM                 VALUE "S".

       77  WRK-CONT-ENCERRADOS            PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CPFS MOVIMENTADOS DESDE A ULTIMA EXTRACAO: O JORNAL DE
      *    ALTERACOES DO PERIODO E CLASSIFICADO POR CPF E CONSOLIDADO
      *    NO ARQUIVO DE TRABALHO CLIMOVTO, QUE E CASADO COM O MESTRE
      *    (TAMBEM EM ORDEM DE CPF) PARA DISTINGUIR INCLUSAO DE
      *    ALTERACAO E RELIDO NO FINAL PARA APONTAR AS EXCLUSOES, QUE
      *    NAO ESTAO MAIS NO MESTRE. NAO HA LIMITE DE VOLUME.
      *-----------------------------------------------------------------
       77  WRK-STATUS-MOVTO               PIC X(02) VALUE SPACES.

       77  WRK-FIM-MOVTO                  PIC X(01) VALUE "N".
           88  FIM-MOVTO                      VALUE "S".

       77  WRK-FIM-SORT                   PIC X(01) VALUE "N".
           88  FIM-SORT                       VALUE "S".

       77  WRK-CONT-JORNAL-LIDOS          PIC 9(09) VALUE ZEROS.

       77  WRK-CONT-JORNAL-PERIODO        PIC 9(09) VALUE ZEROS.

       77  WRK-CONT-CPF-MOVIMENTO         PIC 9(09) VALUE ZEROS.

       77  WRK-CONT-MESTRE-LIDOS          PIC 9(09) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    AREA DO REGISTRO DE PARAMETROS CENTRAIS DO LOTE (PARMREAD)
               03 CRM-D-END-UF         PIC X(02).
               03 CRM-D-END-CEP        PIC 9(08).
           02 CRM-D-DATA-NASC        PIC 99/99/9999.
           02 CRM-D-SITUACAO         PIC X(01).
           02 FILLER                 PIC X(36) VALUE SPACES.

       01  WRK-CRM-TRAILER.
           02 CRM-T-TIPO             PIC X(01) VALUE "T".
           OPEN INPUT  CLIENTE-MASTER.
           OPEN OUTPUT CRM-EXTRACT.

           OPEN INPUT  SITUACAO-RECEITA.
           IF WRK-STATUS-SITUACAO = "00"
               SET SITUACAO-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "SITRFB AUSENTE, NENHUM CLIENTE RETIDO"
           END-IF.

           OPEN INPUT  CLIENTE-STATUS.
           IF WRK-STATUS-CLISTAT = "00"
               SET CLISTAT-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CLISTAT AUSENTE, TODOS OS CLIENTES ATIVOS"
           END-IF.

           CALL "PARMREAD" USING PARAM-REC.
           IF PRM-DATA-PROC > 0
               MOVE PRM-DATA-PROC TO WRK-DATA-EXTRACAO
           EXIT.

       1200-CARREGA-MOVIMENTO.
      *-----------------------------------------------------------------
      *    CLASSIFICA AS OPERACOES DO JORNAL POSTERIORES A ULTIMA
      *    EXTRACAO POR CPF, CONSOLIDA UM REGISTRO POR CPF NO ARQUIVO
      *    DE TRABALHO E O DEIXA ABERTO, NO PRIMEIRO CPF, PARA O
      *    CASAMENTO COM O MESTRE.
      *-----------------------------------------------------------------
           OPEN INPUT CLIENTE-JORNAL.
           IF WRK-STATUS-JORNAL NOT = "00"
               DISPLAY "JORNAL INDISPONIVEL, EXTRACAO PASSA A FULL"
               GO TO 1200-CARREGA-MOVIMENTO-EXIT
           END-IF.

           SORT SORT-WORK ON ASCENDING KEY SORT-CPF SORT-SEQUENCIA
               INPUT PROCEDURE  IS 1210-LE-JORNAL
                                THRU 1210-LE-JORNAL-EXIT
               OUTPUT PROCEDURE IS 1250-CONSOLIDA-MOVIMENTO
                                THRU 1250-CONSOLIDA-MOVIMENTO-EXIT.

           CLOSE CLIENTE-JORNAL.

           OPEN INPUT CLIENTE-MOVIMENTO.
           PERFORM 2250-LE-MOVIMENTO THRU 2250-LE-MOVIMENTO-EXIT.
       1200-CARREGA-MOVIMENTO-EXIT.
           EXIT.

       1210-LE-JORNAL.
           READ CLIENTE-JORNAL
               AT END SET FIM-JORNAL TO TRUE
           END-READ.

           PERFORM 1220-SELECIONA-OPERACAO
               THRU 1220-SELECIONA-OPERACAO-EXIT
               UNTIL FIM-JORNAL.
       1210-LE-JORNAL-EXIT.
           EXIT.

       1220-SELECIONA-OPERACAO.
      *-----------------------------------------------------------------
      *    O ENCERRAMENTO (EXCLUSAO COM IMAGEM POSTERIOR) NAO TIRA O
      *    CPF DO MESTRE: A EXCLUSAO DO CRM SAI PELO CLISTAT EM
      *    2060-VERIFICA-SITUACAO, ENTAO ELE NAO ENTRA NO MOVIMENTO.
      *-----------------------------------------------------------------
           ADD 1 TO WRK-CONT-JORNAL-LIDOS.

           IF JRN-EXCLUSAO
              AND JRN-IMAGEM-DEPOIS NOT = SPACES
               GO TO 1220-SELECIONA-OPERACAO-LEITURA
           END-IF.

           IF JRN-DATA > WRK-DATA-ULT-EXTRACAO
               MOVE JRN-CPF               TO SORT-CPF
               MOVE WRK-CONT-JORNAL-LIDOS TO SORT-SEQUENCIA
               MOVE JRN-FUNCAO            TO SORT-FUNCAO
               RELEASE SORT-REC
               ADD 1 TO WRK-CONT-JORNAL-PERIODO
           END-IF.

       1220-SELECIONA-OPERACAO-LEITURA.
           READ CLIENTE-JORNAL
               AT END SET FIM-JORNAL TO TRUE
           END-READ.
       1220-SELECIONA-OPERACAO-EXIT.
           EXIT.

       1250-CONSOLIDA-MOVIMENTO.
           OPEN OUTPUT CLIENTE-MOVIMENTO.

           PERFORM 1290-LE-SORT THRU 1290-LE-SORT-EXIT.

           PERFORM 1260-CONSOLIDA-CPF
               THRU 1260-CONSOLIDA-CPF-EXIT
               UNTIL FIM-SORT.

           CLOSE CLIENTE-MOVIMENTO.
       1250-CONSOLIDA-MOVIMENTO-EXIT.
           EXIT.

       1260-CONSOLIDA-CPF.
      *-----------------------------------------------------------------
      *    UM REGISTRO POR CPF: MARCA SE HOUVE INCLUSAO NO PERIODO E
      *    GUARDA A ULTIMA OPERACAO, NA ORDEM DE GRAVACAO NO JORNAL.
      *-----------------------------------------------------------------
           MOVE SORT-CPF       TO MOV-CPF.
           MOVE "N"            TO MOV-INCLUIDO-SW.
           MOVE SPACE          TO MOV-ULT-FUNCAO.
           MOVE SORT-SEQUENCIA TO MOV-PRIM-SEQUENCIA.

           PERFORM 1270-ACUMULA-OPERACAO
               THRU 1270-ACUMULA-OPERACAO-EXIT
               UNTIL FIM-SORT
                  OR SORT-CPF NOT = MOV-CPF.

           WRITE CLIENTE-MOVTO-REC.
           ADD 1 TO WRK-CONT-CPF-MOVIMENTO.
       1260-CONSOLIDA-CPF-EXIT.
           EXIT.

       1270-ACUMULA-OPERACAO.
           IF SORT-INCLUSAO
               MOVE "S" TO MOV-INCLUIDO-SW
           END-IF.
           MOVE SORT-FUNCAO TO MOV-ULT-FUNCAO.

           PERFORM 1290-LE-SORT THRU 1290-LE-SORT-EXIT.
       1270-ACUMULA-OPERACAO-EXIT.
           EXIT.

       1290-LE-SORT.
           RETURN SORT-WORK
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       1290-LE-SORT-EXIT.
           EXIT.

       2000-EXTRAI-CLIENTES.
           ADD 1 TO WRK-CONT-MESTRE-LIDOS.

           PERFORM 2050-VERIFICA-BLOQUEIO
               THRU 2050-VERIFICA-BLOQUEIO-EXIT.

           IF CLIENTE-BLOQUEADO
               ADD 1 TO WRK-CONT-BLOQUEADOS
               GO TO 2000-EXTRAI-CLIENTES-LEITURA
           END-IF.

           PERFORM 2060-VERIFICA-SITUACAO
               THRU 2060-VERIFICA-SITUACAO-EXIT.

           IF CLIENTE-ENCERRADO
               ADD 1 TO WRK-CONT-ENCERRADOS
               GO TO 2000-EXTRAI-CLIENTES-LEITURA
           END-IF.

           IF MODO-FULL
               MOVE SPACE TO CRM-D-ACAO
               PERFORM 2100-GRAVA-DETALHE
                   THRU 2200-SELECIONA-DELTA-EXIT
           END-IF.

       2000-EXTRAI-CLIENTES-LEITURA.
           READ CLIENTE-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.
       2000-EXTRAI-CLIENTES-EXIT.
           EXIT.

       2050-VERIFICA-BLOQUEIO.
      *-----------------------------------------------------------------
      *    CLIENTE BLOQUEADO NO SITRFB FICA FORA DO EXTRATO. NO DELTA,
      *    SE O BLOQUEIO E POSTERIOR A ULTIMA EXTRACAO, O CRM AINDA
      *    TEM O CLIENTE E RECEBE A EXCLUSAO. CLIENTE LIBERADO DEPOIS
      *    DA ULTIMA EXTRACAO JA FOI EXCLUIDO DO CRM E VOLTA COMO
      *    INCLUSAO.
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-CLIENTE-BLOQ-SW.
           MOVE "N" TO WRK-REINCLUSAO-SW.
           IF NOT SITUACAO-DISPONIVEL
               GO TO 2050-VERIFICA-BLOQUEIO-EXIT
           END-IF.

           MOVE CPF TO SRF-CPF.
           READ SITUACAO-RECEITA
               INVALID KEY
                   GO TO 2050-VERIFICA-BLOQUEIO-EXIT
           END-READ.

           IF NOT SRF-BLOQUEADO
               IF MODO-DELTA
                  AND SRF-DATA-LIBERACAO NUMERIC
                  AND SRF-DATA-LIBERACAO > WRK-DATA-ULT-EXTRACAO
                   SET REINCLUSAO-CRM TO TRUE
               END-IF
               GO TO 2050-VERIFICA-BLOQUEIO-EXIT
           END-IF.

           SET CLIENTE-BLOQUEADO TO TRUE.

           IF MODO-DELTA
              AND SRF-DATA-BLOQUEIO > WRK-DATA-ULT-EXTRACAO
               MOVE SPACES TO WRK-CRM-DETALHE
               MOVE "D" TO CRM-D-TIPO
               MOVE "E" TO CRM-D-ACAO
               MOVE CPF TO CRM-D-CPF
               WRITE CRM-EXTRACT-REC FROM WRK-CRM-DETALHE
               ADD 1 TO WRK-CONT-REGISTROS
               ADD 1 TO WRK-CONT-EXCLUIDOS
           END-IF.
       2050-VERIFICA-BLOQUEIO-EXIT.
           EXIT.

       2060-VERIFICA-SITUACAO.
      *-----------------------------------------------------------------
      *    CLIENTE SEM REGISTRO NO CLISTAT ESTA ATIVO. O ENCERRADO
      *    FICA FORA DO EXTRATO; NO DELTA, SE O ENCERRAMENTO E
      *    POSTERIOR A ULTIMA EXTRACAO, O CRM RECEBE A EXCLUSAO. O
      *    REABERTO (MOTIVO "RAB", PELA MANUTENCAO OU PELO ESTORNO DO
      *    ENCERRAMENTO) DEPOIS DA ULTIMA EXTRACAO VOLTA AO CRM COMO
      *    INCLUSAO.
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-CLIENTE-ENC-SW.
           MOVE "N" TO WRK-SITUACAO-MUDOU-SW.
           MOVE "A" TO WRK-SITUACAO-CLIENTE.
           IF NOT CLISTAT-DISPONIVEL
               GO TO 2060-VERIFICA-SITUACAO-EXIT
           END-IF.

           MOVE CPF TO STS-CPF.
           READ CLIENTE-STATUS
               INVALID KEY
                   GO TO 2060-VERIFICA-SITUACAO-EXIT
           END-READ.

           MOVE STS-SITUACAO TO WRK-SITUACAO-CLIENTE.
           IF MODO-DELTA
              AND STS-DATA NUMERIC
              AND STS-DATA > WRK-DATA-ULT-EXTRACAO
               SET SITUACAO-MUDOU TO TRUE
               IF STS-MOT-REABERTURA
                   SET REINCLUSAO-CRM TO TRUE
               END-IF
           END-IF.

           IF NOT STS-ENCERRADO
               GO TO 2060-VERIFICA-SITUACAO-EXIT
           END-IF.

           SET CLIENTE-ENCERRADO TO TRUE.

           IF SITUACAO-MUDOU
               MOVE SPACES TO WRK-CRM-DETALHE
               MOVE "D" TO CRM-D-TIPO
               MOVE "E" TO CRM-D-ACAO
               MOVE CPF TO CRM-D-CPF
               WRITE CRM-EXTRACT-REC FROM WRK-CRM-DETALHE
               ADD 1 TO WRK-CONT-REGISTROS
               ADD 1 TO WRK-CONT-EXCLUIDOS
           END-IF.
       2060-VERIFICA-SITUACAO-EXIT.
           EXIT.

       2100-GRAVA-DETALHE.
           MOVE NOME      TO CRM-D-NOME.
           MOVE RG        TO CRM-D-RG.
           MOVE CPF       TO CRM-D-CPF.
           MOVE ENDERECO  TO CRM-D-ENDERECO.
           MOVE DATA-NASC-COMPACTA TO CRM-D-DATA-NASC.
           MOVE WRK-SITUACAO-CLIENTE TO CRM-D-SITUACAO.

           WRITE CRM-EXTRACT-REC FROM WRK-CRM-DETALHE.
           ADD 1 TO WRK-CONT-REGISTROS.
      *-----------------------------------------------------------------
      *    EM MODO DELTA SO SAI O CLIENTE COM MANUTENCAO POSTERIOR A
      *    ULTIMA EXTRACAO. A ACAO E "A" QUANDO O JORNAL MOSTRA QUE
      *    O CPF FOI INCLUIDO NO PERIODO OU QUANDO O CLIENTE VOLTA AO
      *    CRM DEPOIS DE EXCLUIDO (LIBERACAO NO SITRFB, REABERTURA NO
      *    CLISTAT) E "C" NOS DEMAIS CASOS.
      *    REGISTRO SEM CARIMBO NUMERICO NAO SOFREU MANUTENCAO DESDE
      *    QUE O CAMPO EXISTE E JA FOI ENTREGUE AO CRM POR UMA
      *    EXTRACAO FULL (A PRIMEIRA EXECUCAO, SEM ARQUIVO DE
      *    CONTROLE, E SEMPRE FULL), ENTAO NAO SAI NO DELTA. A
      *    MUDANCA DE SITUACAO NO CLISTAT (BLOQUEIO, DESBLOQUEIO,
      *    INATIVACAO) DEPOIS DA ULTIMA EXTRACAO TAMBEM FAZ SAIR.
      *-----------------------------------------------------------------
           IF SITUACAO-MUDOU
              OR REINCLUSAO-CRM
               GO TO 2200-SELECIONA-DELTA-ACAO
           END-IF.

           IF CLI-DATA-ULT-MANUT NOT NUMERIC
               GO TO 2200-SELECIONA-DELTA-EXIT
           END-IF.
               GO TO 2200-SELECIONA-DELTA-EXIT
           END-IF.

       2200-SELECIONA-DELTA-ACAO.

           MOVE "C" TO CRM-D-ACAO.
           PERFORM 2250-LE-MOVIMENTO THRU 2250-LE-MOVIMENTO-EXIT
               UNTIL FIM-MOVTO
                  OR MOV-CPF NOT < CPF.
           IF NOT FIM-MOVTO
              AND MOV-CPF = CPF
              AND MOV-INCLUIDO
               MOVE "A" TO CRM-D-ACAO
           END-IF.
           IF REINCLUSAO-CRM
               MOVE "A" TO CRM-D-ACAO
           END-IF.

       2200-SELECIONA-DELTA-EXIT.
           EXIT.

       2250-LE-MOVIMENTO.
      *-----------------------------------------------------------------
      *    O MESTRE E O ARQUIVO DE MOVIMENTO ESTAO AMBOS EM ORDEM DE
      *    CPF: O MOVIMENTO SO AVANCA, E OS CPFS QUE FICAM PARA TRAS
      *    (EXCLUIDOS OU SEM MANUTENCAO NO MESTRE) SAO TRATADOS NA
      *    RELEITURA FINAL DAS EXCLUSOES.
      *-----------------------------------------------------------------
           READ CLIENTE-MOVIMENTO
               AT END SET FIM-MOVTO TO TRUE
           END-READ.
       2250-LE-MOVIMENTO-EXIT.
           EXIT.

       3000-GRAVA-EXCLUSOES.
      *-----------------------------------------------------------------
      *    OS CPFS CUJA ULTIMA OPERACAO NO PERIODO FOI EXCLUSAO NAO
      *    ESTAO MAIS NO MESTRE; SAEM NO EXTRATO COM ACAO "E" E
      *    APENAS O CPF PREENCHIDO, NA ORDEM EM QUE APARECERAM NO
      *    JORNAL (PRIMEIRA OPERACAO DO CPF NO PERIODO).
      *-----------------------------------------------------------------
           CLOSE CLIENTE-MOVIMENTO.
           MOVE "N" TO WRK-FIM-MOVTO.
           MOVE "N" TO WRK-FIM-SORT.

           SORT SORT-WORK ON ASCENDING KEY SORT-SEQUENCIA
               INPUT PROCEDURE  IS 3100-SELECIONA-EXCLUSOES
                                THRU 3100-SELECIONA-EXCLUSOES-EXIT
               OUTPUT PROCEDURE IS 3200-GRAVA-EXCLUSOES-ORDEM
                                THRU 3200-GRAVA-EXCLUSOES-ORDEM-EXIT.
       3000-GRAVA-EXCLUSOES-EXIT.
           EXIT.

       3100-SELECIONA-EXCLUSOES.
           OPEN INPUT CLIENTE-MOVIMENTO.

           PERFORM 2250-LE-MOVIMENTO THRU 2250-LE-MOVIMENTO-EXIT.

           PERFORM 3150-SELECIONA-UMA-EXCLUSAO
               THRU 3150-SELECIONA-UMA-EXCLUSAO-EXIT
               UNTIL FIM-MOVTO.

           CLOSE CLIENTE-MOVIMENTO.
       3100-SELECIONA-EXCLUSOES-EXIT.
           EXIT.

       3150-SELECIONA-UMA-EXCLUSAO.
           IF MOV-ULT-EXCLUSAO
               MOVE MOV-CPF             TO SORT-CPF
               MOVE MOV-PRIM-SEQUENCIA  TO SORT-SEQUENCIA
               MOVE MOV-ULT-FUNCAO      TO SORT-FUNCAO
               RELEASE SORT-REC
           END-IF.

           PERFORM 2250-LE-MOVIMENTO THRU 2250-LE-MOVIMENTO-EXIT.
       3150-SELECIONA-UMA-EXCLUSAO-EXIT.
           EXIT.

       3200-GRAVA-EXCLUSOES-ORDEM.
           PERFORM 1290-LE-SORT THRU 1290-LE-SORT-EXIT.

           PERFORM 3250-GRAVA-UMA-EXCLUSAO
               THRU 3250-GRAVA-UMA-EXCLUSAO-EXIT
               UNTIL FIM-SORT.
       3200-GRAVA-EXCLUSOES-ORDEM-EXIT.
           EXIT.

       3250-GRAVA-UMA-EXCLUSAO.
           MOVE SPACES TO WRK-CRM-DETALHE.
           MOVE "D" TO CRM-D-TIPO.
           MOVE "E" TO CRM-D-ACAO.
           MOVE SORT-CPF TO CRM-D-CPF.
           WRITE CRM-EXTRACT-REC FROM WRK-CRM-DETALHE.
           ADD 1 TO WRK-CONT-REGISTROS.
           ADD 1 TO WRK-CONT-EXCLUIDOS.

           PERFORM 1290-LE-SORT THRU 1290-LE-SORT-EXIT.
       3250-GRAVA-UMA-EXCLUSAO-EXIT.
           EXIT.

       9000-FINALIZA.

           CLOSE CLIENTE-MASTER.
           CLOSE CRM-EXTRACT.
           IF SITUACAO-DISPONIVEL
               CLOSE SITUACAO-RECEITA
           END-IF.
           IF CLISTAT-DISPONIVEL
               CLOSE CLIENTE-STATUS
           END-IF.

           PERFORM 9100-GRAVA-CONTROLE THRU 9100-GRAVA-CONTROLE-EXIT.

                                  WRK-CTL-TIPO
                                  WRK-CTL-QTDE.

           DISPLAY "CLIENTES LIDOS NO MESTRE ....: "
                   WRK-CONT-MESTRE-LIDOS.
           IF MODO-DELTA
               DISPLAY "REGISTROS LIDOS NO JORNAL ...: "
                       WRK-CONT-JORNAL-LIDOS
               DISPLAY "OPERACOES DO PERIODO ........: "
                       WRK-CONT-JORNAL-PERIODO
               DISPLAY "CPFS MOVIMENTADOS NO PERIODO: "
                       WRK-CONT-CPF-MOVIMENTO
           END-IF.
           DISPLAY "CLIENTES EXTRAIDOS PARA O CRM: " WRK-CONT-REGISTROS.
           IF MODO-DELTA
               DISPLAY "  INCLUSOES .: " WRK-CONT-INCLUIDOS
               DISPLAY "  ALTERACOES : " WRK-CONT-ALTERADOS
               DISPLAY "  EXCLUSOES .: " WRK-CONT-EXCLUIDOS
           END-IF.
           DISPLAY "CLIENTES RETIDOS (BLOQUEIO RECEITA): "
                   WRK-CONT-BLOQUEADOS.
           DISPLAY "CLIENTES ENCERRADOS FORA DO EXTRATO: "
                   WRK-CONT-ENCERRADOS.
       9000-FINALIZA-EXIT.
           EXIT.

