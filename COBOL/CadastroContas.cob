                                   RECORD KEY IS HST-CHAVE
                                   FILE STATUS IS WRK-STATUS-HIST.

           SELECT CONTA-PARTICIPANTE ASSIGN TO "CTAPART"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS PTC-CHAVE
                                   ALTERNATE RECORD KEY IS PTC-CPF
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-PART.

           SELECT CLIENTE-STATUS  ASSIGN TO "CLISTAT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS STS-CPF
                                   FILE STATUS IS WRK-STATUS-CLISTAT.

           SELECT CLIENTE-RESPONSAVEL ASSIGN TO "CLIRESP"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS RSP-CHAVE
                                   ALTERNATE RECORD KEY IS
                                       RSP-CPF-RESPONSAVEL
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-RESP.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
               88 CTA-EXCLUI        VALUE "D".
               88 CTA-ENCERRA       VALUE "E".
               88 CTA-TRANSFERE     VALUE "T".
               88 CTA-INCLUI-PART   VALUE "I".
               88 CTA-RETIRA-PART   VALUE "R".
           02 CTA-AGENCIA       PIC 9(04).
           02 CTA-CONTA         PIC 9(10).
           02 CTA-CPF           PIC X(12).
           02 CTA-PAPEL         PIC X(01).
               88 CTA-PAPEL-COTITULAR   VALUE "C".
               88 CTA-PAPEL-PROCURADOR  VALUE "P".

       FD  CONTA-HISTORICO
           LABEL RECORDS ARE STANDARD.
           COPY HSTCOPY.

       FD  CONTA-PARTICIPANTE
           LABEL RECORDS ARE STANDARD.
           COPY PTCCOPY.

       FD  CLIENTE-STATUS
           LABEL RECORDS ARE STANDARD.
           COPY STSCOPY.

       FD  CLIENTE-RESPONSAVEL
           LABEL RECORDS ARE STANDARD.
           COPY RSPCOPY.

       FD  CONTA-REJEITOS
           LABEL RECORDS ARE STANDARD.
       01  CONTA-REJEITO-REC.
           02 CTAREJ-CPF             PIC X(12).
           02 CTAREJ-CODIGO-MOTIVO   PIC X(04).
           02 CTAREJ-MOTIVO          PIC X(40).
           02 CTAREJ-PAPEL           PIC X(01).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77  WRK-STATUS-HIST                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PART                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CLISTAT             PIC X(02) VALUE SPACES.

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    SITUACAO DO CLIENTE (CLISTAT): CLIENTE ENCERRADO NAO PODE
      *    RECEBER CONTA NEM VINCULO; CLIENTE INATIVO QUE RECEBE
      *    CONTA OU VINCULO VOLTA A FICAR ATIVO.
      *-----------------------------------------------------------------
       77  WRK-CLISTAT-ABERTO-SW          PIC X(01) VALUE "N".
           88  CLISTAT-DISPONIVEL             VALUE "S".

       77  WRK-CLIENTE-ENC-SW             PIC X(01) VALUE "N".
           88  CLIENTE-ENCERRADO              VALUE "S".

       77  WRK-CONT-REATIVADOS            PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A CONTA DE MENOR DE IDADE: O TITULAR MENOR
      *    PRECISA TER RESPONSAVEL LEGAL COM VINCULO EM ABERTO NO
      *    CLIRESP, E CADA RESPONSAVEL E REGISTRADO NA CONTA COM O
      *    PAPEL "L"; MENOR NAO PODE SER PROCURADOR.
      *-----------------------------------------------------------------
       77  WRK-STATUS-RESP                PIC X(02) VALUE SPACES.

       77  WRK-RESP-ABERTO-SW             PIC X(01) VALUE "N".
           88  RESPONSAVEIS-DISPONIVEL        VALUE "S".

       77  WRK-FIM-RESP                   PIC X(01) VALUE "N".
           88  FIM-RESP                       VALUE "S".

       77  WRK-MENOR-SW                   PIC X(01) VALUE "N".
           88  CLIENTE-MENOR                  VALUE "S".

       77  WRK-GRAVA-RESP-SW              PIC X(01) VALUE "N".
           88  GRAVA-RESP-LEGAL               VALUE "S".

       77  WRK-DATA-MAIORIDADE            PIC 9(08) VALUE ZEROS.

       77  WRK-RSP-CPF-MENOR              PIC X(12) VALUE SPACES.

       77  WRK-QTDE-RESP-ABERTOS          PIC 9(03) VALUE ZEROS.

       77  WRK-CONT-RESP-LEGAIS           PIC 9(05) VALUE ZEROS.

       77  WRK-FIM-TRANS                  PIC X(01) VALUE "N".
           88  FIM-TRANS                      VALUE "S".

       77  WRK-FIM-PART                   PIC X(01) VALUE "N".
           88  FIM-PART                       VALUE "S".

       77  WRK-ACAO-PART                  PIC X(01) VALUE SPACES.
           88  ACAO-PART-ENCERRA              VALUE "E".
           88  ACAO-PART-EXCLUI               VALUE "D".
           88  ACAO-PART-RESP-LEGAL           VALUE "L".

       77  WRK-CONTA-PART                 PIC X(14) VALUE SPACES.

       77  WRK-CONT-INCLUSOES             PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-EXCLUSOES             PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-TRANSFERIDAS          PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-PART-INCLUIDOS        PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-PART-RETIRADOS        PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-REJEITADAS            PIC 9(05) VALUE ZEROS.

       77  WRK-REJ-CODIGO                 PIC X(04) VALUE SPACES.
      *    ENCERRADA (GANHA SITUACAO "E" E DATA, SEM SER APAGADA) OU
      *    TRANSFERIDA DE TITULAR; CADA PERIODO DE TITULARIDADE FICA
      *    REGISTRADO NO HISTORICO DE TITULARIDADE (CTAHIST) COM
      *    DATAS DE INICIO E FIM. AS FUNCOES "I" E "R" INCLUEM E
      *    RETIRAM COTITULARES E PROCURADORES NO CADASTRO DE
      *    PARTICIPANTES DA CONTA (CTAPART), ONDE O TITULAR TAMBEM
      *    FICA REGISTRADO, ACOMPANHANDO INCLUSAO, TRANSFERENCIA,
      *    ENCERRAMENTO E EXCLUSAO DA CONTA. CONTA DE TITULAR MENOR DE
      *    IDADE RECEBE OS RESPONSAVEIS LEGAIS DO CLIRESP COM O PAPEL
      *    "L".
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

               OPEN I-O CONTA-HISTORICO
           END-IF.

           OPEN I-O    CONTA-PARTICIPANTE.
           IF WRK-STATUS-PART = "35"
               CLOSE CONTA-PARTICIPANTE
               OPEN OUTPUT CONTA-PARTICIPANTE
               CLOSE CONTA-PARTICIPANTE
               OPEN I-O CONTA-PARTICIPANTE
           END-IF.

           OPEN I-O    CLIENTE-STATUS.
           IF WRK-STATUS-CLISTAT = "00"
               SET CLISTAT-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CLISTAT AUSENTE, SITUACAO NAO CONFERIDA"
           END-IF.

           OPEN INPUT  CLIENTE-RESPONSAVEL.
           IF WRK-STATUS-RESP = "00"
               SET RESPONSAVEIS-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CLIRESP AUSENTE, MENORES NAO CONFERIDOS"
           END-IF.

           OPEN INPUT  CLIENTE-MASTER.
           OPEN INPUT  CONTA-TRANS.
           OPEN OUTPUT CONTA-REJEITOS.
                               THRU 4900-REJEITA-EXIT
                       NOT INVALID KEY
                           ADD 1 TO WRK-CONT-EXCLUSOES
                           SET ACAO-PART-EXCLUI TO TRUE
                           PERFORM 3900-VARRE-PARTICIPANTES
                               THRU 3900-VARRE-PARTICIPANTES-EXIT
                   END-DELETE
               WHEN CTA-ENCERRA
                   PERFORM 3200-ENCERRA-CONTA
               WHEN CTA-TRANSFERE
                   PERFORM 3300-TRANSFERE-CONTA
                       THRU 3300-TRANSFERE-CONTA-EXIT
               WHEN CTA-INCLUI-PART
                   PERFORM 4000-INCLUI-PARTICIPANTE
                       THRU 4000-INCLUI-PARTICIPANTE-EXIT
               WHEN CTA-RETIRA-PART
                   PERFORM 4100-RETIRA-PARTICIPANTE
                       THRU 4100-RETIRA-PARTICIPANTE-EXIT
               WHEN OTHER
                   MOVE "FUN1" TO WRK-REJ-CODIGO
                   MOVE "CODIGO DE FUNCAO DE TRANSACAO INVALIDO"
       3100-INCLUI-CONTA.
      *-----------------------------------------------------------------
      *    INCLUSAO DE CONTA: O CPF DO TITULAR PRECISA EXISTIR NO
      *    CADASTRO DE CLIENTES ANTES DE A CONTA SER VINCULADA A ELE,
      *    E NAO PODE ESTAR ENCERRADO. TITULAR MENOR DE IDADE PRECISA
      *    TER RESPONSAVEL LEGAL VINCULADO.
      *-----------------------------------------------------------------
           MOVE CTA-CPF TO CPF.
           READ CLIENTE-MASTER
                   MOVE "CPF DO TITULAR NAO CADASTRADO"
                       TO WRK-REJ-MOTIVO
                   PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
                   GO TO 3100-INCLUI-CONTA-EXIT
           END-READ.

           PERFORM 4800-CONFERE-SITUACAO
               THRU 4800-CONFERE-SITUACAO-EXIT.
           IF CLIENTE-ENCERRADO
               MOVE "CPF4" TO WRK-REJ-CODIGO
               MOVE "CLIENTE ENCERRADO NO CADASTRO"
                   TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 3100-INCLUI-CONTA-EXIT
           END-IF.

           PERFORM 4700-CONFERE-MENOR THRU 4700-CONFERE-MENOR-EXIT.
           IF CLIENTE-MENOR AND WRK-QTDE-RESP-ABERTOS = ZEROS
               MOVE "CPF5" TO WRK-REJ-CODIGO
               MOVE "TITULAR MENOR SEM RESPONSAVEL LEGAL"
                   TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 3100-INCLUI-CONTA-EXIT
           END-IF.

           MOVE CTA-AGENCIA TO XRF-AGENCIA.
           MOVE CTA-CONTA   TO XRF-NUMERO.
           MOVE CTA-CPF     TO XRF-CPF.
           SET XRF-ATIVA    TO TRUE.
           MOVE WRK-DATA-ATUAL TO XRF-DATA-INICIO.
           MOVE ZEROS       TO XRF-DATA-ENCERRAMENTO.
           WRITE CONTA-XREF-REC
               INVALID KEY
                   MOVE "CTA1" TO WRK-REJ-CODIGO
                   MOVE "CONTA JA CADASTRADA"
                       TO WRK-REJ-MOTIVO
                   PERFORM 4900-REJEITA
                       THRU 4900-REJEITA-EXIT
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-INCLUSOES
                   PERFORM 3600-ABRE-HISTORICO
                       THRU 3600-ABRE-HISTORICO-EXIT
                   PERFORM 3800-GRAVA-TITULAR
                       THRU 3800-GRAVA-TITULAR-EXIT
                   PERFORM 4750-GRAVA-RESP-LEGAIS
                       THRU 4750-GRAVA-RESP-LEGAIS-EXIT
                   PERFORM 4850-REATIVA-CLIENTE
                       THRU 4850-REATIVA-CLIENTE-EXIT
           END-WRITE.
       3100-INCLUI-CONTA-EXIT.
           EXIT.

                   ADD 1 TO WRK-CONT-ENCERRADAS
                   PERFORM 3700-FECHA-HISTORICO
                       THRU 3700-FECHA-HISTORICO-EXIT
                   SET ACAO-PART-ENCERRA TO TRUE
                   PERFORM 3900-VARRE-PARTICIPANTES
                       THRU 3900-VARRE-PARTICIPANTES-EXIT
           END-REWRITE.
       3200-ENCERRA-CONTA-EXIT.
           EXIT.
       3300-TRANSFERE-CONTA.
      *-----------------------------------------------------------------
      *    TRANSFERENCIA DE TITULARIDADE: O NOVO CPF (CTA-CPF)
      *    PRECISA EXISTIR NO CADASTRO DE CLIENTES, SEM ESTAR
      *    ENCERRADO; O PERIODO DO TITULAR ATUAL E FECHADO NO
      *    HISTORICO E UM PERIODO NOVO E ABERTO, PRESERVANDO TODO O
      *    HISTORICO ANTERIOR. OS RESPONSAVEIS LEGAIS DO TITULAR
      *    ANTERIOR SAEM DA CONTA; NOVO TITULAR MENOR DE IDADE PRECISA
      *    TER RESPONSAVEL LEGAL, QUE ENTRA NA CONTA COM O PAPEL "L".
      *-----------------------------------------------------------------
           MOVE CTA-CPF TO CPF.
           READ CLIENTE-MASTER
                   GO TO 3300-TRANSFERE-CONTA-EXIT
           END-READ.

           PERFORM 4800-CONFERE-SITUACAO
               THRU 4800-CONFERE-SITUACAO-EXIT.
           IF CLIENTE-ENCERRADO
               MOVE "CPF4" TO WRK-REJ-CODIGO
               MOVE "CLIENTE ENCERRADO NO CADASTRO"
                   TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 3300-TRANSFERE-CONTA-EXIT
           END-IF.

           PERFORM 4700-CONFERE-MENOR THRU 4700-CONFERE-MENOR-EXIT.
           IF CLIENTE-MENOR AND WRK-QTDE-RESP-ABERTOS = ZEROS
               MOVE "CPF5" TO WRK-REJ-CODIGO
               MOVE "TITULAR MENOR SEM RESPONSAVEL LEGAL"
                   TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 3300-TRANSFERE-CONTA-EXIT
           END-IF.

           MOVE CTA-AGENCIA TO XRF-AGENCIA.
           MOVE CTA-CONTA   TO XRF-NUMERO.
           READ CONTA-XREF

           PERFORM 3700-FECHA-HISTORICO
               THRU 3700-FECHA-HISTORICO-EXIT.
           PERFORM 3850-FECHA-TITULAR
               THRU 3850-FECHA-TITULAR-EXIT.
           SET ACAO-PART-RESP-LEGAL TO TRUE.
           PERFORM 3900-VARRE-PARTICIPANTES
               THRU 3900-VARRE-PARTICIPANTES-EXIT.

           MOVE CTA-CPF        TO XRF-CPF.
           MOVE WRK-DATA-ATUAL TO XRF-DATA-INICIO.
                   ADD 1 TO WRK-CONT-TRANSFERIDAS
                   PERFORM 3600-ABRE-HISTORICO
                       THRU 3600-ABRE-HISTORICO-EXIT
                   PERFORM 3800-GRAVA-TITULAR
                       THRU 3800-GRAVA-TITULAR-EXIT
                   PERFORM 4750-GRAVA-RESP-LEGAIS
                       THRU 4750-GRAVA-RESP-LEGAIS-EXIT
                   PERFORM 4850-REATIVA-CLIENTE
                       THRU 4850-REATIVA-CLIENTE-EXIT
           END-REWRITE.
       3300-TRANSFERE-CONTA-EXIT.
           EXIT.
       3700-FECHA-HISTORICO-EXIT.
           EXIT.

       3800-GRAVA-TITULAR.
      *-----------------------------------------------------------------
      *    REGISTRA NO CADASTRO DE PARTICIPANTES O VINCULO DE TITULAR
      *    DO CPF CORRENTE DA REFERENCIA CRUZADA. CLIENTE QUE JA ERA
      *    PARTICIPANTE DA CONTA (COTITULAR QUE ASSUME A CONTA, OU
      *    ANTIGO TITULAR QUE A RECEBE DE VOLTA) TEM O SEU REGISTRO
      *    REABERTO COMO TITULAR.
      *-----------------------------------------------------------------
           MOVE XRF-CONTA       TO PTC-CONTA.
           MOVE XRF-CPF         TO PTC-CPF.
           READ CONTA-PARTICIPANTE
               INVALID KEY
                   MOVE XRF-CONTA       TO PTC-CONTA
                   MOVE XRF-CPF         TO PTC-CPF
                   SET PTC-TITULAR      TO TRUE
                   MOVE XRF-DATA-INICIO TO PTC-DATA-INICIO
                   MOVE ZEROS           TO PTC-DATA-FIM
                   WRITE CONTA-PARTICIPANTE-REC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR TITULAR: "
                                   PTC-CHAVE
                   END-WRITE
               NOT INVALID KEY
                   SET PTC-TITULAR      TO TRUE
                   MOVE XRF-DATA-INICIO TO PTC-DATA-INICIO
                   MOVE ZEROS           TO PTC-DATA-FIM
                   REWRITE CONTA-PARTICIPANTE-REC
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR TITULAR: "
                                   PTC-CHAVE
                   END-REWRITE
           END-READ.
       3800-GRAVA-TITULAR-EXIT.
           EXIT.

       3850-FECHA-TITULAR.
      *-----------------------------------------------------------------
      *    FECHA COM A DATA DA EXECUCAO O VINCULO DE TITULAR DO CPF
      *    QUE ESTA DEIXANDO A CONTA. CONTA ANTERIOR AO CADASTRO DE
      *    PARTICIPANTES NAO TEM O REGISTRO E E IGNORADA.
      *-----------------------------------------------------------------
           MOVE XRF-CONTA       TO PTC-CONTA.
           MOVE XRF-CPF         TO PTC-CPF.
           READ CONTA-PARTICIPANTE
               INVALID KEY
                   GO TO 3850-FECHA-TITULAR-EXIT
           END-READ.

           MOVE WRK-DATA-ATUAL TO PTC-DATA-FIM.
           REWRITE CONTA-PARTICIPANTE-REC
               INVALID KEY
                   DISPLAY "ERRO AO FECHAR TITULAR: " PTC-CHAVE
           END-REWRITE.
       3850-FECHA-TITULAR-EXIT.
           EXIT.

       3900-VARRE-PARTICIPANTES.
      *-----------------------------------------------------------------
      *    PERCORRE TODOS OS PARTICIPANTES DA CONTA DA TRANSACAO (A
      *    CHAVE COMECA PELA CONTA) E, CONFORME WRK-ACAO-PART, FECHA
      *    OS VINCULOS EM ABERTO (ENCERRAMENTO DA CONTA), SO OS DE
      *    RESPONSAVEL LEGAL (TRANSFERENCIA) OU APAGA TODOS OS
      *    REGISTROS (EXCLUSAO DA CONTA).
      *-----------------------------------------------------------------
           MOVE "N"         TO WRK-FIM-PART.
           MOVE CTA-AGENCIA TO PTC-AGENCIA.
           MOVE CTA-CONTA   TO PTC-NUMERO.
           MOVE PTC-CONTA   TO WRK-CONTA-PART.
           MOVE LOW-VALUES  TO PTC-CPF.
           START CONTA-PARTICIPANTE KEY IS NOT LESS THAN PTC-CHAVE
               INVALID KEY
                   SET FIM-PART TO TRUE
           END-START.

           IF NOT FIM-PART
               READ CONTA-PARTICIPANTE NEXT RECORD
                   AT END SET FIM-PART TO TRUE
               END-READ
           END-IF.

           PERFORM 3950-TRATA-PARTICIPANTE
               THRU 3950-TRATA-PARTICIPANTE-EXIT
               UNTIL FIM-PART.
       3900-VARRE-PARTICIPANTES-EXIT.
           EXIT.

       3950-TRATA-PARTICIPANTE.
           IF PTC-CONTA NOT = WRK-CONTA-PART
               SET FIM-PART TO TRUE
               GO TO 3950-TRATA-PARTICIPANTE-EXIT
           END-IF.

           IF ACAO-PART-RESP-LEGAL AND NOT PTC-RESP-LEGAL
               GO TO 3950-TRATA-PARTICIPANTE-LEITURA
           END-IF.

           IF ACAO-PART-EXCLUI
               DELETE CONTA-PARTICIPANTE
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR PARTICIPANTE: "
                               PTC-CHAVE
               END-DELETE
           ELSE
               IF PTC-DATA-FIM = ZEROS
                   MOVE WRK-DATA-ATUAL TO PTC-DATA-FIM
                   REWRITE CONTA-PARTICIPANTE-REC
                       INVALID KEY
                           DISPLAY "ERRO AO FECHAR PARTICIPANTE: "
                                   PTC-CHAVE
                   END-REWRITE
               END-IF
           END-IF.

       3950-TRATA-PARTICIPANTE-LEITURA.
           READ CONTA-PARTICIPANTE NEXT RECORD
               AT END SET FIM-PART TO TRUE
           END-READ.
       3950-TRATA-PARTICIPANTE-EXIT.
           EXIT.

       4000-INCLUI-PARTICIPANTE.
      *-----------------------------------------------------------------
      *    INCLUSAO DE COTITULAR OU PROCURADOR: O PAPEL PRECISA SER
      *    "C" OU "P" (O TITULAR SO MUDA POR TRANSFERENCIA), O CPF
      *    PRECISA EXISTIR NO CADASTRO DE CLIENTES SEM ESTAR
      *    ENCERRADO E A CONTA PRECISA EXISTIR ATIVA. CLIENTE QUE JA
      *    TEVE VINCULO ENCERRADO COM A CONTA TEM O REGISTRO REABERTO
      *    COM O PAPEL NOVO. MENOR DE IDADE PODE SER COTITULAR, MAS
      *    NAO PROCURADOR.
      *-----------------------------------------------------------------
           IF NOT CTA-PAPEL-COTITULAR AND NOT CTA-PAPEL-PROCURADOR
               MOVE "PTC1" TO WRK-REJ-CODIGO
               MOVE "PAPEL DO PARTICIPANTE INVALIDO"
                   TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 4000-INCLUI-PARTICIPANTE-EXIT
           END-IF.

           MOVE CTA-CPF TO CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE "CPF3" TO WRK-REJ-CODIGO
                   MOVE "CPF DO PARTICIPANTE NAO CADASTRADO"
                       TO WRK-REJ-MOTIVO
                   PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
                   GO TO 4000-INCLUI-PARTICIPANTE-EXIT
           END-READ.

           PERFORM 4800-CONFERE-SITUACAO
               THRU 4800-CONFERE-SITUACAO-EXIT.
           IF CLIENTE-ENCERRADO
               MOVE "CPF4" TO WRK-REJ-CODIGO
               MOVE "CLIENTE ENCERRADO NO CADASTRO"
                   TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 4000-INCLUI-PARTICIPANTE-EXIT
           END-IF.

           PERFORM 4700-CONFERE-MENOR THRU 4700-CONFERE-MENOR-EXIT.
           IF CLIENTE-MENOR AND CTA-PAPEL-PROCURADOR
               MOVE "PTC5" TO WRK-REJ-CODIGO
               MOVE "MENOR DE IDADE NAO PODE SER PROCURADOR"
                   TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 4000-INCLUI-PARTICIPANTE-EXIT
           END-IF.

           MOVE CTA-AGENCIA TO XRF-AGENCIA.
           MOVE CTA-CONTA   TO XRF-NUMERO.
           READ CONTA-XREF
               INVALID KEY
                   MOVE "CTA6" TO WRK-REJ-CODIGO
                   MOVE "CONTA NAO ENCONTRADA PARA PARTICIPANTE"
                       TO WRK-REJ-MOTIVO
                   PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
                   GO TO 4000-INCLUI-PARTICIPANTE-EXIT
           END-READ.

           IF XRF-ENCERRADA
               MOVE "CTA4" TO WRK-REJ-CODIGO
               MOVE "CONTA JA ENCERRADA" TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 4000-INCLUI-PARTICIPANTE-EXIT
           END-IF.

           IF XRF-CPF = CTA-CPF
               MOVE "PTC2" TO WRK-REJ-CODIGO
               MOVE "CLIENTE JA VINCULADO A CONTA"
                   TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 4000-INCLUI-PARTICIPANTE-EXIT
           END-IF.

           MOVE XRF-CONTA TO PTC-CONTA.
           MOVE CTA-CPF   TO PTC-CPF.
           READ CONTA-PARTICIPANTE
               INVALID KEY
                   MOVE XRF-CONTA      TO PTC-CONTA
                   MOVE CTA-CPF        TO PTC-CPF
                   MOVE CTA-PAPEL      TO PTC-PAPEL
                   MOVE WRK-DATA-ATUAL TO PTC-DATA-INICIO
                   MOVE ZEROS          TO PTC-DATA-FIM
                   WRITE CONTA-PARTICIPANTE-REC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR PARTICIPANTE: "
                                   PTC-CHAVE
                       NOT INVALID KEY
                           ADD 1 TO WRK-CONT-PART-INCLUIDOS
                           PERFORM 4850-REATIVA-CLIENTE
                               THRU 4850-REATIVA-CLIENTE-EXIT
                   END-WRITE
                   GO TO 4000-INCLUI-PARTICIPANTE-EXIT
           END-READ.

           IF PTC-DATA-FIM = ZEROS
               MOVE "PTC2" TO WRK-REJ-CODIGO
               MOVE "CLIENTE JA VINCULADO A CONTA"
                   TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 4000-INCLUI-PARTICIPANTE-EXIT
           END-IF.

           MOVE CTA-PAPEL      TO PTC-PAPEL.
           MOVE WRK-DATA-ATUAL TO PTC-DATA-INICIO.
           MOVE ZEROS          TO PTC-DATA-FIM.
           REWRITE CONTA-PARTICIPANTE-REC
               INVALID KEY
                   DISPLAY "ERRO AO REABRIR PARTICIPANTE: " PTC-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-PART-INCLUIDOS
                   PERFORM 4850-REATIVA-CLIENTE
                       THRU 4850-REATIVA-CLIENTE-EXIT
           END-REWRITE.
       4000-INCLUI-PARTICIPANTE-EXIT.
           EXIT.

       4100-RETIRA-PARTICIPANTE.
      *-----------------------------------------------------------------
      *    RETIRADA DE COTITULAR OU PROCURADOR: O VINCULO EM ABERTO E
      *    FECHADO COM A DATA DA EXECUCAO E PERMANECE COMO HISTORICO.
      *    O TITULAR NAO PODE SER RETIRADO, SO SUBSTITUIDO PELA
      *    TRANSFERENCIA DE TITULARIDADE.
      *-----------------------------------------------------------------
           MOVE CTA-AGENCIA TO PTC-AGENCIA.
           MOVE CTA-CONTA   TO PTC-NUMERO.
           MOVE CTA-CPF     TO PTC-CPF.
           READ CONTA-PARTICIPANTE
               INVALID KEY
                   MOVE "PTC3" TO WRK-REJ-CODIGO
                   MOVE "CLIENTE NAO VINCULADO A CONTA"
                       TO WRK-REJ-MOTIVO
                   PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
                   GO TO 4100-RETIRA-PARTICIPANTE-EXIT
           END-READ.

           IF PTC-DATA-FIM NOT = ZEROS
               MOVE "PTC3" TO WRK-REJ-CODIGO
               MOVE "CLIENTE NAO VINCULADO A CONTA"
                   TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 4100-RETIRA-PARTICIPANTE-EXIT
           END-IF.

           IF PTC-TITULAR
               MOVE "PTC4" TO WRK-REJ-CODIGO
               MOVE "TITULAR SO SAI POR TRANSFERENCIA"
                   TO WRK-REJ-MOTIVO
               PERFORM 4900-REJEITA THRU 4900-REJEITA-EXIT
               GO TO 4100-RETIRA-PARTICIPANTE-EXIT
           END-IF.

           MOVE WRK-DATA-ATUAL TO PTC-DATA-FIM.
           REWRITE CONTA-PARTICIPANTE-REC
               INVALID KEY
                   DISPLAY "ERRO AO RETIRAR PARTICIPANTE: " PTC-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-PART-RETIRADOS
           END-REWRITE.
       4100-RETIRA-PARTICIPANTE-EXIT.
           EXIT.

       4700-CONFERE-MENOR.
      *-----------------------------------------------------------------
      *    COM O CLIENTE DA TRANSACAO LIDO DO MESTRE, APURA SE ELE
      *    AINDA NAO COMPLETOU 18 ANOS NA DATA DO PROCESSAMENTO E,
      *    SENDO MENOR, QUANTOS RESPONSAVEIS TEM COM VINCULO EM
      *    ABERTO. SEM O CLIRESP A CONFERENCIA NAO E FEITA.
      *-----------------------------------------------------------------
           MOVE "N"   TO WRK-MENOR-SW.
           MOVE "N"   TO WRK-GRAVA-RESP-SW.
           MOVE ZEROS TO WRK-QTDE-RESP-ABERTOS.
           IF NOT RESPONSAVEIS-DISPONIVEL
               GO TO 4700-CONFERE-MENOR-EXIT
           END-IF.

           COMPUTE WRK-DATA-MAIORIDADE EQUAL
               ((DTN-ANO + 18) * 10000) + (DTN-MES * 100) + DTN-DIA.
           IF WRK-DATA-MAIORIDADE NOT > WRK-DATA-ATUAL
               GO TO 4700-CONFERE-MENOR-EXIT
           END-IF.

           SET CLIENTE-MENOR TO TRUE.
           MOVE CTA-CPF TO WRK-RSP-CPF-MENOR.
           PERFORM 4710-POSICIONA-RESPONSAVEL
               THRU 4710-POSICIONA-RESPONSAVEL-EXIT.
           PERFORM 4720-CONTA-RESPONSAVEL
               THRU 4720-CONTA-RESPONSAVEL-EXIT
               UNTIL FIM-RESP.
       4700-CONFERE-MENOR-EXIT.
           EXIT.

       4710-POSICIONA-RESPONSAVEL.
           MOVE "N"               TO WRK-FIM-RESP.
           MOVE WRK-RSP-CPF-MENOR TO RSP-CPF-MENOR.
           MOVE LOW-VALUES        TO RSP-CPF-RESPONSAVEL.
           START CLIENTE-RESPONSAVEL KEY IS NOT LESS THAN RSP-CHAVE
               INVALID KEY
                   SET FIM-RESP TO TRUE
           END-START.
       4710-POSICIONA-RESPONSAVEL-EXIT.
           EXIT.

       4720-CONTA-RESPONSAVEL.
      *-----------------------------------------------------------------
      *    LE O PROXIMO VINCULO DO MENOR; NA GRAVACAO DOS
      *    RESPONSAVEIS NA CONTA (GRAVA-RESP-LEGAL) CADA VINCULO EM
      *    ABERTO VIRA UM PARTICIPANTE COM O PAPEL "L".
      *-----------------------------------------------------------------
           READ CLIENTE-RESPONSAVEL NEXT RECORD
               AT END
                   SET FIM-RESP TO TRUE
                   GO TO 4720-CONTA-RESPONSAVEL-EXIT
           END-READ.

           IF RSP-CPF-MENOR NOT = WRK-RSP-CPF-MENOR
               SET FIM-RESP TO TRUE
               GO TO 4720-CONTA-RESPONSAVEL-EXIT
           END-IF.

           IF RSP-DATA-FIM NOT = ZEROS
               GO TO 4720-CONTA-RESPONSAVEL-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-RESP-ABERTOS.
           IF GRAVA-RESP-LEGAL
               PERFORM 4760-GRAVA-RESP-LEGAL
                   THRU 4760-GRAVA-RESP-LEGAL-EXIT
           END-IF.
       4720-CONTA-RESPONSAVEL-EXIT.
           EXIT.

       4750-GRAVA-RESP-LEGAIS.
      *-----------------------------------------------------------------
      *    CONTA RECEM VINCULADA A TITULAR MENOR DE IDADE: CADA
      *    RESPONSAVEL COM VINCULO EM ABERTO ENTRA NA CONTA COMO
      *    RESPONSAVEL LEGAL ("L"), FECHADO PELO CLIMAIOR QUANDO O
      *    TITULAR COMPLETAR 18 ANOS.
      *-----------------------------------------------------------------
           IF NOT CLIENTE-MENOR
               GO TO 4750-GRAVA-RESP-LEGAIS-EXIT
           END-IF.

           SET GRAVA-RESP-LEGAL TO TRUE.
           MOVE ZEROS TO WRK-QTDE-RESP-ABERTOS.
           PERFORM 4710-POSICIONA-RESPONSAVEL
               THRU 4710-POSICIONA-RESPONSAVEL-EXIT.
           PERFORM 4720-CONTA-RESPONSAVEL
               THRU 4720-CONTA-RESPONSAVEL-EXIT
               UNTIL FIM-RESP.
           MOVE "N" TO WRK-GRAVA-RESP-SW.
       4750-GRAVA-RESP-LEGAIS-EXIT.
           EXIT.

       4760-GRAVA-RESP-LEGAL.
      *-----------------------------------------------------------------
      *    RESPONSAVEL QUE JA PARTICIPA DA CONTA COM VINCULO EM ABERTO
      *    (COTITULAR, POR EXEMPLO) MANTEM O PAPEL QUE TEM; VINCULO
      *    ANTERIOR JA ENCERRADO E REABERTO COMO RESPONSAVEL LEGAL.
      *-----------------------------------------------------------------
           MOVE XRF-CONTA           TO PTC-CONTA.
           MOVE RSP-CPF-RESPONSAVEL TO PTC-CPF.
           READ CONTA-PARTICIPANTE
               INVALID KEY
                   MOVE XRF-CONTA           TO PTC-CONTA
                   MOVE RSP-CPF-RESPONSAVEL TO PTC-CPF
                   SET PTC-RESP-LEGAL       TO TRUE
                   MOVE WRK-DATA-ATUAL      TO PTC-DATA-INICIO
                   MOVE ZEROS               TO PTC-DATA-FIM
                   WRITE CONTA-PARTICIPANTE-REC
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR RESP. LEGAL: "
                                   PTC-CHAVE
                       NOT INVALID KEY
                           ADD 1 TO WRK-CONT-RESP-LEGAIS
                   END-WRITE
                   GO TO 4760-GRAVA-RESP-LEGAL-EXIT
           END-READ.

           IF PTC-DATA-FIM = ZEROS
               GO TO 4760-GRAVA-RESP-LEGAL-EXIT
           END-IF.

           SET PTC-RESP-LEGAL  TO TRUE.
           MOVE WRK-DATA-ATUAL TO PTC-DATA-INICIO.
           MOVE ZEROS          TO PTC-DATA-FIM.
           REWRITE CONTA-PARTICIPANTE-REC
               INVALID KEY
                   DISPLAY "ERRO AO REABRIR RESP. LEGAL: " PTC-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-RESP-LEGAIS
           END-REWRITE.
       4760-GRAVA-RESP-LEGAL-EXIT.
           EXIT.

       4800-CONFERE-SITUACAO.
      *-----------------------------------------------------------------
      *    LE A SITUACAO DO CPF DA TRANSACAO NO CLISTAT. CLIENTE SEM
      *    REGISTRO (OU CLISTAT AUSENTE) ESTA ATIVO.
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-CLIENTE-ENC-SW.
           MOVE SPACES  TO CLIENTE-STATUS-REC.
           IF NOT CLISTAT-DISPONIVEL
               GO TO 4800-CONFERE-SITUACAO-EXIT
           END-IF.

           MOVE CTA-CPF TO STS-CPF.
           READ CLIENTE-STATUS
               INVALID KEY
                   MOVE SPACES TO CLIENTE-STATUS-REC
                   GO TO 4800-CONFERE-SITUACAO-EXIT
           END-READ.

           IF STS-ENCERRADO
               SET CLIENTE-ENCERRADO TO TRUE
           END-IF.
       4800-CONFERE-SITUACAO-EXIT.
           EXIT.

       4850-REATIVA-CLIENTE.
      *-----------------------------------------------------------------
      *    CONTA OU VINCULO NOVO E MOVIMENTO: CLIENTE INATIVO (LIDO EM
      *    4800-CONFERE-SITUACAO) VOLTA A FICAR ATIVO.
      *-----------------------------------------------------------------
           IF NOT STS-INATIVO
               GO TO 4850-REATIVA-CLIENTE-EXIT
           END-IF.

           SET STS-ATIVO          TO TRUE.
           SET STS-MOT-REATIVACAO TO TRUE.
           MOVE WRK-DATA-ATUAL    TO STS-DATA.
           MOVE "CTACAD"          TO STS-PROGRAMA.
           REWRITE CLIENTE-STATUS-REC
               INVALID KEY
                   DISPLAY "ERRO AO REATIVAR CLIENTE: " CTA-CPF
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-REATIVADOS
           END-REWRITE.
       4850-REATIVA-CLIENTE-EXIT.
           EXIT.

       4900-REJEITA.
      *-----------------------------------------------------------------
      *    GRAVA O REGISTRO DE REJEITO COM O CODIGO E O MOTIVO
           MOVE CTA-CPF        TO CTAREJ-CPF.
           MOVE WRK-REJ-CODIGO TO CTAREJ-CODIGO-MOTIVO.
           MOVE WRK-REJ-MOTIVO TO CTAREJ-MOTIVO.
           MOVE CTA-PAPEL      TO CTAREJ-PAPEL.
           WRITE CONTA-REJEITO-REC.
           DISPLAY "TRANSACAO DE CONTA REJEITADA: "
                   CTA-AGENCIA "/" CTA-CONTA
       9000-FINALIZA.
           CLOSE CONTA-XREF.
           CLOSE CONTA-HISTORICO.
           CLOSE CONTA-PARTICIPANTE.
           IF CLISTAT-DISPONIVEL
               CLOSE CLIENTE-STATUS
           END-IF.
           IF RESPONSAVEIS-DISPONIVEL
               CLOSE CLIENTE-RESPONSAVEL
           END-IF.
           CLOSE CLIENTE-MASTER.
           CLOSE CONTA-TRANS.
           CLOSE CONTA-REJEITOS.
           DISPLAY "CONTAS EXCLUIDAS ....: " WRK-CONT-EXCLUSOES.
           DISPLAY "CONTAS ENCERRADAS ...: " WRK-CONT-ENCERRADAS.
           DISPLAY "CONTAS TRANSFERIDAS .: " WRK-CONT-TRANSFERIDAS.
           DISPLAY "PARTICIPANTES INCLUID: " WRK-CONT-PART-INCLUIDOS.
           DISPLAY "PARTICIPANTES RETIRAD: " WRK-CONT-PART-RETIRADOS.
           DISPLAY "TRANSACOES REJEITADAS: " WRK-CONT-REJEITADAS.
           DISPLAY "CLIENTES REATIVADOS .: " WRK-CONT-REATIVADOS.
           DISPLAY "RESP. LEGAIS NA CONTA: " WRK-CONT-RESP-LEGAIS.

           MOVE WRK-CONT-INCLUSOES   TO AUD-R-INC.
           MOVE WRK-CONT-EXCLUSOES   TO AUD-R-EXC.
