                                   RECORD KEY IS CTT-CHAVE
                                   FILE STATUS IS WRK-STATUS-CONTATO.

           SELECT CLIENTE-STATUS  ASSIGN TO "CLISTAT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS STS-CPF
                                   FILE STATUS IS WRK-STATUS-CLISTAT.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
       FD  TELEFONE-TRANS
           LABEL RECORDS ARE STANDARD.
           COPY TELCOPY.

       FD  TELEFONE-REJEITOS
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY CTTCOPY.

       FD  CLIENTE-STATUS
           LABEL RECORDS ARE STANDARD.
           COPY STSCOPY.

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
       77  WRK-NUMERO                      PIC 9(5) VALUE 2468.
           88  TELEFONE-OK                     VALUE "S".
           88  TELEFONE-RUIM                   VALUE "N".

      *-----------------------------------------------------------------
      *    CODIGOS DE REJEICAO DO MOVIMENTO DE TELEFONES:
      *      TEL1 - TELEFONE (OU NOVO TELEFONE) FORA DO PADRAO
      *      TEL2 - TIPO DE TELEFONE INVALIDO
      *      TEL3 - CPF NAO CADASTRADO
      *      TEL4 - ORIGEM OU OPERADOR NAO INFORMADO
      *      TEL5 - CONTATO NAO CADASTRADO (INATIVACAO, SUBSTITUICAO
      *             OU PRINCIPAL)
      *      TEL6 - MOTIVO DA INATIVACAO NAO INFORMADO
      *      TEL7 - CONTATO INATIVO (INATIVACAO, SUBSTITUICAO OU
      *             PRINCIPAL)
      *      TEL8 - CLIENTE ENCERRADO (SO A INATIVACAO E ACEITA)
      *      TEL9 - FUNCAO INVALIDA
      *      TELA - NOVO NUMERO IGUAL AO NUMERO SUBSTITUIDO
      *-----------------------------------------------------------------
       77  WRK-REJ-CODIGO                  PIC X(04) VALUE SPACES.

       77  WRK-REJ-MOTIVO                  PIC X(30) VALUE SPACES.

       77  WRK-CONT-TEL-JA-EXISTENTES      PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A MANUTENCAO DOS CONTATOS (INATIVACAO,
      *    SUBSTITUICAO E CONTATO PRINCIPAL). O CLISTAT E OPCIONAL:
      *    SEM ELE NAO HA CONFERENCIA DE CLIENTE ENCERRADO.
      *-----------------------------------------------------------------
       77  WRK-STATUS-CLISTAT              PIC X(02) VALUE SPACES.

       77  WRK-CLISTAT-SW                  PIC X(01) VALUE "N".
           88  CLISTAT-DISPONIVEL              VALUE "S".

       77  WRK-FIM-CONTATO                 PIC X(01) VALUE "N".
           88  FIM-CONTATO                     VALUE "S".

       77  WRK-VALOR-INCLUIR               PIC X(11) VALUE SPACES.

       77  WRK-VALOR-PRINCIPAL             PIC X(11) VALUE SPACES.

       77  WRK-TIPO-PRINCIPAL              PIC X(01) VALUE SPACES.

       77  WRK-PRINCIPAL-ANTERIOR          PIC X(01) VALUE SPACES.

       77  WRK-CONT-TEL-REATIVADOS         PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-TEL-INATIVADOS         PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-TEL-SUBSTITUIDOS       PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-TEL-PRINCIPAIS         PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A VALIDACAO DO HEADER/TRAILER PADRAO DO
      *    ARQUIVO DE MOVIMENTO, FEITA ANTES DE PROCESSAR QUALQUER
      *    LE O ARQUIVO DE TELEFONES A VALIDAR E CONFERE CADA VALOR
      *    CONTRA O PADRAO DDD (2 DIGITOS) + NUMERO (8 OU 9 DIGITOS),
      *    TODOS NUMERICOS, GRAVANDO OS INVALIDOS NO ARQUIVO DE REJEITO.
      *    AS TRANSACOES VALIDAS SAO APLICADAS AO CADASTRO DE CONTATOS
      *    CONFORME A FUNCAO (INCLUSAO, INATIVACAO, SUBSTITUICAO OU
      *    CONTATO PRINCIPAL).
      *-----------------------------------------------------------------
           OPEN INPUT  TELEFONE-TRANS.
           OPEN OUTPUT TELEFONE-REJEITOS.
               OPEN I-O CONTATO-MASTER
           END-IF.

           OPEN INPUT  CLIENTE-STATUS.
           IF WRK-STATUS-CLISTAT = "00"
               SET CLISTAT-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CLISTAT AUSENTE, SEM CONFERENCIA DE ENCERRADOS"
           END-IF.

           CALL "PARMREAD" USING PARAM-REC.
           IF PRM-DATA-PROC > 0
               MOVE PRM-DATA-PROC TO WRK-DATA-ATUAL
           CLOSE TELEFONE-REJEITOS.
           CLOSE CLIENTE-MASTER.
           CLOSE CONTATO-MASTER.
           IF CLISTAT-DISPONIVEL
               CLOSE CLIENTE-STATUS
           END-IF.

           DISPLAY 'TELEFONES GRAVADOS ..: ' WRK-CONT-TEL-GRAVADOS.
           DISPLAY 'TELEFONES JA EXISTIAM: ' WRK-CONT-TEL-JA-EXISTENTES.
           DISPLAY 'TELEFONES REATIVADOS : ' WRK-CONT-TEL-REATIVADOS.
           DISPLAY 'TELEFONES INATIVADOS : ' WRK-CONT-TEL-INATIVADOS.
           DISPLAY 'TELEFONES SUBSTITUID.: ' WRK-CONT-TEL-SUBSTITUIDOS.
           DISPLAY 'PRINCIPAIS MARCADOS .: ' WRK-CONT-TEL-PRINCIPAIS.
       5000-VALIDA-TELEFONES-EXIT.
           EXIT.

       5100-VALIDA-UM-TELEFONE.
      *-----------------------------------------------------------------
      *    O PADRAO DO NUMERO E A ORIGEM VALEM PARA TODAS AS FUNCOES;
      *    O TIPO SO E EXIGIDO QUANDO UM NUMERO ENTRA NO CADASTRO
      *    (INCLUSAO E SUBSTITUICAO). A TRANSACAO AINDA PODE SER
      *    REJEITADA NA APLICACAO, QUANDO O CONTATO NAO EXISTE OU JA
      *    ESTA INATIVO.
      *-----------------------------------------------------------------
           SET TELEFONE-OK TO TRUE.

           IF NOT TEL-INCLUI
              AND NOT TEL-INATIVA
              AND NOT TEL-SUBSTITUI
              AND NOT TEL-PRINCIPAL
               SET TELEFONE-RUIM TO TRUE
               MOVE "TEL9" TO WRK-REJ-CODIGO
               MOVE "FUNCAO INVALIDA" TO WRK-REJ-MOTIVO
           END-IF.

           IF TELEFONE-OK
               MOVE TEL-VALOR TO WRK-TELEFONE
               PERFORM 5150-CONFERE-PADRAO
                   THRU 5150-CONFERE-PADRAO-EXIT
           END-IF.

           IF TELEFONE-OK
              AND (TEL-INCLUI OR TEL-SUBSTITUI)
              AND NOT TEL-RESIDENCIAL
              AND NOT TEL-CELULAR
              AND NOT TEL-COMERCIAL
                   TO WRK-REJ-MOTIVO
           END-IF.

           IF TELEFONE-OK AND TEL-INATIVA AND TEL-MOTIVO = SPACES
               SET TELEFONE-RUIM TO TRUE
               MOVE "TEL6" TO WRK-REJ-CODIGO
               MOVE "MOTIVO DA INATIVACAO AUSENTE" TO WRK-REJ-MOTIVO
           END-IF.

           IF TELEFONE-OK AND TEL-SUBSTITUI
               PERFORM 5170-CONFERE-NOVO-NUMERO
                   THRU 5170-CONFERE-NOVO-NUMERO-EXIT
           END-IF.

           IF TELEFONE-OK
               PERFORM 5200-CONFERE-CPF THRU 5200-CONFERE-CPF-EXIT
           END-IF.

           IF TELEFONE-OK
               EVALUATE TRUE
                   WHEN TEL-INCLUI
                       PERFORM 5300-GRAVA-CONTATO
                           THRU 5300-GRAVA-CONTATO-EXIT
                   WHEN TEL-INATIVA
                       PERFORM 5400-INATIVA-CONTATO
                           THRU 5400-INATIVA-CONTATO-EXIT
                   WHEN TEL-SUBSTITUI
                       PERFORM 5500-SUBSTITUI-CONTATO
                           THRU 5500-SUBSTITUI-CONTATO-EXIT
                   WHEN TEL-PRINCIPAL
                       PERFORM 5700-MARCA-PRINCIPAL
                           THRU 5700-MARCA-PRINCIPAL-EXIT
               END-EVALUATE
           END-IF.

           IF TELEFONE-OK
               ADD 1 TO WRK-CONT-TEL-VALIDOS
           ELSE
               ADD 1 TO WRK-CONT-TEL-INVALIDOS
               MOVE TEL-ORIGEM     TO TELREJ-ORIGEM
       5100-VALIDA-UM-TELEFONE-EXIT.
           EXIT.

       5150-CONFERE-PADRAO.
      *-----------------------------------------------------------------
      *    CONFERE O NUMERO EM WRK-TELEFONE CONTRA O PADRAO DDD +
      *    NUMERO DE 8 OU 9 DIGITOS.
      *-----------------------------------------------------------------
           MOVE SPACES    TO WRK-TELEFONE-DDD WRK-TELEFONE-NUMERO.
           MOVE ZERO      TO WRK-TAMANHO-TELEFONE.

           INSPECT WRK-TELEFONE TALLYING WRK-TAMANHO-TELEFONE
               FOR CHARACTERS BEFORE INITIAL SPACE.

           MOVE WRK-TELEFONE(1:2) TO WRK-TELEFONE-DDD.

           IF WRK-TAMANHO-TELEFONE = 10
               MOVE WRK-TELEFONE(3:8) TO WRK-TELEFONE-NUMERO(1:8)
           ELSE
               IF WRK-TAMANHO-TELEFONE = 11
                   MOVE WRK-TELEFONE(3:9) TO WRK-TELEFONE-NUMERO
               END-IF
           END-IF.

           IF (WRK-TAMANHO-TELEFONE = 10 OR WRK-TAMANHO-TELEFONE = 11)
              AND WRK-TELEFONE-DDD IS NUMERIC
              AND WRK-TELEFONE(1:WRK-TAMANHO-TELEFONE) IS NUMERIC
               CONTINUE
           ELSE
               SET TELEFONE-RUIM TO TRUE
               MOVE "TEL1" TO WRK-REJ-CODIGO
               MOVE "TELEFONE FORA DO PADRAO" TO WRK-REJ-MOTIVO
           END-IF.
       5150-CONFERE-PADRAO-EXIT.
           EXIT.

       5170-CONFERE-NOVO-NUMERO.
           IF TEL-VALOR-NOVO = TEL-VALOR
               SET TELEFONE-RUIM TO TRUE
               MOVE "TELA" TO WRK-REJ-CODIGO
               MOVE "NOVO NUMERO IGUAL AO ATUAL" TO WRK-REJ-MOTIVO
               GO TO 5170-CONFERE-NOVO-NUMERO-EXIT
           END-IF.

           MOVE TEL-VALOR-NOVO TO WRK-TELEFONE.
           PERFORM 5150-CONFERE-PADRAO THRU 5150-CONFERE-PADRAO-EXIT.
           IF TELEFONE-RUIM
               MOVE "NOVO TELEFONE FORA DO PADRAO" TO WRK-REJ-MOTIVO
           END-IF.
       5170-CONFERE-NOVO-NUMERO-EXIT.
           EXIT.

       5600-VALIDA-ARQUIVO.
      *-----------------------------------------------------------------
      *    PASSADA PREVIA DE INTEGRIDADE DO ARQUIVO DE MOVIMENTO:
       5200-CONFERE-CPF.
      *-----------------------------------------------------------------
      *    O TELEFONE SO E APROVEITADO QUANDO O CPF INFORMADO NA
      *    TRANSACAO EXISTE NO CADASTRO DE CLIENTES. CLIENTE ENCERRADO
      *    NO CLISTAT SO ACEITA A INATIVACAO.
      *-----------------------------------------------------------------
           MOVE TEL-CPF TO CPF.
           READ CLIENTE-MASTER
               NOT INVALID KEY
                   CONTINUE
           END-READ.

           IF TELEFONE-RUIM OR TEL-INATIVA OR NOT CLISTAT-DISPONIVEL
               GO TO 5200-CONFERE-CPF-EXIT
           END-IF.

           MOVE TEL-CPF TO STS-CPF.
           READ CLIENTE-STATUS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STS-ENCERRADO
                       SET TELEFONE-RUIM TO TRUE
                       MOVE "TEL8" TO WRK-REJ-CODIGO
                       MOVE "CLIENTE ENCERRADO" TO WRK-REJ-MOTIVO
                   END-IF
           END-READ.
       5200-CONFERE-CPF-EXIT.
           EXIT.

       5300-GRAVA-CONTATO.
      *-----------------------------------------------------------------
      *    GRAVA O TELEFONE VALIDADO NO CADASTRO DE CONTATOS; O PAR
      *    CPF + NUMERO JA CADASTRADO E ATIVO NAO E ERRO, APENAS NAO
      *    E REGRAVADO. NUMERO INATIVO DO MESMO CPF E REATIVADO.
      *-----------------------------------------------------------------
           MOVE TEL-VALOR TO WRK-VALOR-INCLUIR.
           PERFORM 5800-INCLUI-NUMERO THRU 5800-INCLUI-NUMERO-EXIT.
       5300-GRAVA-CONTATO-EXIT.
           EXIT.

       5400-INATIVA-CONTATO.
      *-----------------------------------------------------------------
      *    INATIVA O NUMERO COM O MOTIVO DA TRANSACAO. O CONTATO FICA
      *    NO CADASTRO COMO HISTORICO E DEIXA DE SER PRINCIPAL.
      *-----------------------------------------------------------------
           PERFORM 5450-LE-CONTATO-ATIVO
               THRU 5450-LE-CONTATO-ATIVO-EXIT.
           IF TELEFONE-RUIM
               GO TO 5400-INATIVA-CONTATO-EXIT
           END-IF.

           SET CTT-INATIVO        TO TRUE.
           SET CTT-NAO-PRINCIPAL  TO TRUE.
           MOVE TEL-MOTIVO        TO CTT-MOTIVO.
           MOVE WRK-DATA-ATUAL    TO CTT-DATA-SITUACAO.
           MOVE TEL-ORIGEM        TO CTT-ORIGEM.
           MOVE TEL-OPERADOR      TO CTT-OPERADOR.
           REWRITE CONTATO-REC
               INVALID KEY
                   DISPLAY "ERRO AO INATIVAR CONTATO: " CTT-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-TEL-INATIVADOS
           END-REWRITE.
       5400-INATIVA-CONTATO-EXIT.
           EXIT.

       5450-LE-CONTATO-ATIVO.
      *-----------------------------------------------------------------
      *    LE O CONTATO CPF + NUMERO DA TRANSACAO, QUE PRECISA EXISTIR
      *    E ESTAR ATIVO PARA SER INATIVADO, SUBSTITUIDO OU MARCADO
      *    COMO PRINCIPAL.
      *-----------------------------------------------------------------
           MOVE TEL-CPF   TO CTT-CPF.
           MOVE TEL-VALOR TO CTT-VALOR.
           READ CONTATO-MASTER
               INVALID KEY
                   SET TELEFONE-RUIM TO TRUE
                   MOVE "TEL5" TO WRK-REJ-CODIGO
                   MOVE "CONTATO NAO CADASTRADO" TO WRK-REJ-MOTIVO
                   GO TO 5450-LE-CONTATO-ATIVO-EXIT
           END-READ.

           IF CTT-INATIVO
               SET TELEFONE-RUIM TO TRUE
               MOVE "TEL7" TO WRK-REJ-CODIGO
               MOVE "CONTATO INATIVO" TO WRK-REJ-MOTIVO
           END-IF.
       5450-LE-CONTATO-ATIVO-EXIT.
           EXIT.

       5500-SUBSTITUI-CONTATO.
      *-----------------------------------------------------------------
      *    O NUMERO ANTIGO FICA INATIVO COM MOTIVO "SUB", APONTANDO O
      *    NOVO, E O NOVO ENTRA ATIVO COM O TIPO DA TRANSACAO. SE O
      *    ANTIGO ERA O PRINCIPAL DO TIPO, O NOVO HERDA A MARCA.
      *-----------------------------------------------------------------
           PERFORM 5450-LE-CONTATO-ATIVO
               THRU 5450-LE-CONTATO-ATIVO-EXIT.
           IF TELEFONE-RUIM
               GO TO 5500-SUBSTITUI-CONTATO-EXIT
           END-IF.

           MOVE CTT-PRINCIPAL     TO WRK-PRINCIPAL-ANTERIOR.
           SET CTT-INATIVO        TO TRUE.
           SET CTT-NAO-PRINCIPAL  TO TRUE.
           SET CTT-MOT-SUBSTITUIDO TO TRUE.
           MOVE TEL-VALOR-NOVO    TO CTT-SUBSTITUTO.
           MOVE WRK-DATA-ATUAL    TO CTT-DATA-SITUACAO.
           MOVE TEL-ORIGEM        TO CTT-ORIGEM.
           MOVE TEL-OPERADOR      TO CTT-OPERADOR.
           REWRITE CONTATO-REC
               INVALID KEY
                   DISPLAY "ERRO AO SUBSTITUIR CONTATO: " CTT-CHAVE
                   GO TO 5500-SUBSTITUI-CONTATO-EXIT
           END-REWRITE.

           ADD 1 TO WRK-CONT-TEL-SUBSTITUIDOS.
           MOVE TEL-VALOR-NOVO TO WRK-VALOR-INCLUIR.
           PERFORM 5800-INCLUI-NUMERO THRU 5800-INCLUI-NUMERO-EXIT.

           IF WRK-PRINCIPAL-ANTERIOR = "S"
               MOVE TEL-VALOR-NOVO TO WRK-VALOR-PRINCIPAL
               MOVE TEL-TIPO       TO WRK-TIPO-PRINCIPAL
               PERFORM 5750-APLICA-PRINCIPAL
                   THRU 5750-APLICA-PRINCIPAL-EXIT
           END-IF.
       5500-SUBSTITUI-CONTATO-EXIT.
           EXIT.

       5700-MARCA-PRINCIPAL.
      *-----------------------------------------------------------------
      *    MARCA O NUMERO COMO PRINCIPAL DO SEU TIPO (O TIPO VEM DO
      *    CADASTRO) E DESMARCA O PRINCIPAL ANTERIOR DO MESMO TIPO.
      *-----------------------------------------------------------------
           PERFORM 5450-LE-CONTATO-ATIVO
               THRU 5450-LE-CONTATO-ATIVO-EXIT.
           IF TELEFONE-RUIM
               GO TO 5700-MARCA-PRINCIPAL-EXIT
           END-IF.

           MOVE TEL-VALOR TO WRK-VALOR-PRINCIPAL.
           MOVE CTT-TIPO  TO WRK-TIPO-PRINCIPAL.
           PERFORM 5750-APLICA-PRINCIPAL
               THRU 5750-APLICA-PRINCIPAL-EXIT.
           ADD 1 TO WRK-CONT-TEL-PRINCIPAIS.
       5700-MARCA-PRINCIPAL-EXIT.
           EXIT.

       5750-APLICA-PRINCIPAL.
      *-----------------------------------------------------------------
      *    PERCORRE OS CONTATOS DO CPF (A CHAVE COMECA PELO CPF):
      *    O NUMERO ESCOLHIDO RECEBE A MARCA E QUALQUER OUTRO DO MESMO
      *    TIPO A PERDE.
      *-----------------------------------------------------------------
           MOVE "N"        TO WRK-FIM-CONTATO.
           MOVE TEL-CPF    TO CTT-CPF.
           MOVE LOW-VALUES TO CTT-VALOR.
           START CONTATO-MASTER KEY IS NOT LESS THAN CTT-CHAVE
               INVALID KEY
                   SET FIM-CONTATO TO TRUE
           END-START.

           IF NOT FIM-CONTATO
               READ CONTATO-MASTER NEXT RECORD
                   AT END SET FIM-CONTATO TO TRUE
               END-READ
           END-IF.

           PERFORM 5760-ACERTA-PRINCIPAL
               THRU 5760-ACERTA-PRINCIPAL-EXIT
               UNTIL FIM-CONTATO.
       5750-APLICA-PRINCIPAL-EXIT.
           EXIT.

       5760-ACERTA-PRINCIPAL.
           IF CTT-CPF NOT = TEL-CPF
               SET FIM-CONTATO TO TRUE
               GO TO 5760-ACERTA-PRINCIPAL-EXIT
           END-IF.

           IF CTT-TIPO NOT = WRK-TIPO-PRINCIPAL
               GO TO 5760-ACERTA-PRINCIPAL-LEITURA
           END-IF.

           IF CTT-VALOR = WRK-VALOR-PRINCIPAL
               IF CTT-NAO-PRINCIPAL
                   SET CTT-E-PRINCIPAL TO TRUE
                   MOVE TEL-ORIGEM        TO CTT-ORIGEM
                   MOVE TEL-OPERADOR      TO CTT-OPERADOR
                   REWRITE CONTATO-REC
                       INVALID KEY
                           DISPLAY "ERRO AO MARCAR PRINCIPAL: "
                                   CTT-CHAVE
                   END-REWRITE
               END-IF
           ELSE
               IF CTT-E-PRINCIPAL
                   SET CTT-NAO-PRINCIPAL TO TRUE
                   MOVE TEL-ORIGEM        TO CTT-ORIGEM
                   MOVE TEL-OPERADOR      TO CTT-OPERADOR
                   REWRITE CONTATO-REC
                       INVALID KEY
                           DISPLAY "ERRO AO DESMARCAR PRINCIPAL: "
                                   CTT-CHAVE
                   END-REWRITE
               END-IF
           END-IF.

       5760-ACERTA-PRINCIPAL-LEITURA.
           READ CONTATO-MASTER NEXT RECORD
               AT END SET FIM-CONTATO TO TRUE
           END-READ.
       5760-ACERTA-PRINCIPAL-EXIT.
           EXIT.

       5800-INCLUI-NUMERO.
      *-----------------------------------------------------------------
      *    INCLUI WRK-VALOR-INCLUIR PARA O CPF DA TRANSACAO. O NUMERO
      *    JA ATIVO NAO E REGRAVADO; O INATIVO VOLTA A ATIVO (SEM A
      *    MARCA DE PRINCIPAL) COM O TIPO DA TRANSACAO.
      *-----------------------------------------------------------------
           MOVE TEL-CPF           TO CTT-CPF.
           MOVE WRK-VALOR-INCLUIR TO CTT-VALOR.
           READ CONTATO-MASTER
               INVALID KEY
                   PERFORM 5850-GRAVA-NOVO THRU 5850-GRAVA-NOVO-EXIT
                   GO TO 5800-INCLUI-NUMERO-EXIT
           END-READ.

           IF CTT-ATIVO
               ADD 1 TO WRK-CONT-TEL-JA-EXISTENTES
               GO TO 5800-INCLUI-NUMERO-EXIT
           END-IF.

           SET CTT-ATIVO          TO TRUE.
           SET CTT-NAO-PRINCIPAL  TO TRUE.
           MOVE TEL-TIPO          TO CTT-TIPO.
           MOVE SPACES            TO CTT-MOTIVO CTT-SUBSTITUTO.
           MOVE WRK-DATA-ATUAL    TO CTT-DATA-SITUACAO.
           MOVE TEL-ORIGEM        TO CTT-ORIGEM.
           MOVE TEL-OPERADOR      TO CTT-OPERADOR.
           REWRITE CONTATO-REC
               INVALID KEY
                   DISPLAY "ERRO AO REATIVAR CONTATO: " CTT-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-TEL-REATIVADOS
           END-REWRITE.
       5800-INCLUI-NUMERO-EXIT.
           EXIT.

       5850-GRAVA-NOVO.
           MOVE SPACES            TO CONTATO-REC.
           MOVE TEL-CPF           TO CTT-CPF.
           MOVE WRK-VALOR-INCLUIR TO CTT-VALOR.
           MOVE TEL-TIPO          TO CTT-TIPO.
           MOVE WRK-DATA-ATUAL    TO CTT-DATA-INCLUSAO
                                     CTT-DATA-SITUACAO.
           SET CTT-ATIVO          TO TRUE.
           SET CTT-NAO-PRINCIPAL  TO TRUE.
           MOVE TEL-ORIGEM        TO CTT-ORIGEM.
           MOVE TEL-OPERADOR      TO CTT-OPERADOR.
           WRITE CONTATO-REC
               INVALID KEY
                   ADD 1 TO WRK-CONT-TEL-JA-EXISTENTES
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-TEL-GRAVADOS
           END-WRITE.
       5850-GRAVA-NOVO-EXIT.
           EXIT.

       STOP-RUN.
