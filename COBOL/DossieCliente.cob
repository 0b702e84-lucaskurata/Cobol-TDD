                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-JORNAL.

           SELECT HIST-COBRANCA   ASSIGN TO "COBRHIST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HCB-CHAVE
                                   ALTERNATE RECORD KEY IS HCB-CPF
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-COBRANCA.

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
                                   FILE STATUS IS WRK-STATUS-CLIRESP.

           SELECT DOSSIE-PEDIDOS  ASSIGN TO "DOSSREQ"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-PEDIDO.
           LABEL RECORDS ARE STANDARD.
           COPY JRNCOPY.

       FD  HIST-COBRANCA
           LABEL RECORDS ARE STANDARD.
           COPY HCBCOPY.

       FD  CONTA-PARTICIPANTE
           LABEL RECORDS ARE STANDARD.
           COPY PTCCOPY.

       FD  CLIENTE-STATUS
           LABEL RECORDS ARE STANDARD.
           COPY STSCOPY.

       FD  CLIENTE-RESPONSAVEL
           LABEL RECORDS ARE STANDARD.
           COPY RSPCOPY.

       FD  DOSSIE-PEDIDOS
           LABEL RECORDS ARE STANDARD.
       01  DOSSIE-PEDIDO-REC.

       77  WRK-STATUS-JORNAL              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-COBRANCA            PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PART                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PEDIDO              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-RESP                PIC X(02) VALUE SPACES.
       77  WRK-FIM-JORNAL                 PIC X(01) VALUE "N".
           88  FIM-JORNAL                     VALUE "S".

       77  WRK-FIM-COBRANCA               PIC X(01) VALUE "N".
           88  FIM-COBRANCA                   VALUE "S".

       77  WRK-COBRANCA-SW                PIC X(01) VALUE "N".
           88  COBRANCA-DISPONIVEL            VALUE "S".

       77  WRK-FIM-PART                   PIC X(01) VALUE "N".
           88  FIM-PART                       VALUE "S".

       77  WRK-PART-SW                    PIC X(01) VALUE "N".
           88  PARTICIPANTES-DISPONIVEL       VALUE "S".

       77  WRK-STATUS-CLISTAT             PIC X(02) VALUE SPACES.

       77  WRK-CLISTAT-SW                 PIC X(01) VALUE "N".
           88  CLISTAT-DISPONIVEL             VALUE "S".

       77  WRK-STATUS-CLIRESP             PIC X(02) VALUE SPACES.

       77  WRK-CLIRESP-SW                 PIC X(01) VALUE "N".
           88  RESPONSAVEIS-DISPONIVEL        VALUE "S".

       77  WRK-FIM-RESP                   PIC X(01) VALUE "N".
           88  FIM-RESP                       VALUE "S".

       77  WRK-CONT-PEDIDOS               PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-ENCONTRADOS           PIC 9(05) VALUE ZEROS.

       77  WRK-QTDE-CONTAS                PIC 9(03) VALUE ZEROS.

       77  WRK-QTDE-PARTICIPACOES         PIC 9(03) VALUE ZEROS.

       77  WRK-QTDE-CONTATOS              PIC 9(03) VALUE ZEROS.

       77  WRK-QTDE-REJEITOS              PIC 9(03) VALUE ZEROS.

       77  WRK-QTDE-AVISOS                PIC 9(03) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    ULTIMA ATIVIDADE DO CPF NO JORNAL DE ALTERACOES, APURADA
      *    NA VARREDURA SEQUENCIAL POR PEDIDO.
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-C-UF              PIC X(02).

       01  WRK-LINHA-SITUACAO.
           02 FILLER                PIC X(12) VALUE "  SITUACAO: ".
           02 WRK-S-SITUACAO        PIC X(10).
           02 FILLER                PIC X(09) VALUE " MOTIVO: ".
           02 WRK-S-MOTIVO          PIC X(03).
           02 FILLER                PIC X(07) VALUE " DESDE ".
           02 WRK-S-DATA            PIC 9999/99/99.
           02 WRK-S-DATA-X REDEFINES WRK-S-DATA
                                    PIC X(10).
           02 FILLER                PIC X(05) VALUE " POR ".
           02 WRK-S-PROGRAMA        PIC X(08).

       01  WRK-LINHA-NAO-CADASTRADO PIC X(30) VALUE
              "CLIENTE NAO CADASTRADO".

           02 FILLER                PIC X(09) VALUE "  CONTA ".
           02 WRK-A-CONTA           PIC X(14).

       01  WRK-LINHA-PARTICIPACAO.
           02 FILLER                PIC X(09) VALUE "  CONTA ".
           02 WRK-P-CONTA           PIC X(14).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-P-PAPEL           PIC X(11).
           02 FILLER                PIC X(07) VALUE " DESDE ".
           02 WRK-P-INICIO          PIC 9999/99/99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-P-FIM-TEXTO       PIC X(04).
           02 WRK-P-FIM             PIC 9999/99/99.
           02 WRK-P-FIM-X REDEFINES WRK-P-FIM
                                    PIC X(10).

       01  WRK-LINHA-RESPONSAVEL.
           02 WRK-L-TIPO            PIC X(24).
           02 WRK-L-CPF             PIC X(12).
           02 FILLER                PIC X(07) VALUE " DESDE ".
           02 WRK-L-INICIO          PIC 9999/99/99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-L-FIM-TEXTO       PIC X(04).
           02 WRK-L-FIM             PIC 9999/99/99.
           02 WRK-L-FIM-X REDEFINES WRK-L-FIM
                                    PIC X(10).

       01  WRK-LINHA-CONTATO.
           02 FILLER                PIC X(12) VALUE "  TELEFONE ".
           02 WRK-F-VALOR           PIC X(11).
           02 WRK-F-TIPO            PIC X(01).
           02 FILLER                PIC X(12) VALUE " INCLUIDO ".
           02 WRK-F-DATA            PIC 9999/99/99.
           02 FILLER                PIC X(10) VALUE " SITUACAO ".
           02 WRK-F-SITUACAO        PIC X(01).
           02 FILLER                PIC X(08) VALUE " MOTIVO ".
           02 WRK-F-MOTIVO          PIC X(03).
           02 FILLER                PIC X(07) VALUE " DESDE ".
           02 WRK-F-DATA-SITUACAO   PIC 9999/99/99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-F-PRINCIPAL       PIC X(09).

       01  WRK-LINHA-REJEITO.
           02 FILLER                PIC X(20) VALUE
       01  WRK-LINHA-SEM-JORNAL     PIC X(40) VALUE
              "  SEM ATIVIDADE NO JORNAL".

       01  WRK-LINHA-COBRANCA.
           02 FILLER                PIC X(19) VALUE
              "  AVISO COBRANCA ".
           02 WRK-B-DATA            PIC 9999/99/99.
           02 FILLER                PIC X(08) VALUE " TITULO ".
           02 WRK-B-TITULO          PIC Z(07)9.
           02 FILLER                PIC X(07) VALUE " CONTA ".
           02 WRK-B-AGENCIA         PIC 9(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-B-CONTA           PIC 9(10).
           02 FILLER                PIC X(07) VALUE " ETAPA ".
           02 WRK-B-ETAPA           PIC Z9.
           02 FILLER                PIC X(08) VALUE " ATRASO ".
           02 WRK-B-DIAS            PIC ZZZZ9.
           02 FILLER                PIC X(07) VALUE " CANAL ".
           02 WRK-B-CANAL           PIC X(01).

       01  WRK-LINHA-SEPARADOR      PIC X(50) VALUE ALL "-".

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
      *    MONTA, PARA CADA CPF PEDIDO PELO ATENDENTE, O DOSSIE
      *    COMPLETO DO CLIENTE EM UMA UNICA RESPOSTA FORMATADA: OS
      *    DADOS DO MESTRE, TODAS AS CONTAS DA REFERENCIA CRUZADA,
      *    AS CONTAS EM QUE ELE E COTITULAR OU PROCURADOR,
      *    TODOS OS CONTATOS TELEFONICOS COM O TIPO, OS REJEITOS
      *    PENDENTES DO CPF, A DATA DA ULTIMA ATIVIDADE NO JORNAL E
      *    OS AVISOS DE COBRANCA ENVIADOS AO CLIENTE, ALEM DA
      *    SITUACAO CADASTRAL (CLISTAT) LOGO ABAIXO DOS DADOS DO
      *    MESTRE E OS VINCULOS DE RESPONSAVEL LEGAL (CLIRESP), TANTO
      *    OS RESPONSAVEIS DO CLIENTE MENOR QUANTO OS MENORES SOB A
      *    RESPONSABILIDADE DO CLIENTE.
      *    UM PEDIDO, UM RETRATO COMPLETO.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
           OPEN INPUT  CONTA-XREF.
           OPEN INPUT  CONTATO-MASTER.
           OPEN INPUT  DOSSIE-PEDIDOS.

           OPEN INPUT  HIST-COBRANCA.
           IF WRK-STATUS-COBRANCA = "00"
               SET COBRANCA-DISPONIVEL TO TRUE
           END-IF.

           OPEN INPUT  CONTA-PARTICIPANTE.
           IF WRK-STATUS-PART = "00"
               SET PARTICIPANTES-DISPONIVEL TO TRUE
           END-IF.

           OPEN INPUT  CLIENTE-STATUS.
           IF WRK-STATUS-CLISTAT = "00"
               SET CLISTAT-DISPONIVEL TO TRUE
           END-IF.

           OPEN INPUT  CLIENTE-RESPONSAVEL.
           IF WRK-STATUS-CLIRESP = "00"
               SET RESPONSAVEIS-DISPONIVEL TO TRUE
           END-IF.
           OPEN OUTPUT DOSSIE-RESPOSTAS.

           READ DOSSIE-PEDIDOS

           PERFORM 3000-MONTA-MESTRE THRU 3000-MONTA-MESTRE-EXIT.
           PERFORM 4000-MONTA-CONTAS THRU 4000-MONTA-CONTAS-EXIT.
           PERFORM 4500-MONTA-PARTICIPACOES
               THRU 4500-MONTA-PARTICIPACOES-EXIT.
           PERFORM 4700-MONTA-RESPONSAVEIS
               THRU 4700-MONTA-RESPONSAVEIS-EXIT.
           PERFORM 5000-MONTA-CONTATOS THRU 5000-MONTA-CONTATOS-EXIT.
           PERFORM 6000-MONTA-REJEITOS THRU 6000-MONTA-REJEITOS-EXIT.
           PERFORM 7000-MONTA-JORNAL THRU 7000-MONTA-JORNAL-EXIT.
           PERFORM 8000-MONTA-COBRANCA
               THRU 8000-MONTA-COBRANCA-EXIT.

           WRITE DOSSIE-RESP-LINHA FROM WRK-LINHA-SEPARADOR.

                   MOVE END-CIDADE         TO WRK-C-CIDADE
                   MOVE END-UF             TO WRK-C-UF
                   WRITE DOSSIE-RESP-LINHA FROM WRK-LINHA-CLIENTE
                   PERFORM 3100-MONTA-SITUACAO
                       THRU 3100-MONTA-SITUACAO-EXIT
           END-READ.
       3000-MONTA-MESTRE-EXIT.
           EXIT.

       3100-MONTA-SITUACAO.
      *-----------------------------------------------------------------
      *    SITUACAO DO CLIENTE NO CLISTAT (ATIVO, BLOQUEADO, INATIVO
      *    OU ENCERRADO) COM O MOTIVO, A DATA E O PROGRAMA DA ULTIMA
      *    MUDANCA. CLIENTE SEM REGISTRO ESTA ATIVO.
      *-----------------------------------------------------------------
           MOVE "ATIVO"  TO WRK-S-SITUACAO.
           MOVE SPACES   TO WRK-S-MOTIVO WRK-S-DATA-X WRK-S-PROGRAMA.
           IF NOT CLISTAT-DISPONIVEL
               GO TO 3100-MONTA-SITUACAO-GRAVA
           END-IF.

           MOVE DOS-CPF TO STS-CPF.
           READ CLIENTE-STATUS
               INVALID KEY
                   GO TO 3100-MONTA-SITUACAO-GRAVA
           END-READ.

           EVALUATE TRUE
               WHEN STS-BLOQUEADO
                   MOVE "BLOQUEADO"  TO WRK-S-SITUACAO
               WHEN STS-INATIVO
                   MOVE "INATIVO"    TO WRK-S-SITUACAO
               WHEN STS-ENCERRADO
                   MOVE "ENCERRADO"  TO WRK-S-SITUACAO
               WHEN OTHER
                   MOVE "ATIVO"      TO WRK-S-SITUACAO
           END-EVALUATE.
           MOVE STS-MOTIVO   TO WRK-S-MOTIVO.
           IF STS-DATA NUMERIC
               MOVE STS-DATA TO WRK-S-DATA
           END-IF.
           MOVE STS-PROGRAMA TO WRK-S-PROGRAMA.

       3100-MONTA-SITUACAO-GRAVA.
           WRITE DOSSIE-RESP-LINHA FROM WRK-LINHA-SITUACAO.
       3100-MONTA-SITUACAO-EXIT.
           EXIT.

       4000-MONTA-CONTAS.
      *-----------------------------------------------------------------
      *    A REFERENCIA CRUZADA E CHAVEADA PELA CONTA, ENTAO AS
       4100-LISTA-CONTA-EXIT.
           EXIT.

       4500-MONTA-PARTICIPACOES.
      *-----------------------------------------------------------------
      *    CONTAS A QUE O CLIENTE ESTA OU ESTEVE VINCULADO SEM SER O
      *    TITULAR (COTITULAR, PROCURADOR OU RESPONSAVEL LEGAL DO
      *    TITULAR MENOR DE IDADE), PELA CHAVE ALTERNATIVA
      *    DO CPF NO CADASTRO DE PARTICIPANTES; SEM O ARQUIVO, O
      *    DOSSIE SAI SEM A SECAO.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-QTDE-PARTICIPACOES.
           IF NOT PARTICIPANTES-DISPONIVEL
               GO TO 4500-MONTA-PARTICIPACOES-EXIT
           END-IF.

           MOVE "N"     TO WRK-FIM-PART.
           MOVE DOS-CPF TO PTC-CPF.
           START CONTA-PARTICIPANTE KEY IS NOT LESS THAN PTC-CPF
               INVALID KEY
                   SET FIM-PART TO TRUE
           END-START.

           IF NOT FIM-PART
               READ CONTA-PARTICIPANTE NEXT RECORD
                   AT END SET FIM-PART TO TRUE
               END-READ
           END-IF.

           PERFORM 4600-LISTA-PARTICIPACAO
               THRU 4600-LISTA-PARTICIPACAO-EXIT
               UNTIL FIM-PART.
       4500-MONTA-PARTICIPACOES-EXIT.
           EXIT.

       4600-LISTA-PARTICIPACAO.
           IF PTC-CPF NOT = DOS-CPF
               SET FIM-PART TO TRUE
               GO TO 4600-LISTA-PARTICIPACAO-EXIT
           END-IF.

           IF NOT PTC-TITULAR
               ADD 1 TO WRK-QTDE-PARTICIPACOES
               MOVE PTC-CONTA       TO WRK-P-CONTA
               EVALUATE TRUE
                   WHEN PTC-COTITULAR
                       MOVE "COTITULAR"   TO WRK-P-PAPEL
                   WHEN PTC-RESP-LEGAL
                       MOVE "RESP. LEGAL" TO WRK-P-PAPEL
                   WHEN OTHER
                       MOVE "PROCURADOR"  TO WRK-P-PAPEL
               END-EVALUATE
               MOVE PTC-DATA-INICIO TO WRK-P-INICIO
               IF PTC-DATA-FIM = ZEROS
                   MOVE SPACES      TO WRK-P-FIM-TEXTO
                   MOVE "EM ABERTO" TO WRK-P-FIM-X
               ELSE
                   MOVE "ATE "      TO WRK-P-FIM-TEXTO
                   MOVE PTC-DATA-FIM TO WRK-P-FIM
               END-IF
               WRITE DOSSIE-RESP-LINHA FROM WRK-LINHA-PARTICIPACAO
           END-IF.

           READ CONTA-PARTICIPANTE NEXT RECORD
               AT END SET FIM-PART TO TRUE
           END-READ.
       4600-LISTA-PARTICIPACAO-EXIT.
           EXIT.

       4700-MONTA-RESPONSAVEIS.
      *-----------------------------------------------------------------
      *    VINCULOS DE RESPONSAVEL LEGAL DO CPF, EM ABERTO E JA
      *    ENCERRADOS: PRIMEIRO OS RESPONSAVEIS DO CLIENTE (A CHAVE
      *    PRIMARIA COMECA PELO CPF DO MENOR) E DEPOIS OS MENORES DE
      *    QUEM ELE E OU FOI RESPONSAVEL (PELA CHAVE ALTERNATIVA).
      *    SEM O ARQUIVO, O DOSSIE SAI SEM A SECAO.
      *-----------------------------------------------------------------
           IF NOT RESPONSAVEIS-DISPONIVEL
               GO TO 4700-MONTA-RESPONSAVEIS-EXIT
           END-IF.

           MOVE "N"        TO WRK-FIM-RESP.
           MOVE DOS-CPF    TO RSP-CPF-MENOR.
           MOVE LOW-VALUES TO RSP-CPF-RESPONSAVEL.
           START CLIENTE-RESPONSAVEL KEY IS NOT LESS THAN RSP-CHAVE
               INVALID KEY
                   SET FIM-RESP TO TRUE
           END-START.

           IF NOT FIM-RESP
               READ CLIENTE-RESPONSAVEL NEXT RECORD
                   AT END SET FIM-RESP TO TRUE
               END-READ
           END-IF.

           PERFORM 4710-LISTA-RESPONSAVEL
               THRU 4710-LISTA-RESPONSAVEL-EXIT
               UNTIL FIM-RESP.

           MOVE "N"     TO WRK-FIM-RESP.
           MOVE DOS-CPF TO RSP-CPF-RESPONSAVEL.
           START CLIENTE-RESPONSAVEL
               KEY IS NOT LESS THAN RSP-CPF-RESPONSAVEL
               INVALID KEY
                   SET FIM-RESP TO TRUE
           END-START.

           IF NOT FIM-RESP
               READ CLIENTE-RESPONSAVEL NEXT RECORD
                   AT END SET FIM-RESP TO TRUE
               END-READ
           END-IF.

           PERFORM 4720-LISTA-DEPENDENTE
               THRU 4720-LISTA-DEPENDENTE-EXIT
               UNTIL FIM-RESP.
       4700-MONTA-RESPONSAVEIS-EXIT.
           EXIT.

       4710-LISTA-RESPONSAVEL.
           IF RSP-CPF-MENOR NOT = DOS-CPF
               SET FIM-RESP TO TRUE
               GO TO 4710-LISTA-RESPONSAVEL-EXIT
           END-IF.

           MOVE "  RESPONSAVEL LEGAL CPF " TO WRK-L-TIPO.
           MOVE RSP-CPF-RESPONSAVEL TO WRK-L-CPF.
           PERFORM 4730-GRAVA-LINHA-VINCULO
               THRU 4730-GRAVA-LINHA-VINCULO-EXIT.

           READ CLIENTE-RESPONSAVEL NEXT RECORD
               AT END SET FIM-RESP TO TRUE
           END-READ.
       4710-LISTA-RESPONSAVEL-EXIT.
           EXIT.

       4720-LISTA-DEPENDENTE.
           IF RSP-CPF-RESPONSAVEL NOT = DOS-CPF
               SET FIM-RESP TO TRUE
               GO TO 4720-LISTA-DEPENDENTE-EXIT
           END-IF.

           MOVE "  RESPONSAVEL PELO CPF " TO WRK-L-TIPO.
           MOVE RSP-CPF-MENOR TO WRK-L-CPF.
           PERFORM 4730-GRAVA-LINHA-VINCULO
               THRU 4730-GRAVA-LINHA-VINCULO-EXIT.

           READ CLIENTE-RESPONSAVEL NEXT RECORD
               AT END SET FIM-RESP TO TRUE
           END-READ.
       4720-LISTA-DEPENDENTE-EXIT.
           EXIT.

       4730-GRAVA-LINHA-VINCULO.
           MOVE RSP-DATA-INICIO TO WRK-L-INICIO.
           IF RSP-DATA-FIM = ZEROS
               MOVE SPACES      TO WRK-L-FIM-TEXTO
               MOVE "EM ABERTO" TO WRK-L-FIM-X
           ELSE
               MOVE "ATE "       TO WRK-L-FIM-TEXTO
               MOVE RSP-DATA-FIM TO WRK-L-FIM
           END-IF.
           WRITE DOSSIE-RESP-LINHA FROM WRK-LINHA-RESPONSAVEL.
       4730-GRAVA-LINHA-VINCULO-EXIT.
           EXIT.

       5000-MONTA-CONTATOS.
      *-----------------------------------------------------------------
      *    A CHAVE DO CONTATO COMECA PELO CPF, ENTAO O START POSICIONA
           MOVE CTT-VALOR          TO WRK-F-VALOR.
           MOVE CTT-TIPO           TO WRK-F-TIPO.
           MOVE CTT-DATA-INCLUSAO  TO WRK-F-DATA.
           MOVE CTT-SITUACAO       TO WRK-F-SITUACAO.
           MOVE CTT-MOTIVO         TO WRK-F-MOTIVO.
           MOVE CTT-DATA-SITUACAO  TO WRK-F-DATA-SITUACAO.
           IF CTT-E-PRINCIPAL
               MOVE "PRINCIPAL"    TO WRK-F-PRINCIPAL
           ELSE
               MOVE SPACES         TO WRK-F-PRINCIPAL
           END-IF.
           WRITE DOSSIE-RESP-LINHA FROM WRK-LINHA-CONTATO.

           READ CONTATO-MASTER NEXT RECORD
       7100-CONFERE-JORNAL-EXIT.
           EXIT.

       8000-MONTA-COBRANCA.
      *-----------------------------------------------------------------
      *    O HISTORICO DE COBRANCA TEM CHAVE ALTERNATIVA PELO CPF DO
      *    TITULAR AVISADO: O START POSICIONA NO PRIMEIRO AVISO DO
      *    CLIENTE E A LEITURA PARA QUANDO O CPF MUDA. SEM HISTORICO,
      *    O DOSSIE SAI SEM A SECAO.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-QTDE-AVISOS.
           MOVE "N"   TO WRK-FIM-COBRANCA.

           IF NOT COBRANCA-DISPONIVEL
               GO TO 8000-MONTA-COBRANCA-EXIT
           END-IF.

           MOVE DOS-CPF TO HCB-CPF.
           START HIST-COBRANCA KEY IS NOT LESS THAN HCB-CPF
               INVALID KEY
                   SET FIM-COBRANCA TO TRUE
           END-START.

           IF NOT FIM-COBRANCA
               READ HIST-COBRANCA NEXT RECORD
                   AT END SET FIM-COBRANCA TO TRUE
               END-READ
           END-IF.

           PERFORM 8100-LISTA-AVISO
               THRU 8100-LISTA-AVISO-EXIT
               UNTIL FIM-COBRANCA.
       8000-MONTA-COBRANCA-EXIT.
           EXIT.

       8100-LISTA-AVISO.
           IF HCB-CPF NOT = DOS-CPF
               SET FIM-COBRANCA TO TRUE
               GO TO 8100-LISTA-AVISO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-AVISOS.
           MOVE HCB-DATA-ENVIO  TO WRK-B-DATA.
           MOVE HCB-NUMERO      TO WRK-B-TITULO.
           MOVE HCB-AGENCIA     TO WRK-B-AGENCIA.
           MOVE HCB-CONTA       TO WRK-B-CONTA.
           MOVE HCB-ETAPA       TO WRK-B-ETAPA.
           MOVE HCB-DIAS-ATRASO TO WRK-B-DIAS.
           MOVE HCB-CANAL       TO WRK-B-CANAL.
           WRITE DOSSIE-RESP-LINHA FROM WRK-LINHA-COBRANCA.

           READ HIST-COBRANCA NEXT RECORD
               AT END SET FIM-COBRANCA TO TRUE
           END-READ.
       8100-LISTA-AVISO-EXIT.
           EXIT.

       9000-FINALIZA.
           IF COBRANCA-DISPONIVEL
               CLOSE HIST-COBRANCA
           END-IF.
           IF PARTICIPANTES-DISPONIVEL
               CLOSE CONTA-PARTICIPANTE
           END-IF.
           IF CLISTAT-DISPONIVEL
               CLOSE CLIENTE-STATUS
           END-IF.
           IF RESPONSAVEIS-DISPONIVEL
               CLOSE CLIENTE-RESPONSAVEL
           END-IF.
           CLOSE CLIENTE-MASTER.
           CLOSE CONTA-XREF.
           CLOSE CONTATO-MASTER.
