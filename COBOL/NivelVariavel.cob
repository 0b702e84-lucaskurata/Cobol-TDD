                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-CKPT.

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

           SELECT BOLETO-PENDENTE ASSIGN TO "BOLPEND"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-PEND.

           SELECT CLIENTE-RESPONSAVEL ASSIGN TO "CLIRESP"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS RSP-CHAVE
                                   ALTERNATE RECORD KEY IS
                                       RSP-CPF-RESPONSAVEL
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-RESP.

           SELECT CONTATO-MASTER  ASSIGN TO "CONTMSTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CTT-CHAVE
                                   FILE STATUS IS WRK-STATUS-CONTATO.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
               88 TRANS-INCLUI      VALUE "A".
               88 TRANS-ALTERA      VALUE "U".
               88 TRANS-EXCLUI      VALUE "D".
               88 TRANS-BLOQUEIA    VALUE "B".
               88 TRANS-DESBLOQUEIA VALUE "L".
               88 TRANS-RESPONSAVEL VALUE "R".
           02 TRANS-CLIENTE.
               03 TRANS-NOME      PIC X(40).
               03 TRANS-RG        PIC X(10).
                   04 TRANS-MES  PIC 9(02).
                   04 TRANS-ANO  PIC 9(04).
               03 TRANS-SEXO-CODE PIC X.
      *-----------------------------------------------------------------
      *    BLOQUEIO ("B") E DESBLOQUEIO ("L") SO USAM O CPF; O MOTIVO
      *    DA MUDANCA DE SITUACAO VEM NAS TRES PRIMEIRAS POSICOES DO
      *    NOME (EM BRANCO, "BLQ" NO BLOQUEIO, "LIB" NO DESBLOQUEIO,
      *    "REA" NA REATIVACAO DE INATIVO E "RAB" NA REABERTURA DE
      *    ENCERRADO); QUALQUER OUTRO MOTIVO E RECUSADO.
      *-----------------------------------------------------------------
           02 TRANS-SITUACAO REDEFINES TRANS-CLIENTE.
               03 TRANS-STS-MOTIVO PIC X(03).
               03 FILLER          PIC X(134).
      *-----------------------------------------------------------------
      *    VINCULO DE RESPONSAVEL LEGAL ("R"): O CPF DA TRANSACAO E O
      *    DO MENOR E O CPF DO RESPONSAVEL VEM NAS DOZE PRIMEIRAS
      *    POSICOES DO NOME.
      *-----------------------------------------------------------------
           02 TRANS-VINCULO REDEFINES TRANS-CLIENTE.
               03 TRANS-RSP-CPF   PIC X(12).
               03 FILLER          PIC X(125).
           02 TRANS-ORIGEM      PIC X(03).
           02 TRANS-OPERADOR    PIC X(08).

           02 CKPT-ALTERACOES        PIC 9(05).
           02 CKPT-EXCLUSOES         PIC 9(05).
           02 CKPT-REJEITADAS        PIC 9(05).
           02 CKPT-SITUACOES         PIC 9(05).
           02 CKPT-RESPONSAVEIS      PIC 9(05).

       FD  CLIENTE-STATUS
           LABEL RECORDS ARE STANDARD.
           COPY STSCOPY.

       FD  CONTA-XREF
           LABEL RECORDS ARE STANDARD.
           COPY XREFCPY.

       FD  CONTA-PARTICIPANTE
           LABEL RECORDS ARE STANDARD.
           COPY PTCCOPY.

       FD  BOLETO-PENDENTE
           LABEL RECORDS ARE STANDARD.
           COPY BPDCOPY.

       FD  CLIENTE-RESPONSAVEL
           LABEL RECORDS ARE STANDARD.
           COPY RSPCOPY.

       FD  CONTATO-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CTTCOPY.

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO AO JORNAL DE ALTERACOES DO MESTRE: IMAGEM
      *    DO REGISTRO ANTES DA OPERACAO E FUNCAO APLICADA, USADOS
      *    POR 6000-GRAVA-JORNAL APOS CADA WRITE/REWRITE/DELETE E APOS
      *    CADA ENCERRAMENTO, BLOQUEIO OU DESBLOQUEIO GRAVADO NO
      *    CLISTAT (O MESTRE NAO MUDA E VAI NAS DUAS IMAGENS).
      *-----------------------------------------------------------------
       77  WRK-JRN-IMAGEM-ANTES           PIC X(145) VALUE SPACES.

       77  WRK-FIM-TRANS                  PIC X(01) VALUE "N".
           88  FIM-TRANS                      VALUE "S".

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A SITUACAO DO CLIENTE (CLISTAT): A EXCLUSAO
      *    ("D") NAO APAGA MAIS O REGISTRO DO MESTRE, ENCERRA O
      *    CLIENTE, E SO E ACEITA QUANDO O CPF NAO TEM CONTA ATIVA
      *    (COMO TITULAR NA REFERENCIA CRUZADA OU COMO COTITULAR/
      *    PROCURADOR COM VINCULO EM ABERTO) NEM TITULO EM ABERTO NA
      *    CARTEIRA DE PENDENTES. "B" E "L" BLOQUEIAM E DESBLOQUEIAM.
      *    CLIENTE SEM REGISTRO NO CLISTAT ESTA ATIVO.
      *-----------------------------------------------------------------
       77  WRK-STATUS-CLISTAT             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-XREF                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PART                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PEND                PIC X(02) VALUE SPACES.

       77  WRK-PART-ABERTO-SW             PIC X(01) VALUE "N".
           88  PARTICIPANTES-DISPONIVEL       VALUE "S".

       77  WRK-STS-EXISTE-SW              PIC X(01) VALUE "N".
           88  STS-EXISTE                     VALUE "S".

      *-----------------------------------------------------------------
      *    SITUACAO E MOTIVO ENCONTRADOS NO CLISTAT ANTES DA MUDANCA,
      *    GUARDADOS NO PROPRIO REGISTRO PARA O ESTORNO DO LOTE.
      *-----------------------------------------------------------------
       77  WRK-STS-SITUACAO-LIDA          PIC X(01) VALUE SPACES.

       77  WRK-STS-MOTIVO-LIDO            PIC X(03) VALUE SPACES.

       77  WRK-FIM-XREF                   PIC X(01) VALUE "N".
           88  FIM-XREF                       VALUE "S".

       77  WRK-FIM-PART                   PIC X(01) VALUE "N".
           88  FIM-PART                       VALUE "S".

       77  WRK-FIM-PEND                   PIC X(01) VALUE "N".
           88  FIM-PEND                       VALUE "S".

       77  WRK-IMPEDIMENTO-SW             PIC X(01) VALUE "N".
           88  ENCERRAMENTO-IMPEDIDO          VALUE "S".

       77  WRK-STS-GRAVADA-SW             PIC X(01) VALUE "N".
           88  SITUACAO-GRAVADA               VALUE "S".

       77  WRK-STS-MOTIVO-NOVO            PIC X(03) VALUE SPACES.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO AO CONTROLE DE MENORES DE IDADE: CLIENTE
      *    QUE AINDA NAO COMPLETOU 18 ANOS NA DATA DO PROCESSAMENTO SO
      *    E INCLUIDO (OU TEM A DATA DE NASCIMENTO ALTERADA) SE TIVER
      *    RESPONSAVEL LEGAL COM VINCULO EM ABERTO NO CLIRESP. O
      *    VINCULO E ABERTO PELA FUNCAO "R", QUE EXIGE RESPONSAVEL JA
      *    CADASTRADO NO MESTRE, MAIOR DE IDADE E NAO ENCERRADO; COMO
      *    O PRE-EDIT ORDENA O MOVIMENTO POR CPF, O RESPONSAVEL NOVO
      *    DEVE SER INCLUIDO EM LOTE ANTERIOR AO DO MENOR. DENTRO DO
      *    MESMO CPF A ORDEM DE CHEGADA E MANTIDA, ENTAO O "R" PODE
      *    VIR LOGO ANTES DO "A" DO MENOR AINDA NAO CADASTRADO.
      *-----------------------------------------------------------------
       77  WRK-STATUS-RESP                PIC X(02) VALUE SPACES.

       77  WRK-FIM-RESP                   PIC X(01) VALUE "N".
           88  FIM-RESP                       VALUE "S".

       77  WRK-MENOR-SW                   PIC X(01) VALUE "N".
           88  CLIENTE-MENOR                  VALUE "S".

       77  WRK-RSP-ABERTO-SW              PIC X(01) VALUE "N".
           88  RESPONSAVEL-ENCONTRADO         VALUE "S".

       77  WRK-SEM-RESP-SW                PIC X(01) VALUE "N".
           88  MENOR-SEM-RESPONSAVEL          VALUE "S".

       77  WRK-DATA-MAIORIDADE            PIC 9(08) VALUE ZEROS.

       77  WRK-RSP-CPF-MENOR              PIC X(12) VALUE SPACES.

       77  WRK-CONT-RESPONSAVEIS          PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    NO ENCERRAMENTO OS CONTATOS ATIVOS DO CLIENTE SAO
      *    INATIVADOS COM MOTIVO "ENC". A REATIVACAO DO CLIENTE NAO OS
      *    REATIVA: O NUMERO VOLTA PELA INCLUSAO NO MOVIMENTO DE
      *    TELEFONES. SEM O CONTMSTR O ENCERRAMENTO SEGUE SEM ESSA
      *    INATIVACAO.
      *-----------------------------------------------------------------
       77  WRK-STATUS-CONTATO             PIC X(02) VALUE SPACES.

       77  WRK-CONTATOS-SW                PIC X(01) VALUE "N".
           88  CONTATOS-DISPONIVEL            VALUE "S".

       77  WRK-FIM-CONTATO                PIC X(01) VALUE "N".
           88  FIM-CONTATO                    VALUE "S".

       77  WRK-CONT-CTT-INATIVADOS        PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO AO CHECKPOINT/RESTART DA MANUTENCAO (NO
      *    MOLDE DO AULACKPT DO LOTE DE EQUACOES): A POSICAO NO

       77  WRK-CONT-REJEITADAS            PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-SITUACOES             PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CODIGO E MOTIVO DA FALHA DE ATUALIZACAO DO MESTRE,
      *    PREENCHIDOS PELO PONTO QUE DETECTOU O ERRO E GRAVADOS NO
      *      MST2 - CPF NAO ENCONTRADO PARA ALTERACAO
      *      MST3 - CPF NAO ENCONTRADO PARA EXCLUSAO
      *      MST4 - ERRO AO REGRAVAR O REGISTRO NO MESTRE
      *      MST5 - ERRO AO EXCLUIR O REGISTRO DO MESTRE (ANTES DO
      *             ENCERRAMENTO LOGICO; MANTIDO PARA O HISTORICO)
      *      STS1 - ENCERRAMENTO DE CLIENTE COM CONTA ATIVA
      *      STS2 - ENCERRAMENTO DE CLIENTE COM TITULO EM ABERTO
      *      STS3 - CLIENTE JA ENCERRADO (ALTERACAO, BLOQUEIO OU
      *             NOVO ENCERRAMENTO)
      *      STS4 - BLOQUEIO DE CLIENTE JA BLOQUEADO
      *      STS5 - DESBLOQUEIO DE CLIENTE QUE NAO ESTA BLOQUEADO
      *             NEM INATIVO
      *      STS6 - DESBLOQUEIO OU ENCERRAMENTO DE CLIENTE BLOQUEADO
      *             POR LISTA RESTRITIVA (SO A DECISAO DO COMPLIANCE
      *             NA TRIAGEM LIBERA)
      *      STS7 - ERRO AO GRAVAR A SITUACAO DO CLIENTE
      *      STS8 - ENCERRAMENTO SEM A CARTEIRA DE PENDENTES PARA
      *             CONFERIR TITULOS EM ABERTO
      *      STS9 - MOTIVO DE BLOQUEIO OU DESBLOQUEIO QUE NAO E DA
      *             MANUTENCAO ("SAN" SO E GRAVADO PELA TRIAGEM)
      *      RSP1 - MENOR DE IDADE SEM RESPONSAVEL LEGAL VINCULADO
      *             (INCLUSAO OU ALTERACAO DA DATA DE NASCIMENTO)
      *      RSP2 - RESPONSAVEL NAO CADASTRADO NO MESTRE
      *      RSP3 - RESPONSAVEL MENOR DE IDADE
      *      RSP4 - RESPONSAVEL ENCERRADO
      *      RSP5 - VINCULO PARA CLIENTE QUE NAO E MENOR DE IDADE
      *      RSP6 - RESPONSAVEL JA VINCULADO AO MENOR (OU IGUAL A ELE)
      *      RSP7 - ERRO AO GRAVAR O VINCULO DO RESPONSAVEL
      *-----------------------------------------------------------------
       77  WRK-REJ-CODIGO                 PIC X(04) VALUE SPACES.


           OPEN INPUT  CEP-REFERENCIA.

           OPEN I-O    CLIENTE-STATUS.
           IF WRK-STATUS-CLISTAT = "35"
               CLOSE CLIENTE-STATUS
               OPEN OUTPUT CLIENTE-STATUS
               CLOSE CLIENTE-STATUS
               OPEN I-O CLIENTE-STATUS
           END-IF.

           OPEN INPUT  CONTA-XREF.

           OPEN INPUT  CONTA-PARTICIPANTE.
           IF WRK-STATUS-PART = "00"
               SET PARTICIPANTES-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CTAPART AUSENTE, VINCULOS NAO CONFERIDOS"
           END-IF.

           OPEN I-O    CLIENTE-RESPONSAVEL.
           IF WRK-STATUS-RESP = "35"
               CLOSE CLIENTE-RESPONSAVEL
               OPEN OUTPUT CLIENTE-RESPONSAVEL
               CLOSE CLIENTE-RESPONSAVEL
               OPEN I-O CLIENTE-RESPONSAVEL
           END-IF.

           OPEN I-O    CONTATO-MASTER.
           IF WRK-STATUS-CONTATO = "00"
               SET CONTATOS-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CONTMSTR AUSENTE, CONTATOS NAO INATIVADOS"
           END-IF.

           OPEN EXTEND CLIENTE-JORNAL.
           IF WRK-STATUS-JORNAL = "35"
               OPEN OUTPUT CLIENTE-JORNAL
                           MOVE CKPT-ALTERACOES TO WRK-CONT-ALTERACOES
                           MOVE CKPT-EXCLUSOES  TO WRK-CONT-EXCLUSOES
                           MOVE CKPT-REJEITADAS TO WRK-CONT-REJEITADAS
                           IF CKPT-SITUACOES NUMERIC
                               MOVE CKPT-SITUACOES
                                   TO WRK-CONT-SITUACOES
                           END-IF
                           IF CKPT-RESPONSAVEIS NUMERIC
                               MOVE CKPT-RESPONSAVEIS
                                   TO WRK-CONT-RESPONSAVEIS
                           END-IF
                           DISPLAY "RESTART DO CHECKPOINT: PULANDO "
                                   WRK-QTDE-PULAR " TRANSACOES"
                       END-IF
                       THRU 4200-VALIDA-DATA-NASC-EXIT
                   PERFORM 4300-VALIDA-CEP
                       THRU 4300-VALIDA-CEP-EXIT
                   PERFORM 4400-VALIDA-MENORIDADE
                       THRU 4400-VALIDA-MENORIDADE-EXIT
                   IF CPF-INVALIDO
                       PERFORM 4900-REJEITA-CPF
                           THRU 4900-REJEITA-CPF-EXIT
                   ELSE IF CEP-INVALIDO
                       PERFORM 4970-REJEITA-CEP
                           THRU 4970-REJEITA-CEP-EXIT
                   ELSE IF MENOR-SEM-RESPONSAVEL
                       MOVE "RSP1" TO WRK-REJ-CODIGO
                       MOVE "MENOR DE IDADE SEM RESPONSAVEL LEGAL"
                           TO WRK-REJ-MOTIVO
                       PERFORM 4980-REJEITA-MESTRE
                           THRU 4980-REJEITA-MESTRE-EXIT
                   ELSE
                       MOVE WRK-DATA-ATUAL TO CLI-DATA-ULT-MANUT
                       WRITE CLIENTE-REC
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               WHEN TRANS-ALTERA
                   PERFORM 3100-ALTERA-CLIENTE
                       THRU 3100-ALTERA-CLIENTE-EXIT
               WHEN TRANS-EXCLUI
                   PERFORM 3200-EXCLUI-CLIENTE
                       THRU 3200-EXCLUI-CLIENTE-EXIT
               WHEN TRANS-BLOQUEIA
                   PERFORM 3300-BLOQUEIA-CLIENTE
                       THRU 3300-BLOQUEIA-CLIENTE-EXIT
               WHEN TRANS-DESBLOQUEIA
                   PERFORM 3400-DESBLOQUEIA-CLIENTE
                       THRU 3400-DESBLOQUEIA-CLIENTE-EXIT
               WHEN TRANS-RESPONSAVEL
                   PERFORM 3500-VINCULA-RESPONSAVEL
                       THRU 3500-VINCULA-RESPONSAVEL-EXIT
               WHEN OTHER
                   PERFORM 4990-REJEITA-FUNCAO
                       THRU 4990-REJEITA-FUNCAO-EXIT
      *    QUANDO A TRANSACAO TRAZ UM ENDERECO NOVO, PARA QUE UMA
      *    ALTERACAO DE NOME OU RG, POR EXEMPLO, NAO PRECISE
      *    RESSUBMETER OS DEMAIS CAMPOS JA VALIDADOS ANTERIORMENTE.
      *    CLIENTE ENCERRADO NAO ACEITA ALTERACAO (PRECISA SER
      *    REATIVADO POR "L" ANTES); CLIENTE INATIVO QUE RECEBE
      *    MANUTENCAO VOLTA A FICAR ATIVO.
      *-----------------------------------------------------------------
           MOVE TRANS-CPF TO CPF.
           READ CLIENTE-MASTER
                       TO WRK-REJ-MOTIVO
                   PERFORM 4980-REJEITA-MESTRE
                       THRU 4980-REJEITA-MESTRE-EXIT
                   GO TO 3100-ALTERA-CLIENTE-EXIT
           END-READ.

           PERFORM 5000-LE-SITUACAO THRU 5000-LE-SITUACAO-EXIT.
           IF STS-ENCERRADO
               MOVE "STS3" TO WRK-REJ-CODIGO
               MOVE "CLIENTE ENCERRADO" TO WRK-REJ-MOTIVO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
               GO TO 3100-ALTERA-CLIENTE-EXIT
           END-IF.

           MOVE CLIENTE-REC TO WRK-JRN-IMAGEM-ANTES.
           PERFORM 3150-APLICA-CAMPOS-ALTERADOS
               THRU 3150-APLICA-CAMPOS-ALTERADOS-EXIT.
       3100-ALTERA-CLIENTE-EXIT.
           EXIT.

       3200-EXCLUI-CLIENTE.
      *-----------------------------------------------------------------
      *    A EXCLUSAO E LOGICA: O REGISTRO DO MESTRE E MANTIDO E O
      *    CLIENTE PASSA A ENCERRADO NO CLISTAT. O ENCERRAMENTO E
      *    RECUSADO ENQUANTO O CPF TIVER CONTA ATIVA OU TITULO EM
      *    ABERTO, PARA NAO DEIXAR CONTA OU TITULO SEM CLIENTE. O
      *    ENCERRAMENTO E JORNALADO COM FUNCAO "D" E O MESTRE NAS DUAS
      *    IMAGENS, PARA QUE O ESTORNO DO LOTE O DESFACA; O EXTRATO DO
      *    CRM APONTA A SAIDA PELA DATA DA SITUACAO. OS CONTATOS DO
      *    CLIENTE ENCERRADO SAO INATIVADOS.
      *-----------------------------------------------------------------
           MOVE TRANS-CPF TO CPF.
           READ CLIENTE-MASTER
                       TO WRK-REJ-MOTIVO
                   PERFORM 4980-REJEITA-MESTRE
                       THRU 4980-REJEITA-MESTRE-EXIT
                   GO TO 3200-EXCLUI-CLIENTE-EXIT
           END-READ.

           PERFORM 5000-LE-SITUACAO THRU 5000-LE-SITUACAO-EXIT.
           IF STS-ENCERRADO
               MOVE "STS3" TO WRK-REJ-CODIGO
               MOVE "CLIENTE JA ENCERRADO" TO WRK-REJ-MOTIVO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
               GO TO 3200-EXCLUI-CLIENTE-EXIT
           END-IF.

           IF STS-BLOQUEADO AND STS-MOT-SANCAO
               MOVE "STS6" TO WRK-REJ-CODIGO
               MOVE "CLIENTE BLOQUEADO POR LISTA RESTRITIVA"
                   TO WRK-REJ-MOTIVO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
               GO TO 3200-EXCLUI-CLIENTE-EXIT
           END-IF.

           PERFORM 3250-VERIFICA-VINCULOS
               THRU 3250-VERIFICA-VINCULOS-EXIT.
           IF ENCERRAMENTO-IMPEDIDO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
               GO TO 3200-EXCLUI-CLIENTE-EXIT
           END-IF.

           SET STS-ENCERRADO        TO TRUE.
           SET STS-MOT-ENCERRAMENTO TO TRUE.
           PERFORM 5100-GRAVA-SITUACAO THRU 5100-GRAVA-SITUACAO-EXIT.
           IF SITUACAO-GRAVADA
               ADD 1 TO WRK-CONT-EXCLUSOES
               MOVE CLIENTE-REC TO WRK-JRN-IMAGEM-ANTES
               MOVE CLIENTE-REC TO WRK-JRN-IMAGEM-DEPOIS
               PERFORM 6000-GRAVA-JORNAL
                   THRU 6000-GRAVA-JORNAL-EXIT
               PERFORM 3600-INATIVA-CONTATOS
                   THRU 3600-INATIVA-CONTATOS-EXIT
           ELSE
               MOVE "STS7" TO WRK-REJ-CODIGO
               MOVE "ERRO AO GRAVAR A SITUACAO DO CLIENTE"
                   TO WRK-REJ-MOTIVO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
           END-IF.
       3200-EXCLUI-CLIENTE-EXIT.
           EXIT.

       3250-VERIFICA-VINCULOS.
      *-----------------------------------------------------------------
      *    PROCURA, NA ORDEM, CONTA ATIVA DO CPF NA REFERENCIA
      *    CRUZADA (QUE NAO TEM CHAVE POR CPF E E VARRIDA INTEIRA),
      *    VINCULO EM ABERTO COMO COTITULAR OU PROCURADOR EM CONTA
      *    ATIVA E TITULO EM ABERTO NA CARTEIRA DE PENDENTES DE
      *    QUALQUER CONTA DO CPF, ATIVA OU ENCERRADA. O PRIMEIRO
      *    IMPEDIMENTO ENCONTRADO DEIXA CODIGO E MOTIVO PREENCHIDOS.
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-IMPEDIMENTO-SW.

           MOVE "N"   TO WRK-FIM-XREF.
           MOVE ZEROS TO XRF-CONTA.
           START CONTA-XREF KEY IS NOT LESS THAN XRF-CONTA
               INVALID KEY
                   SET FIM-XREF TO TRUE
           END-START.

           IF NOT FIM-XREF
               READ CONTA-XREF NEXT RECORD
                   AT END SET FIM-XREF TO TRUE
               END-READ
           END-IF.

           PERFORM 3260-CONFERE-CONTA
               THRU 3260-CONFERE-CONTA-EXIT
               UNTIL FIM-XREF OR ENCERRAMENTO-IMPEDIDO.
           IF ENCERRAMENTO-IMPEDIDO
               GO TO 3250-VERIFICA-VINCULOS-EXIT
           END-IF.

           IF PARTICIPANTES-DISPONIVEL
               MOVE "N"       TO WRK-FIM-PART
               MOVE TRANS-CPF TO PTC-CPF
               START CONTA-PARTICIPANTE KEY IS NOT LESS THAN PTC-CPF
                   INVALID KEY
                       SET FIM-PART TO TRUE
               END-START
               IF NOT FIM-PART
                   READ CONTA-PARTICIPANTE NEXT RECORD
                       AT END SET FIM-PART TO TRUE
                   END-READ
               END-IF
               PERFORM 3270-CONFERE-VINCULO
                   THRU 3270-CONFERE-VINCULO-EXIT
                   UNTIL FIM-PART OR ENCERRAMENTO-IMPEDIDO
           END-IF.
           IF ENCERRAMENTO-IMPEDIDO
               GO TO 3250-VERIFICA-VINCULOS-EXIT
           END-IF.

      *-----------------------------------------------------------------
      *    SEM A CARTEIRA DE PENDENTES NAO HA COMO SABER SE RESTA
      *    TITULO EM ABERTO: O ENCERRAMENTO E RECUSADO.
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-FIM-PEND.
           OPEN INPUT BOLETO-PENDENTE.
           IF WRK-STATUS-PEND NOT = "00"
               MOVE "STS8" TO WRK-REJ-CODIGO
               MOVE "CARTEIRA DE PENDENTES INDISPONIVEL"
                   TO WRK-REJ-MOTIVO
               SET ENCERRAMENTO-IMPEDIDO TO TRUE
               GO TO 3250-VERIFICA-VINCULOS-EXIT
           END-IF.

           READ BOLETO-PENDENTE
               AT END SET FIM-PEND TO TRUE
           END-READ.

           PERFORM 3280-CONFERE-TITULO
               THRU 3280-CONFERE-TITULO-EXIT
               UNTIL FIM-PEND OR ENCERRAMENTO-IMPEDIDO.

           CLOSE BOLETO-PENDENTE.
       3250-VERIFICA-VINCULOS-EXIT.
           EXIT.

       3260-CONFERE-CONTA.
           IF XRF-CPF = TRANS-CPF
              AND XRF-ATIVA
               MOVE "STS1" TO WRK-REJ-CODIGO
               MOVE "CLIENTE COM CONTA ATIVA" TO WRK-REJ-MOTIVO
               SET ENCERRAMENTO-IMPEDIDO TO TRUE
               GO TO 3260-CONFERE-CONTA-EXIT
           END-IF.

           READ CONTA-XREF NEXT RECORD
               AT END SET FIM-XREF TO TRUE
           END-READ.
       3260-CONFERE-CONTA-EXIT.
           EXIT.

       3270-CONFERE-VINCULO.
           IF PTC-CPF NOT = TRANS-CPF
               SET FIM-PART TO TRUE
               GO TO 3270-CONFERE-VINCULO-EXIT
           END-IF.

           IF PTC-DATA-FIM = ZEROS
               MOVE PTC-CONTA TO XRF-CONTA
               READ CONTA-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF XRF-ATIVA
                           MOVE "STS1" TO WRK-REJ-CODIGO
                           MOVE "CLIENTE COM VINCULO EM CONTA ATIVA"
                               TO WRK-REJ-MOTIVO
                           SET ENCERRAMENTO-IMPEDIDO TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF ENCERRAMENTO-IMPEDIDO
               GO TO 3270-CONFERE-VINCULO-EXIT
           END-IF.

           READ CONTA-PARTICIPANTE NEXT RECORD
               AT END SET FIM-PART TO TRUE
           END-READ.
       3270-CONFERE-VINCULO-EXIT.
           EXIT.

       3280-CONFERE-TITULO.
      *-----------------------------------------------------------------
      *    O TITULO PENDENTE E DO CLIENTE QUANDO A CONTA DELE, NA
      *    REFERENCIA CRUZADA, ESTA NO CPF DA TRANSACAO.
      *-----------------------------------------------------------------
           MOVE PEND-AGENCIA TO XRF-AGENCIA.
           MOVE PEND-CONTA   TO XRF-NUMERO.
           READ CONTA-XREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF XRF-CPF = TRANS-CPF
                       MOVE "STS2" TO WRK-REJ-CODIGO
                       MOVE "CLIENTE COM TITULOS EM ABERTO"
                           TO WRK-REJ-MOTIVO
                       SET ENCERRAMENTO-IMPEDIDO TO TRUE
                   END-IF
           END-READ.

           READ BOLETO-PENDENTE
               AT END SET FIM-PEND TO TRUE
           END-READ.
       3280-CONFERE-TITULO-EXIT.
           EXIT.

       3300-BLOQUEIA-CLIENTE.
      *-----------------------------------------------------------------
      *    BLOQUEIO MANUAL: O CLIENTE PASSA A BLOQUEADO COM MOTIVO
      *    "BLQ". CLIENTE ENCERRADO OU JA BLOQUEADO E RECUSADO, ASSIM
      *    COMO TRANSACAO COM OUTRO MOTIVO.
      *-----------------------------------------------------------------
           MOVE TRANS-CPF TO CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE "MST2" TO WRK-REJ-CODIGO
                   MOVE "CPF NAO ENCONTRADO PARA BLOQUEIO"
                       TO WRK-REJ-MOTIVO
                   PERFORM 4980-REJEITA-MESTRE
                       THRU 4980-REJEITA-MESTRE-EXIT
                   GO TO 3300-BLOQUEIA-CLIENTE-EXIT
           END-READ.

           PERFORM 5000-LE-SITUACAO THRU 5000-LE-SITUACAO-EXIT.
           IF STS-ENCERRADO
               MOVE "STS3" TO WRK-REJ-CODIGO
               MOVE "CLIENTE ENCERRADO" TO WRK-REJ-MOTIVO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
               GO TO 3300-BLOQUEIA-CLIENTE-EXIT
           END-IF.

           IF STS-BLOQUEADO
               MOVE "STS4" TO WRK-REJ-CODIGO
               MOVE "CLIENTE JA BLOQUEADO" TO WRK-REJ-MOTIVO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
               GO TO 3300-BLOQUEIA-CLIENTE-EXIT
           END-IF.

           MOVE TRANS-STS-MOTIVO TO WRK-STS-MOTIVO-NOVO.
           IF WRK-STS-MOTIVO-NOVO NOT = SPACES
              AND WRK-STS-MOTIVO-NOVO NOT = "BLQ"
               MOVE "STS9" TO WRK-REJ-CODIGO
               MOVE "MOTIVO DE BLOQUEIO INVALIDO" TO WRK-REJ-MOTIVO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
               GO TO 3300-BLOQUEIA-CLIENTE-EXIT
           END-IF.

           SET STS-BLOQUEADO TO TRUE.
           SET STS-MOT-BLOQUEIO TO TRUE.

           PERFORM 3900-CONCLUI-SITUACAO
               THRU 3900-CONCLUI-SITUACAO-EXIT.
       3300-BLOQUEIA-CLIENTE-EXIT.
           EXIT.

       3400-DESBLOQUEIA-CLIENTE.
      *-----------------------------------------------------------------
      *    DESBLOQUEIO/REATIVACAO: CLIENTE BLOQUEADO VOLTA A ATIVO
      *    COM MOTIVO "LIB", INATIVO COM MOTIVO "REA" E ENCERRADO COM
      *    MOTIVO "RAB" (O CRM JA EXCLUIU O CLIENTE E O RECEBE DE
      *    NOVO COMO INCLUSAO). A TRANSACAO SO PODE TRAZER ESSE MESMO
      *    MOTIVO OU DEIXA-LO EM BRANCO. O BLOQUEIO POR LISTA
      *    RESTRITIVA SO SAI PELA DECISAO DO COMPLIANCE NA TRIAGEM.
      *-----------------------------------------------------------------
           MOVE TRANS-CPF TO CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE "MST2" TO WRK-REJ-CODIGO
                   MOVE "CPF NAO ENCONTRADO PARA DESBLOQUEIO"
                       TO WRK-REJ-MOTIVO
                   PERFORM 4980-REJEITA-MESTRE
                       THRU 4980-REJEITA-MESTRE-EXIT
                   GO TO 3400-DESBLOQUEIA-CLIENTE-EXIT
           END-READ.

           PERFORM 5000-LE-SITUACAO THRU 5000-LE-SITUACAO-EXIT.
           IF STS-ATIVO
               MOVE "STS5" TO WRK-REJ-CODIGO
               MOVE "CLIENTE JA ATIVO" TO WRK-REJ-MOTIVO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
               GO TO 3400-DESBLOQUEIA-CLIENTE-EXIT
           END-IF.

           IF STS-BLOQUEADO AND STS-MOT-SANCAO
               MOVE "STS6" TO WRK-REJ-CODIGO
               MOVE "CLIENTE BLOQUEADO POR LISTA RESTRITIVA"
                   TO WRK-REJ-MOTIVO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
               GO TO 3400-DESBLOQUEIA-CLIENTE-EXIT
           END-IF.

           MOVE TRANS-STS-MOTIVO TO WRK-STS-MOTIVO-NOVO.
           EVALUATE TRUE
               WHEN STS-BLOQUEADO
                   SET STS-MOT-LIBERACAO TO TRUE
               WHEN STS-ENCERRADO
                   SET STS-MOT-REABERTURA TO TRUE
               WHEN OTHER
                   SET STS-MOT-REATIVACAO TO TRUE
           END-EVALUATE.

           IF WRK-STS-MOTIVO-NOVO NOT = SPACES
              AND WRK-STS-MOTIVO-NOVO NOT = STS-MOTIVO
               MOVE "STS9" TO WRK-REJ-CODIGO
               MOVE "MOTIVO DE DESBLOQUEIO INVALIDO" TO WRK-REJ-MOTIVO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
               GO TO 3400-DESBLOQUEIA-CLIENTE-EXIT
           END-IF.

           SET STS-ATIVO TO TRUE.

           PERFORM 3900-CONCLUI-SITUACAO
               THRU 3900-CONCLUI-SITUACAO-EXIT.
       3400-DESBLOQUEIA-CLIENTE-EXIT.
           EXIT.

       3500-VINCULA-RESPONSAVEL.
      *-----------------------------------------------------------------
      *    ABRE O VINCULO ENTRE O MENOR (CPF DA TRANSACAO) E O
      *    RESPONSAVEL LEGAL. O MENOR PODE AINDA NAO ESTAR NO MESTRE
      *    (O "A" VEM LOGO DEPOIS NO MESMO LOTE); SE JA ESTIVER, PRECISA
      *    SER MENOR DE IDADE E NAO ESTAR ENCERRADO. O RESPONSAVEL
      *    PRECISA SER CLIENTE, MAIOR DE IDADE E NAO ENCERRADO. VINCULO
      *    JA ENCERRADO COM O MESMO RESPONSAVEL E REABERTO.
      *-----------------------------------------------------------------
           IF TRANS-RSP-CPF = TRANS-CPF
               MOVE "RSP6" TO WRK-REJ-CODIGO
               MOVE "RESPONSAVEL IGUAL AO MENOR" TO WRK-REJ-MOTIVO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
               GO TO 3500-VINCULA-RESPONSAVEL-EXIT
           END-IF.

           MOVE TRANS-CPF TO CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   GO TO 3500-VINCULA-RESPONSAVEL-RESP
           END-READ.

           PERFORM 5000-LE-SITUACAO THRU 5000-LE-SITUACAO-EXIT.
           IF STS-ENCERRADO
               MOVE "STS3" TO WRK-REJ-CODIGO
               MOVE "CLIENTE ENCERRADO" TO WRK-REJ-MOTIVO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
               GO TO 3500-VINCULA-RESPONSAVEL-EXIT
           END-IF.

           PERFORM 4450-APURA-MAIORIDADE
               THRU 4450-APURA-MAIORIDADE-EXIT.
           IF NOT CLIENTE-MENOR
               MOVE "RSP5" TO WRK-REJ-CODIGO
               MOVE "CLIENTE NAO E MENOR DE IDADE" TO WRK-REJ-MOTIVO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
               GO TO 3500-VINCULA-RESPONSAVEL-EXIT
           END-IF.

       3500-VINCULA-RESPONSAVEL-RESP.
           MOVE TRANS-RSP-CPF TO CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE "RSP2" TO WRK-REJ-CODIGO
                   MOVE "RESPONSAVEL NAO CADASTRADO NO MESTRE"
                       TO WRK-REJ-MOTIVO
                   PERFORM 4980-REJEITA-MESTRE
                       THRU 4980-REJEITA-MESTRE-EXIT
                   GO TO 3500-VINCULA-RESPONSAVEL-EXIT
           END-READ.

           PERFORM 4450-APURA-MAIORIDADE
               THRU 4450-APURA-MAIORIDADE-EXIT.
           IF CLIENTE-MENOR
               MOVE "RSP3" TO WRK-REJ-CODIGO
               MOVE "RESPONSAVEL MENOR DE IDADE" TO WRK-REJ-MOTIVO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
               GO TO 3500-VINCULA-RESPONSAVEL-EXIT
           END-IF.

           MOVE TRANS-RSP-CPF TO STS-CPF.
           READ CLIENTE-STATUS
               INVALID KEY
                   MOVE SPACES TO CLIENTE-STATUS-REC
           END-READ.
           IF STS-ENCERRADO
               MOVE "RSP4" TO WRK-REJ-CODIGO
               MOVE "RESPONSAVEL ENCERRADO" TO WRK-REJ-MOTIVO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
               GO TO 3500-VINCULA-RESPONSAVEL-EXIT
           END-IF.

           MOVE TRANS-CPF     TO RSP-CPF-MENOR.
           MOVE TRANS-RSP-CPF TO RSP-CPF-RESPONSAVEL.
           READ CLIENTE-RESPONSAVEL
               INVALID KEY
                   MOVE TRANS-CPF      TO RSP-CPF-MENOR
                   MOVE TRANS-RSP-CPF  TO RSP-CPF-RESPONSAVEL
                   MOVE WRK-DATA-ATUAL TO RSP-DATA-INICIO
                   MOVE ZEROS          TO RSP-DATA-FIM
                   MOVE "NIVELVAR"     TO RSP-PROGRAMA
                   WRITE RESPONSAVEL-REC
                       INVALID KEY
                           MOVE "RSP7" TO WRK-REJ-CODIGO
                           MOVE "ERRO AO GRAVAR VINCULO DO RESPONSAVEL"
                               TO WRK-REJ-MOTIVO
                           PERFORM 4980-REJEITA-MESTRE
                               THRU 4980-REJEITA-MESTRE-EXIT
                       NOT INVALID KEY
                           ADD 1 TO WRK-CONT-RESPONSAVEIS
                   END-WRITE
                   GO TO 3500-VINCULA-RESPONSAVEL-EXIT
           END-READ.

           IF RSP-DATA-FIM = ZEROS
               MOVE "RSP6" TO WRK-REJ-CODIGO
               MOVE "RESPONSAVEL JA VINCULADO AO MENOR"
                   TO WRK-REJ-MOTIVO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
               GO TO 3500-VINCULA-RESPONSAVEL-EXIT
           END-IF.

           MOVE WRK-DATA-ATUAL TO RSP-DATA-INICIO.
           MOVE ZEROS          TO RSP-DATA-FIM.
           MOVE "NIVELVAR"     TO RSP-PROGRAMA.
           REWRITE RESPONSAVEL-REC
               INVALID KEY
                   MOVE "RSP7" TO WRK-REJ-CODIGO
                   MOVE "ERRO AO GRAVAR VINCULO DO RESPONSAVEL"
                       TO WRK-REJ-MOTIVO
                   PERFORM 4980-REJEITA-MESTRE
                       THRU 4980-REJEITA-MESTRE-EXIT
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-RESPONSAVEIS
           END-REWRITE.
       3500-VINCULA-RESPONSAVEL-EXIT.
           EXIT.

       3600-INATIVA-CONTATOS.
      *-----------------------------------------------------------------
      *    A CHAVE DO CONTATO COMECA PELO CPF: O START POSICIONA NO
      *    PRIMEIRO TELEFONE DO CLIENTE E A LEITURA PARA QUANDO O CPF
      *    MUDA. CONTATO JA INATIVO NAO E ALTERADO.
      *-----------------------------------------------------------------
           IF NOT CONTATOS-DISPONIVEL
               GO TO 3600-INATIVA-CONTATOS-EXIT
           END-IF.

           MOVE "N"        TO WRK-FIM-CONTATO.
           MOVE TRANS-CPF  TO CTT-CPF.
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

           PERFORM 3650-INATIVA-CONTATO
               THRU 3650-INATIVA-CONTATO-EXIT
               UNTIL FIM-CONTATO.
       3600-INATIVA-CONTATOS-EXIT.
           EXIT.

       3650-INATIVA-CONTATO.
           IF CTT-CPF NOT = TRANS-CPF
               SET FIM-CONTATO TO TRUE
               GO TO 3650-INATIVA-CONTATO-EXIT
           END-IF.

           IF CTT-ATIVO
               SET CTT-INATIVO        TO TRUE
               SET CTT-NAO-PRINCIPAL  TO TRUE
               SET CTT-MOT-ENCERRADO  TO TRUE
               MOVE WRK-DATA-ATUAL    TO CTT-DATA-SITUACAO
               MOVE TRANS-ORIGEM      TO CTT-ORIGEM
               MOVE TRANS-OPERADOR    TO CTT-OPERADOR
               REWRITE CONTATO-REC
                   INVALID KEY
                       DISPLAY "ERRO AO INATIVAR CONTATO: " CTT-CHAVE
                   NOT INVALID KEY
                       ADD 1 TO WRK-CONT-CTT-INATIVADOS
               END-REWRITE
           END-IF.

           READ CONTATO-MASTER NEXT RECORD
               AT END SET FIM-CONTATO TO TRUE
           END-READ.
       3650-INATIVA-CONTATO-EXIT.
           EXIT.

       3900-CONCLUI-SITUACAO.
      *-----------------------------------------------------------------
      *    BLOQUEIO E DESBLOQUEIO GRAVADOS SAO JORNALADOS COM A FUNCAO
      *    DA TRANSACAO E O MESTRE (LIDO PELO CHAMADOR) NAS DUAS
      *    IMAGENS.
      *-----------------------------------------------------------------
           PERFORM 5100-GRAVA-SITUACAO THRU 5100-GRAVA-SITUACAO-EXIT.
           IF SITUACAO-GRAVADA
               ADD 1 TO WRK-CONT-SITUACOES
               MOVE CLIENTE-REC TO WRK-JRN-IMAGEM-ANTES
               MOVE CLIENTE-REC TO WRK-JRN-IMAGEM-DEPOIS
               PERFORM 6000-GRAVA-JORNAL
                   THRU 6000-GRAVA-JORNAL-EXIT
           ELSE
               MOVE "STS7" TO WRK-REJ-CODIGO
               MOVE "ERRO AO GRAVAR A SITUACAO DO CLIENTE"
                   TO WRK-REJ-MOTIVO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
           END-IF.
       3900-CONCLUI-SITUACAO-EXIT.
           EXIT.

       3150-APLICA-CAMPOS-ALTERADOS.
           SET DATA-VALIDA TO TRUE.
           SET CEP-VALIDO  TO TRUE.
           MOVE "N"        TO WRK-SEM-RESP-SW.

           IF TRANS-NOME NOT = SPACES
               MOVE TRANS-NOME TO NOME
               MOVE TRANS-ANO TO DTN-ANO
               PERFORM 4200-VALIDA-DATA-NASC
                   THRU 4200-VALIDA-DATA-NASC-EXIT
               PERFORM 4400-VALIDA-MENORIDADE
                   THRU 4400-VALIDA-MENORIDADE-EXIT
           END-IF.

           IF TRANS-ENDERECO NOT = SPACES
               PERFORM 4950-REJEITA-DATA THRU 4950-REJEITA-DATA-EXIT
           ELSE IF CEP-INVALIDO
               PERFORM 4970-REJEITA-CEP THRU 4970-REJEITA-CEP-EXIT
           ELSE IF MENOR-SEM-RESPONSAVEL
               MOVE "RSP1" TO WRK-REJ-CODIGO
               MOVE "MENOR DE IDADE SEM RESPONSAVEL LEGAL"
                   TO WRK-REJ-MOTIVO
               PERFORM 4980-REJEITA-MESTRE
                   THRU 4980-REJEITA-MESTRE-EXIT
           ELSE
               MOVE WRK-DATA-ATUAL TO CLI-DATA-ULT-MANUT
               REWRITE CLIENTE-REC
                       MOVE CLIENTE-REC TO WRK-JRN-IMAGEM-DEPOIS
                       PERFORM 6000-GRAVA-JORNAL
                           THRU 6000-GRAVA-JORNAL-EXIT
                       IF STS-INATIVO
                           PERFORM 5200-REATIVA-CLIENTE
                               THRU 5200-REATIVA-CLIENTE-EXIT
                       END-IF
               END-REWRITE
           END-IF
           END-IF
           END-IF.
       3150-APLICA-CAMPOS-ALTERADOS-EXIT.
           EXIT.
           MOVE WRK-CONT-ALTERACOES  TO CKPT-ALTERACOES.
           MOVE WRK-CONT-EXCLUSOES   TO CKPT-EXCLUSOES.
           MOVE WRK-CONT-REJEITADAS  TO CKPT-REJEITADAS.
           MOVE WRK-CONT-SITUACOES   TO CKPT-SITUACOES.
           MOVE WRK-CONT-RESPONSAVEIS TO CKPT-RESPONSAVEIS.
           WRITE CKPT-REC.
           CLOSE CHECKPOINT-FILE.
       3950-GRAVA-CHECKPOINT-EXIT.
       4970-REJEITA-CEP-EXIT.
           EXIT.

       4400-VALIDA-MENORIDADE.
      *-----------------------------------------------------------------
      *    COM A DATA DE NASCIMENTO VALIDA NO REGISTRO DO MESTRE,
      *    CLIENTE MENOR DE IDADE PRECISA TER AO MENOS UM RESPONSAVEL
      *    COM VINCULO EM ABERTO NO CLIRESP.
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-SEM-RESP-SW.
           IF DATA-INVALIDA
               GO TO 4400-VALIDA-MENORIDADE-EXIT
           END-IF.

           PERFORM 4450-APURA-MAIORIDADE
               THRU 4450-APURA-MAIORIDADE-EXIT.
           IF NOT CLIENTE-MENOR
               GO TO 4400-VALIDA-MENORIDADE-EXIT
           END-IF.

           MOVE "N"       TO WRK-RSP-ABERTO-SW.
           MOVE "N"       TO WRK-FIM-RESP.
           MOVE TRANS-CPF TO WRK-RSP-CPF-MENOR.
           MOVE TRANS-CPF TO RSP-CPF-MENOR.
           MOVE LOW-VALUES TO RSP-CPF-RESPONSAVEL.
           START CLIENTE-RESPONSAVEL KEY IS NOT LESS THAN RSP-CHAVE
               INVALID KEY
                   SET FIM-RESP TO TRUE
           END-START.

           PERFORM 4460-PROCURA-RESPONSAVEL
               THRU 4460-PROCURA-RESPONSAVEL-EXIT
               UNTIL FIM-RESP OR RESPONSAVEL-ENCONTRADO.

           IF NOT RESPONSAVEL-ENCONTRADO
               SET MENOR-SEM-RESPONSAVEL TO TRUE
           END-IF.
       4400-VALIDA-MENORIDADE-EXIT.
           EXIT.

       4450-APURA-MAIORIDADE.
      *-----------------------------------------------------------------
      *    DATA EM QUE O CLIENTE DO REGISTRO DO MESTRE COMPLETA 18
      *    ANOS (AAAAMMDD); ATE ESSA DATA, EXCLUSIVE, ELE E MENOR.
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-MENOR-SW.
           COMPUTE WRK-DATA-MAIORIDADE EQUAL
               ((DTN-ANO + 18) * 10000) + (DTN-MES * 100) + DTN-DIA.
           IF WRK-DATA-MAIORIDADE > WRK-DATA-ATUAL
               SET CLIENTE-MENOR TO TRUE
           END-IF.
       4450-APURA-MAIORIDADE-EXIT.
           EXIT.

       4460-PROCURA-RESPONSAVEL.
           READ CLIENTE-RESPONSAVEL NEXT RECORD
               AT END
                   SET FIM-RESP TO TRUE
                   GO TO 4460-PROCURA-RESPONSAVEL-EXIT
           END-READ.

           IF RSP-CPF-MENOR NOT = WRK-RSP-CPF-MENOR
               SET FIM-RESP TO TRUE
               GO TO 4460-PROCURA-RESPONSAVEL-EXIT
           END-IF.

           IF RSP-DATA-FIM = ZEROS
               SET RESPONSAVEL-ENCONTRADO TO TRUE
           END-IF.
       4460-PROCURA-RESPONSAVEL-EXIT.
           EXIT.

       4980-REJEITA-MESTRE.
      *-----------------------------------------------------------------
      *    GRAVA NO ARQUIVO DE REJEITOS A FALHA DE ATUALIZACAO DO
       4990-REJEITA-FUNCAO-EXIT.
           EXIT.

       5000-LE-SITUACAO.
      *-----------------------------------------------------------------
      *    LE A SITUACAO DO CPF DA TRANSACAO; SEM REGISTRO NO CLISTAT
      *    O CLIENTE ESTA ATIVO E O REGISTRO E MONTADO PARA INCLUSAO.
      *    SITUACAO E MOTIVO LIDOS FICAM GUARDADOS PARA 5100.
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-STS-EXISTE-SW.
           MOVE TRANS-CPF TO STS-CPF.
           READ CLIENTE-STATUS
               INVALID KEY
                   MOVE SPACES    TO CLIENTE-STATUS-REC
                   MOVE TRANS-CPF TO STS-CPF
                   SET STS-ATIVO  TO TRUE
               NOT INVALID KEY
                   SET STS-EXISTE TO TRUE
           END-READ.
           MOVE STS-SITUACAO TO WRK-STS-SITUACAO-LIDA.
           MOVE STS-MOTIVO   TO WRK-STS-MOTIVO-LIDO.
       5000-LE-SITUACAO-EXIT.
           EXIT.

       5100-GRAVA-SITUACAO.
           MOVE "N"            TO WRK-STS-GRAVADA-SW.
           MOVE WRK-DATA-ATUAL TO STS-DATA.
           MOVE "NIVELVAR"     TO STS-PROGRAMA.
           MOVE WRK-STS-SITUACAO-LIDA TO STS-SITUACAO-ANTERIOR.
           MOVE WRK-STS-MOTIVO-LIDO   TO STS-MOTIVO-ANTERIOR.
           IF STS-EXISTE
               REWRITE CLIENTE-STATUS-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SITUACAO-GRAVADA TO TRUE
               END-REWRITE
           ELSE
               WRITE CLIENTE-STATUS-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET SITUACAO-GRAVADA TO TRUE
               END-WRITE
           END-IF.
       5100-GRAVA-SITUACAO-EXIT.
           EXIT.

       5200-REATIVA-CLIENTE.
      *-----------------------------------------------------------------
      *    CLIENTE INATIVO QUE RECEBEU MANUTENCAO VOLTA A ATIVO. A
      *    ALTERACAO JA FOI APLICADA E CONTADA, ENTAO UMA FALHA AQUI
      *    SO E AVISADA (O PROXIMO CLIDORM RECLASSIFICA O CLIENTE).
      *-----------------------------------------------------------------
           SET STS-ATIVO          TO TRUE.
           SET STS-MOT-REATIVACAO TO TRUE.
           PERFORM 5100-GRAVA-SITUACAO THRU 5100-GRAVA-SITUACAO-EXIT.
           IF NOT SITUACAO-GRAVADA
               DISPLAY "ERRO AO REATIVAR CLIENTE: " TRANS-CPF
           END-IF.
       5200-REATIVA-CLIENTE-EXIT.
           EXIT.

       6000-GRAVA-JORNAL.
      *-----------------------------------------------------------------
      *    GRAVA NO JORNAL DE ALTERACOES AS IMAGENS ANTES/DEPOIS DA
           CLOSE CLIENTE-REJEITOS.
           CLOSE CEP-REFERENCIA.
           CLOSE CLIENTE-JORNAL.
           CLOSE CLIENTE-STATUS.
           CLOSE CONTA-XREF.
           IF PARTICIPANTES-DISPONIVEL
               CLOSE CONTA-PARTICIPANTE
           END-IF.
           CLOSE CLIENTE-RESPONSAVEL.
           IF CONTATOS-DISPONIVEL
               CLOSE CONTATO-MASTER
           END-IF.

           PERFORM 9100-LIMPA-CHECKPOINT
               THRU 9100-LIMPA-CHECKPOINT-EXIT.

           DISPLAY "CLIENTES INCLUIDOS ..: " WRK-CONT-INCLUSOES.
           DISPLAY "CLIENTES ALTERADOS ..: " WRK-CONT-ALTERACOES.
           DISPLAY "CLIENTES ENCERRADOS .: " WRK-CONT-EXCLUSOES.
           DISPLAY "BLOQUEIOS/DESBLOQUEIO: " WRK-CONT-SITUACOES.
           DISPLAY "RESPONSAVEIS VINCULAD: " WRK-CONT-RESPONSAVEIS.
           DISPLAY "CONTATOS INATIVADOS .: " WRK-CONT-CTT-INATIVADOS.
           DISPLAY "TRANSACOES REJEITADAS: " WRK-CONT-REJEITADAS.

           MOVE TRANS-CPF      TO WRK-AUD-CHAVE.
                                  WRK-CTL-QTDE.
           MOVE "APL" TO WRK-CTL-TIPO.
           COMPUTE WRK-CTL-QTDE EQUAL WRK-CONT-INCLUSOES
               + WRK-CONT-ALTERACOES + WRK-CONT-EXCLUSOES
               + WRK-CONT-SITUACOES + WRK-CONT-RESPONSAVEIS.
           CALL "CTLWRITE" USING WRK-CTL-PROGRAMA
                                  WRK-CTL-TIPO
                                  WRK-CTL-QTDE.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE ZEROS TO CKPT-ULT-SEQ CKPT-INCLUSOES
                         CKPT-ALTERACOES CKPT-EXCLUSOES
                         CKPT-REJEITADAS CKPT-SITUACOES
                         CKPT-RESPONSAVEIS.
           WRITE CKPT-REC.
           CLOSE CHECKPOINT-FILE.
       9100-LIMPA-CHECKPOINT-EXIT.
