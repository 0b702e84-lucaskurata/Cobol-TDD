                                   RECORD KEY IS HST-CHAVE
                                   FILE STATUS IS WRK-STATUS-HIST.

           SELECT CONTA-PARTICIPANTE ASSIGN TO "CTAPART"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS PTC-CHAVE
                                   ALTERNATE RECORD KEY IS PTC-CPF
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-PART.

           SELECT CLIENTE-RESPONSAVEL ASSIGN TO "CLIRESP"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS RSP-CHAVE
                                   ALTERNATE RECORD KEY IS
                                       RSP-CPF-RESPONSAVEL
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-CLIRESP.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
           LABEL RECORDS ARE STANDARD.
           COPY HSTCOPY.

       FD  CONTA-PARTICIPANTE
           LABEL RECORDS ARE STANDARD.
           COPY PTCCOPY.

       FD  CLIENTE-RESPONSAVEL
           LABEL RECORDS ARE STANDARD.
           COPY RSPCOPY.

       FD  MESCLA-ORDENS
           LABEL RECORDS ARE STANDARD.
       01  MESCLA-ORDEM-REC.
      *    CHAVE MOVIDA, PARA QUE O DESFAZMESCLA POSSA DEVOLVER TUDO
      *    AO CPF RETIRADO SE A MESCLA FOR INDEVIDA. O REGISTRO DO
      *    RETIRADO NO MESTRE E JORNALADO NO CLIJRNL E RESTAURADO
      *    PELO ESTORNOCLIENTE. AS PARTICIPACOES EM CONTA SEGUEM O
      *    MESMO MOLDE: TRANSFERIDA (PTC), APENAS RETIRADA PORQUE O
      *    SOBREVIVENTE JA PARTICIPAVA DA CONTA (PTD) E, NESSE CASO,
      *    A IMAGEM ANTERIOR DA PARTICIPACAO DO SOBREVIVENTE QUANDO
      *    ELA E PROMOVIDA A TITULAR (PTS). CONTATO ATIVO QUE CHEGA
      *    AO SOBREVIVENTE INATIVADO PELA MESCLA GERA UM CTI, COM A
      *    DATA DA SITUACAO ANTERIOR. OS VINCULOS DE RESPONSAVEL LEGAL
      *    SAO TRANSFERIDOS (RSP) OU APENAS RETIRADOS (RSD) QUANDO O
      *    SOBREVIVENTE JA TEM O MESMO VINCULO OU O VINCULO ERA ENTRE
      *    OS DOIS CPFS; A CHAVE LEVA O PAPEL DO RETIRADO NO VINCULO
      *    (M MENOR, R RESPONSAVEL) E O OUTRO CPF, QUE COM O CPF
      *    RETIRADO REFAZEM A CHAVE ORIGINAL.
      *-----------------------------------------------------------------
       FD  MESCLA-JORNAL
           LABEL RECORDS ARE STANDARD.
               88 MJR-CONTA-MOVIDA      VALUE "XRF".
               88 MJR-CONTATO-MOVIDO    VALUE "CTT".
               88 MJR-CONTATO-RETIRADO  VALUE "CTD".
               88 MJR-CONTATO-INATIVADO VALUE "CTI".
               88 MJR-PARTIC-MOVIDA     VALUE "PTC".
               88 MJR-PARTIC-RETIRADA   VALUE "PTD".
               88 MJR-PARTIC-SOBREVIVE  VALUE "PTS".
               88 MJR-VINCULO-MOVIDO    VALUE "RSP".
               88 MJR-VINCULO-RETIRADO  VALUE "RSD".
           02 MJR-CPF-SOBREVIVE     PIC X(12).
           02 MJR-CPF-RETIRADO      PIC X(12).
           02 MJR-CHAVE             PIC X(23).

       77  WRK-STATUS-HIST                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PART                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CLIRESP             PIC X(02) VALUE SPACES.

       77  WRK-FIM-ORDENS                 PIC X(01) VALUE "N".
           88  FIM-ORDENS                     VALUE "S".

       77  WRK-FIM-CONTATO                PIC X(01) VALUE "N".
           88  FIM-CONTATO                    VALUE "S".

       77  WRK-FIM-PART                   PIC X(01) VALUE "N".
           88  FIM-PART                       VALUE "S".

       77  WRK-FIM-RESPONSAVEL            PIC X(01) VALUE "N".
           88  FIM-RESPONSAVEL                VALUE "S".

       77  WRK-RESPONSAVEL-SW             PIC X(01) VALUE "N".
           88  RESPONSAVEIS-DISPONIVEL        VALUE "S".

      *-----------------------------------------------------------------
      *    IMAGEM DO VINCULO DE RESPONSAVEL LIDO SOB O CPF RETIRADO,
      *    GUARDADA ENTRE A EXCLUSAO E A REGRAVACAO SOB O SOBREVIVENTE.
      *-----------------------------------------------------------------
       77  WRK-RSP-SALVO                  PIC X(60) VALUE SPACES.

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

       77  WRK-ORDEM-OK-SW                PIC X(01) VALUE "S".
      *    TRANSFERIDOS: A CHAVE DO CONTATO COMECA PELO CPF, ENTAO A
      *    TRANSFERENCIA E UMA EXCLUSAO SEGUIDA DE INCLUSAO SOB O
      *    CPF SOBREVIVENTE, FEITA DEPOIS DA VARREDURA PARA NAO
      *    PERTURBAR A POSICAO DE LEITURA. A IMAGEM INTEIRA E GUARDADA
      *    PARA QUE O CONTATO CHEGUE AO SOBREVIVENTE COM A SITUACAO E
      *    AS DATAS QUE TINHA.
      *-----------------------------------------------------------------
       01  WRK-TABELA-CONTATOS.
           02 WRK-CTT-ITEM OCCURS 50 TIMES.
               03 WRK-TAB-CTT-VALOR     PIC X(11).
               03 WRK-TAB-CTT-TIPO      PIC X(01).
               03 WRK-TAB-CTT-DATA      PIC 9(08).
               03 WRK-TAB-CTT-IMAGEM    PIC X(80).

       77  WRK-CTT-USADOS                 PIC 9(02) COMP VALUE ZEROS.

       77  WRK-IDX-CTT                    PIC 9(02) COMP VALUE ZEROS.

      *-----------------------------------------------------------------
      *    PARTICIPACOES EM CONTA DO CPF RETIRADO, COLETADAS PELA
      *    CHAVE ALTERNATIVA DO CPF PELO MESMO MOTIVO DOS CONTATOS:
      *    A CHAVE DA PARTICIPACAO CONTEM O CPF.
      *-----------------------------------------------------------------
       01  WRK-TABELA-PARTICIPACOES.
           02 WRK-PTC-ITEM OCCURS 50 TIMES.
               03 WRK-TAB-PTC-CONTA     PIC X(14).
               03 WRK-TAB-PTC-PAPEL     PIC X(01).
               03 WRK-TAB-PTC-INICIO    PIC 9(08).
               03 WRK-TAB-PTC-FIM       PIC 9(08).

       77  WRK-PTC-USADOS                 PIC 9(02) COMP VALUE ZEROS.

       77  WRK-IDX-PTC                    PIC 9(02) COMP VALUE ZEROS.

       77  WRK-CONT-ORDENS                PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-MESCLADOS             PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-CONTATOS-MOVIDOS     PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-PARTIC-MOVIDAS       PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-CONTATOS-INATIV      PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-VINCULOS-MOVIDOS     PIC 9(05) VALUE ZEROS.

       01  WRK-LINHA-ORDEM.
           02 FILLER                PIC X(09) VALUE "MESCLA ".
           02 WRK-L-SOBREVIVE       PIC X(12).
           02 WRK-MJR-CTT-DATA      PIC 9(08).
           02 FILLER                PIC X(03).

      *-----------------------------------------------------------------
      *    NA PARTICIPACAO AS DATAS VAO EM BINARIO PARA QUE CONTA,
      *    PAPEL E AS DUAS DATAS CAIBAM NA CHAVE DO JORNAL.
      *-----------------------------------------------------------------
       01  WRK-MJR-CHAVE-PTC REDEFINES WRK-MJR-CHAVE.
           02 WRK-MJR-PTC-CONTA     PIC X(14).
           02 WRK-MJR-PTC-PAPEL     PIC X(01).
           02 WRK-MJR-PTC-INICIO    PIC 9(08) COMP.
           02 WRK-MJR-PTC-FIM       PIC 9(08) COMP.

      *-----------------------------------------------------------------
      *    NO CONTATO INATIVADO PELA MESCLA AS DATAS TAMBEM VAO EM
      *    BINARIO, PARA CABER A DATA DA SITUACAO ANTERIOR.
      *-----------------------------------------------------------------
       01  WRK-MJR-CHAVE-CTI REDEFINES WRK-MJR-CHAVE.
           02 WRK-MJR-CTI-VALOR     PIC X(11).
           02 WRK-MJR-CTI-TIPO      PIC X(01).
           02 WRK-MJR-CTI-DATA      PIC 9(08) COMP.
           02 WRK-MJR-CTI-SITUACAO  PIC 9(08) COMP.
           02 FILLER                PIC X(03).

       01  WRK-MJR-CHAVE-RSP REDEFINES WRK-MJR-CHAVE.
           02 WRK-MJR-RSP-PAPEL     PIC X(01).
           02 WRK-MJR-RSP-OUTRO     PIC X(12).
           02 WRK-MJR-RSP-INICIO    PIC 9(08) COMP.
           02 WRK-MJR-RSP-FIM       PIC 9(08) COMP.
           02 FILLER                PIC X(02).

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "MesclaClientes".

      *-----------------------------------------------------------------
      *    EXECUTA AS ORDENS DE MESCLA APROVADAS PELO OPERADOR A
      *    PARTIR DO RELATORIO DE DUPLICADOS (DUPRELAT): AS CONTAS DA
      *    REFERENCIA CRUZADA, OS CONTATOS (INATIVADOS, COMO NO
      *    ENCERRAMENTO), AS PARTICIPACOES EM CONTA (COTITULAR,
      *    PROCURADOR) E OS VINCULOS DE RESPONSAVEL LEGAL DO CPF
      *    RETIRADO PASSAM PARA O CPF SOBREVIVENTE, O REGISTRO
      *    RETIRADO E EXCLUIDO
      *    DO MESTRE E A OPERACAO INTEIRA SAI NO RELATORIO DE MESCLA
      *    E NO JORNAL DE ALTERACOES, DE ONDE O ESTORNO DE CLIENTES
      *    PODE DESFAZE-LA.
           OPEN I-O    CONTA-XREF.
           OPEN I-O    CONTATO-MASTER.
           OPEN I-O    CONTA-HISTORICO.

           OPEN I-O    CONTA-PARTICIPANTE.
           IF WRK-STATUS-PART = "35"
               CLOSE CONTA-PARTICIPANTE
               OPEN OUTPUT CONTA-PARTICIPANTE
               CLOSE CONTA-PARTICIPANTE
               OPEN I-O CONTA-PARTICIPANTE
           END-IF.

           OPEN I-O    CLIENTE-RESPONSAVEL.
           IF WRK-STATUS-CLIRESP = "00"
               SET RESPONSAVEIS-DISPONIVEL TO TRUE
           END-IF.

           OPEN INPUT  MESCLA-ORDENS.
           OPEN OUTPUT MESCLA-RELATORIO.

                   THRU 2500-COLETA-CONTATOS-EXIT
           END-IF.

           IF ORDEM-OK
               PERFORM 2700-COLETA-PARTICIPACOES
                   THRU 2700-COLETA-PARTICIPACOES-EXIT
           END-IF.

           IF ORDEM-OK
               PERFORM 3000-MOVE-CONTAS
                   THRU 3000-MOVE-CONTAS-EXIT
               PERFORM 4000-MOVE-CONTATOS
                   THRU 4000-MOVE-CONTATOS-EXIT
               PERFORM 4500-MOVE-PARTICIPACOES
                   THRU 4500-MOVE-PARTICIPACOES-EXIT
               PERFORM 4800-MOVE-RESPONSAVEIS
                   THRU 4800-MOVE-RESPONSAVEIS-EXIT
               PERFORM 5000-RETIRA-CLIENTE
                   THRU 5000-RETIRA-CLIENTE-EXIT
           END-IF.
           MOVE CTT-VALOR         TO WRK-TAB-CTT-VALOR(WRK-CTT-USADOS).
           MOVE CTT-TIPO          TO WRK-TAB-CTT-TIPO(WRK-CTT-USADOS).
           MOVE CTT-DATA-INCLUSAO TO WRK-TAB-CTT-DATA(WRK-CTT-USADOS).
           MOVE CONTATO-REC       TO WRK-TAB-CTT-IMAGEM(WRK-CTT-USADOS).

           READ CONTATO-MASTER NEXT RECORD
               AT END SET FIM-CONTATO TO TRUE
       2600-GUARDA-CONTATO-EXIT.
           EXIT.

       2700-COLETA-PARTICIPACOES.
      *-----------------------------------------------------------------
      *    COLETA (SOMENTE LEITURA) AS PARTICIPACOES DO CPF RETIRADO
      *    PELA CHAVE ALTERNATIVA DO CPF, COM O MESMO LIMITE E A
      *    MESMA REJEICAO SEM ALTERACAO DA COLETA DE CONTATOS.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-PTC-USADOS.
           MOVE "N"   TO WRK-FIM-PART.

           MOVE MRG-CPF-RETIRADO TO PTC-CPF.
           START CONTA-PARTICIPANTE KEY IS NOT LESS THAN PTC-CPF
               INVALID KEY
                   SET FIM-PART TO TRUE
           END-START.

           IF NOT FIM-PART
               READ CONTA-PARTICIPANTE NEXT RECORD
                   AT END SET FIM-PART TO TRUE
               END-READ
           END-IF.

           PERFORM 2800-GUARDA-PARTICIPACAO
               THRU 2800-GUARDA-PARTICIPACAO-EXIT
               UNTIL FIM-PART OR ORDEM-RUIM.
       2700-COLETA-PARTICIPACOES-EXIT.
           EXIT.

       2800-GUARDA-PARTICIPACAO.
           IF PTC-CPF NOT = MRG-CPF-RETIRADO
               SET FIM-PART TO TRUE
               GO TO 2800-GUARDA-PARTICIPACAO-EXIT
           END-IF.

           IF WRK-PTC-USADOS >= 50
               SET ORDEM-RUIM TO TRUE
               MOVE "RETIRADO COM MAIS DE 50 PARTICIPACOES"
                   TO WRK-L-SITUACAO
               PERFORM 2900-REJEITA-ORDEM
                   THRU 2900-REJEITA-ORDEM-EXIT
               GO TO 2800-GUARDA-PARTICIPACAO-EXIT
           END-IF.

           ADD 1 TO WRK-PTC-USADOS.
           MOVE PTC-CONTA       TO WRK-TAB-PTC-CONTA(WRK-PTC-USADOS).
           MOVE PTC-PAPEL       TO WRK-TAB-PTC-PAPEL(WRK-PTC-USADOS).
           MOVE PTC-DATA-INICIO TO WRK-TAB-PTC-INICIO(WRK-PTC-USADOS).
           MOVE PTC-DATA-FIM    TO WRK-TAB-PTC-FIM(WRK-PTC-USADOS).

           READ CONTA-PARTICIPANTE NEXT RECORD
               AT END SET FIM-PART TO TRUE
           END-READ.
       2800-GUARDA-PARTICIPACAO-EXIT.
           EXIT.

       4000-MOVE-CONTATOS.
      *-----------------------------------------------------------------
      *    TRANSFERE PARA O SOBREVIVENTE OS CONTATOS COLETADOS DO
      *    RETIRADO. CONTATO QUE O SOBREVIVENTE JA POSSUI NAO E
      *    DUPLICADO, APENAS O DO RETIRADO E EXCLUIDO. O CONTATO
      *    TRANSFERIDO CHEGA SEM A MARCA DE PRINCIPAL E, SE ESTAVA
      *    ATIVO, INATIVADO COM MOTIVO "ENC" NA DATA DA MESCLA, COMO
      *    NO ENCERRAMENTO DO CLIENTE; O DESFAZMESCLA O REATIVA.
      *-----------------------------------------------------------------
           PERFORM 4200-TRANSFERE-CONTATO
               THRU 4200-TRANSFERE-CONTATO-EXIT
           MOVE WRK-TAB-CTT-TIPO(WRK-IDX-CTT)  TO WRK-MJR-CTT-TIPO.
           MOVE WRK-TAB-CTT-DATA(WRK-IDX-CTT)  TO WRK-MJR-CTT-DATA.

           MOVE WRK-TAB-CTT-IMAGEM(WRK-IDX-CTT) TO CONTATO-REC.
           MOVE "CTT"             TO WRK-MJR-TIPO.
           IF CTT-ATIVO
               MOVE SPACES            TO WRK-MJR-CHAVE
               MOVE CTT-VALOR         TO WRK-MJR-CTI-VALOR
               MOVE CTT-TIPO          TO WRK-MJR-CTI-TIPO
               MOVE CTT-DATA-INCLUSAO TO WRK-MJR-CTI-DATA
               MOVE CTT-DATA-SITUACAO TO WRK-MJR-CTI-SITUACAO
               MOVE "CTI"             TO WRK-MJR-TIPO
               SET CTT-INATIVO        TO TRUE
               SET CTT-MOT-ENCERRADO  TO TRUE
               MOVE WRK-DATA-ATUAL    TO CTT-DATA-SITUACAO
           END-IF.
           MOVE MRG-CPF-SOBREVIVE TO CTT-CPF.
           SET CTT-NAO-PRINCIPAL  TO TRUE.
           MOVE "MTZ"             TO CTT-ORIGEM.
           MOVE "MESCLA"          TO CTT-OPERADOR.
           WRITE CONTATO-REC
               INVALID KEY
                   MOVE SPACES TO WRK-MJR-CHAVE
                   MOVE WRK-TAB-CTT-VALOR(WRK-IDX-CTT)
                       TO WRK-MJR-CTT-VALOR
                   MOVE WRK-TAB-CTT-TIPO(WRK-IDX-CTT)
                       TO WRK-MJR-CTT-TIPO
                   MOVE WRK-TAB-CTT-DATA(WRK-IDX-CTT)
                       TO WRK-MJR-CTT-DATA
                   MOVE "CTD" TO WRK-MJR-TIPO
                   PERFORM 6000-GRAVA-MESCLA-JORNAL
                       THRU 6000-GRAVA-MESCLA-JORNAL-EXIT
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-CONTATOS-MOVIDOS
                   IF WRK-MJR-TIPO = "CTI"
                       ADD 1 TO WRK-CONT-CONTATOS-INATIV
                   END-IF
                   MOVE "CONTATO" TO WRK-M-TIPO
                   MOVE WRK-TAB-CTT-VALOR(WRK-IDX-CTT) TO WRK-M-CHAVE
                   WRITE MESCLA-RELAT-LINHA FROM WRK-LINHA-MOVIDO
                   PERFORM 6000-GRAVA-MESCLA-JORNAL
                       THRU 6000-GRAVA-MESCLA-JORNAL-EXIT
           END-WRITE.
       4200-TRANSFERE-CONTATO-EXIT.
           EXIT.

       4500-MOVE-PARTICIPACOES.
      *-----------------------------------------------------------------
      *    TRANSFERE PARA O SOBREVIVENTE AS PARTICIPACOES COLETADAS
      *    DO RETIRADO. SE O SOBREVIVENTE JA PARTICIPA DA CONTA, A
      *    PARTICIPACAO DO RETIRADO E APENAS EXCLUIDA; SE ERA A DE
      *    TITULAR, A DO SOBREVIVENTE E PROMOVIDA, PARA ACOMPANHAR A
      *    REFERENCIA CRUZADA JA REAPONTADA.
      *-----------------------------------------------------------------
           PERFORM 4600-TRANSFERE-PARTICIPACAO
               THRU 4600-TRANSFERE-PARTICIPACAO-EXIT
               VARYING WRK-IDX-PTC FROM 1 BY 1
               UNTIL WRK-IDX-PTC > WRK-PTC-USADOS.
       4500-MOVE-PARTICIPACOES-EXIT.
           EXIT.

       4600-TRANSFERE-PARTICIPACAO.
           MOVE WRK-TAB-PTC-CONTA(WRK-IDX-PTC) TO PTC-CONTA.
           MOVE MRG-CPF-RETIRADO               TO PTC-CPF.
           DELETE CONTA-PARTICIPANTE
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR PARTICIPACAO DO "
                           "RETIRADO: " WRK-TAB-PTC-CONTA(WRK-IDX-PTC)
                   GO TO 4600-TRANSFERE-PARTICIPACAO-EXIT
           END-DELETE.

           MOVE SPACES TO WRK-MJR-CHAVE.
           MOVE WRK-TAB-PTC-CONTA(WRK-IDX-PTC)  TO WRK-MJR-PTC-CONTA.
           MOVE WRK-TAB-PTC-PAPEL(WRK-IDX-PTC)  TO WRK-MJR-PTC-PAPEL.
           MOVE WRK-TAB-PTC-INICIO(WRK-IDX-PTC) TO WRK-MJR-PTC-INICIO.
           MOVE WRK-TAB-PTC-FIM(WRK-IDX-PTC)    TO WRK-MJR-PTC-FIM.

           MOVE WRK-TAB-PTC-CONTA(WRK-IDX-PTC)  TO PTC-CONTA.
           MOVE MRG-CPF-SOBREVIVE               TO PTC-CPF.
           MOVE WRK-TAB-PTC-PAPEL(WRK-IDX-PTC)  TO PTC-PAPEL.
           MOVE WRK-TAB-PTC-INICIO(WRK-IDX-PTC) TO PTC-DATA-INICIO.
           MOVE WRK-TAB-PTC-FIM(WRK-IDX-PTC)    TO PTC-DATA-FIM.
           WRITE CONTA-PARTICIPANTE-REC
               INVALID KEY
                   MOVE "PTD" TO WRK-MJR-TIPO
                   PERFORM 6000-GRAVA-MESCLA-JORNAL
                       THRU 6000-GRAVA-MESCLA-JORNAL-EXIT
                   PERFORM 4700-PROMOVE-SOBREVIVENTE
                       THRU 4700-PROMOVE-SOBREVIVENTE-EXIT
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-PARTIC-MOVIDAS
                   MOVE "PARTICIP" TO WRK-M-TIPO
                   MOVE WRK-TAB-PTC-CONTA(WRK-IDX-PTC) TO WRK-M-CHAVE
                   WRITE MESCLA-RELAT-LINHA FROM WRK-LINHA-MOVIDO
                   MOVE "PTC" TO WRK-MJR-TIPO
                   PERFORM 6000-GRAVA-MESCLA-JORNAL
                       THRU 6000-GRAVA-MESCLA-JORNAL-EXIT
           END-WRITE.
       4600-TRANSFERE-PARTICIPACAO-EXIT.
           EXIT.

       4700-PROMOVE-SOBREVIVENTE.
      *-----------------------------------------------------------------
      *    SO QUANDO A PARTICIPACAO RETIRADA ERA A DE TITULAR EM
      *    ABERTO: A IMAGEM ANTERIOR DA PARTICIPACAO DO SOBREVIVENTE
      *    VAI PARA O JORNAL (PTS) E ELA PASSA A SER A DE TITULAR.
      *-----------------------------------------------------------------
           IF WRK-TAB-PTC-PAPEL(WRK-IDX-PTC) NOT = "T"
              OR WRK-TAB-PTC-FIM(WRK-IDX-PTC) NOT = ZEROS
               GO TO 4700-PROMOVE-SOBREVIVENTE-EXIT
           END-IF.

           MOVE WRK-TAB-PTC-CONTA(WRK-IDX-PTC) TO PTC-CONTA.
           MOVE MRG-CPF-SOBREVIVE              TO PTC-CPF.
           READ CONTA-PARTICIPANTE
               INVALID KEY
                   DISPLAY "PARTICIPACAO DO SOBREVIVENTE SUMIU: "
                           PTC-CHAVE
                   GO TO 4700-PROMOVE-SOBREVIVENTE-EXIT
           END-READ.

           MOVE SPACES          TO WRK-MJR-CHAVE.
           MOVE PTC-CONTA       TO WRK-MJR-PTC-CONTA.
           MOVE PTC-PAPEL       TO WRK-MJR-PTC-PAPEL.
           MOVE PTC-DATA-INICIO TO WRK-MJR-PTC-INICIO.
           MOVE PTC-DATA-FIM    TO WRK-MJR-PTC-FIM.

           SET PTC-TITULAR TO TRUE.
           MOVE WRK-TAB-PTC-INICIO(WRK-IDX-PTC) TO PTC-DATA-INICIO.
           MOVE ZEROS                           TO PTC-DATA-FIM.
           REWRITE CONTA-PARTICIPANTE-REC
               INVALID KEY
                   DISPLAY "ERRO AO PROMOVER SOBREVIVENTE: " PTC-CHAVE
               NOT INVALID KEY
                   MOVE "PTS" TO WRK-MJR-TIPO
                   PERFORM 6000-GRAVA-MESCLA-JORNAL
                       THRU 6000-GRAVA-MESCLA-JORNAL-EXIT
           END-REWRITE.
       4700-PROMOVE-SOBREVIVENTE-EXIT.
           EXIT.

       4800-MOVE-RESPONSAVEIS.
      *-----------------------------------------------------------------
      *    OS VINCULOS DE RESPONSAVEL LEGAL DO RETIRADO, COMO MENOR
      *    (CHAVE PRINCIPAL) OU COMO RESPONSAVEL (CHAVE ALTERNATIVA),
      *    PASSAM PARA O SOBREVIVENTE. A CHAVE CONTEM O CPF: CADA
      *    VINCULO E EXCLUIDO E REGRAVADO, COM O START REFEITO A CADA
      *    REGISTRO. SEM O CLIRESP NAO HA VINCULO A MOVER.
      *-----------------------------------------------------------------
           IF NOT RESPONSAVEIS-DISPONIVEL
               GO TO 4800-MOVE-RESPONSAVEIS-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-RESPONSAVEL.
           PERFORM 4810-MOVE-VINCULO-MENOR
               THRU 4810-MOVE-VINCULO-MENOR-EXIT
               UNTIL FIM-RESPONSAVEL.

           MOVE "N" TO WRK-FIM-RESPONSAVEL.
           PERFORM 4820-MOVE-VINCULO-RESP
               THRU 4820-MOVE-VINCULO-RESP-EXIT
               UNTIL FIM-RESPONSAVEL.
       4800-MOVE-RESPONSAVEIS-EXIT.
           EXIT.

       4810-MOVE-VINCULO-MENOR.
           MOVE MRG-CPF-RETIRADO TO RSP-CPF-MENOR.
           MOVE LOW-VALUES       TO RSP-CPF-RESPONSAVEL.
           START CLIENTE-RESPONSAVEL KEY IS NOT LESS THAN RSP-CHAVE
               INVALID KEY
                   SET FIM-RESPONSAVEL TO TRUE
                   GO TO 4810-MOVE-VINCULO-MENOR-EXIT
           END-START.

           READ CLIENTE-RESPONSAVEL NEXT RECORD
               AT END
                   SET FIM-RESPONSAVEL TO TRUE
                   GO TO 4810-MOVE-VINCULO-MENOR-EXIT
           END-READ.

           IF RSP-CPF-MENOR NOT = MRG-CPF-RETIRADO
               SET FIM-RESPONSAVEL TO TRUE
               GO TO 4810-MOVE-VINCULO-MENOR-EXIT
           END-IF.

           MOVE SPACES              TO WRK-MJR-CHAVE.
           MOVE "M"                 TO WRK-MJR-RSP-PAPEL.
           MOVE RSP-CPF-RESPONSAVEL TO WRK-MJR-RSP-OUTRO.
           PERFORM 4850-TRANSFERE-VINCULO
               THRU 4850-TRANSFERE-VINCULO-EXIT.
       4810-MOVE-VINCULO-MENOR-EXIT.
           EXIT.

       4820-MOVE-VINCULO-RESP.
           MOVE MRG-CPF-RETIRADO TO RSP-CPF-RESPONSAVEL.
           START CLIENTE-RESPONSAVEL
               KEY IS EQUAL TO RSP-CPF-RESPONSAVEL
               INVALID KEY
                   SET FIM-RESPONSAVEL TO TRUE
                   GO TO 4820-MOVE-VINCULO-RESP-EXIT
           END-START.

           READ CLIENTE-RESPONSAVEL NEXT RECORD
               AT END
                   SET FIM-RESPONSAVEL TO TRUE
                   GO TO 4820-MOVE-VINCULO-RESP-EXIT
           END-READ.

           MOVE SPACES        TO WRK-MJR-CHAVE.
           MOVE "R"           TO WRK-MJR-RSP-PAPEL.
           MOVE RSP-CPF-MENOR TO WRK-MJR-RSP-OUTRO.
           PERFORM 4850-TRANSFERE-VINCULO
               THRU 4850-TRANSFERE-VINCULO-EXIT.
       4820-MOVE-VINCULO-RESP-EXIT.
           EXIT.

       4850-TRANSFERE-VINCULO.
      *-----------------------------------------------------------------
      *    O VINCULO LIDO SOB O RETIRADO SAI DO ARQUIVO E VOLTA SOB O
      *    SOBREVIVENTE. SE O SOBREVIVENTE JA TEM O MESMO VINCULO, OU
      *    SE O VINCULO ERA ENTRE OS DOIS CPFS MESCLADOS, O DO
      *    RETIRADO E APENAS EXCLUIDO (RSD).
      *-----------------------------------------------------------------
           MOVE RSP-DATA-INICIO TO WRK-MJR-RSP-INICIO.
           MOVE RSP-DATA-FIM    TO WRK-MJR-RSP-FIM.
           MOVE RESPONSAVEL-REC TO WRK-RSP-SALVO.
           DELETE CLIENTE-RESPONSAVEL
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR VINCULO DO RETIRADO: "
                           RSP-CHAVE
                   SET FIM-RESPONSAVEL TO TRUE
                   GO TO 4850-TRANSFERE-VINCULO-EXIT
           END-DELETE.

           IF WRK-MJR-RSP-OUTRO = MRG-CPF-SOBREVIVE
               MOVE "RSD" TO WRK-MJR-TIPO
               PERFORM 6000-GRAVA-MESCLA-JORNAL
                   THRU 6000-GRAVA-MESCLA-JORNAL-EXIT
               GO TO 4850-TRANSFERE-VINCULO-EXIT
           END-IF.

           MOVE WRK-RSP-SALVO TO RESPONSAVEL-REC.
           IF WRK-MJR-RSP-PAPEL = "M"
               MOVE MRG-CPF-SOBREVIVE TO RSP-CPF-MENOR
           ELSE
               MOVE MRG-CPF-SOBREVIVE TO RSP-CPF-RESPONSAVEL
           END-IF.
           MOVE "MESCLA" TO RSP-PROGRAMA.
           WRITE RESPONSAVEL-REC
               INVALID KEY
                   MOVE "RSD" TO WRK-MJR-TIPO
                   PERFORM 6000-GRAVA-MESCLA-JORNAL
                       THRU 6000-GRAVA-MESCLA-JORNAL-EXIT
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-VINCULOS-MOVIDOS
                   MOVE "RESPONS." TO WRK-M-TIPO
                   MOVE WRK-MJR-RSP-OUTRO TO WRK-M-CHAVE
                   WRITE MESCLA-RELAT-LINHA FROM WRK-LINHA-MOVIDO
                   MOVE "RSP" TO WRK-MJR-TIPO
                   PERFORM 6000-GRAVA-MESCLA-JORNAL
                       THRU 6000-GRAVA-MESCLA-JORNAL-EXIT
           END-WRITE.
       4850-TRANSFERE-VINCULO-EXIT.
           EXIT.

       5000-RETIRA-CLIENTE.
      *-----------------------------------------------------------------
      *    EXCLUI O REGISTRO RETIRADO DO MESTRE, JORNALANDO A IMAGEM
           CLOSE CONTA-XREF.
           CLOSE CONTATO-MASTER.
           CLOSE CONTA-HISTORICO.
           CLOSE CONTA-PARTICIPANTE.
           IF RESPONSAVEIS-DISPONIVEL
               CLOSE CLIENTE-RESPONSAVEL
           END-IF.
           CLOSE MESCLA-ORDENS.
           CLOSE MESCLA-RELATORIO.
           CLOSE CLIENTE-JORNAL.
           DISPLAY "ORDENS REJEITADAS ...: " WRK-CONT-REJEITADAS.
           DISPLAY "CONTAS MOVIDAS ......: " WRK-CONT-CONTAS-MOVIDAS.
           DISPLAY "CONTATOS MOVIDOS ....: " WRK-CONT-CONTATOS-MOVIDOS.
           DISPLAY "PARTICIPACOES MOVIDAS: " WRK-CONT-PARTIC-MOVIDAS.
           DISPLAY "CONTATOS INATIVADOS .: " WRK-CONT-CONTATOS-INATIV.
           DISPLAY "VINCULOS RESPONSAVEL : " WRK-CONT-VINCULOS-MOVIDOS.

           MOVE WRK-CONT-MESCLADOS  TO AUD-R-MES.
           MOVE WRK-CONT-REJEITADAS TO AUD-R-REJ.
