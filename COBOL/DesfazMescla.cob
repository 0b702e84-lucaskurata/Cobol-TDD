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

           SELECT DESFAZ-RELATORIO ASSIGN TO "DESFRELA"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-RELAT.
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
               03 MJR-CTT-TIPO      PIC X(01).
               03 MJR-CTT-DATA      PIC 9(08).
               03 FILLER            PIC X(03).
           02 MJR-CHAVE-PTC REDEFINES MJR-CHAVE.
               03 MJR-PTC-CONTA     PIC X(14).
               03 MJR-PTC-PAPEL     PIC X(01).
               03 MJR-PTC-INICIO    PIC 9(08) COMP.
               03 MJR-PTC-FIM       PIC 9(08) COMP.
           02 MJR-CHAVE-CTI REDEFINES MJR-CHAVE.
               03 MJR-CTI-VALOR     PIC X(11).
               03 MJR-CTI-TIPO      PIC X(01).
               03 MJR-CTI-DATA      PIC 9(08) COMP.
               03 MJR-CTI-SITUACAO  PIC 9(08) COMP.
               03 FILLER            PIC X(03).
           02 MJR-CHAVE-RSP REDEFINES MJR-CHAVE.
               03 MJR-RSP-PAPEL     PIC X(01).
                   88 MJR-RSP-ERA-MENOR     VALUE "M".
                   88 MJR-RSP-ERA-RESPONS   VALUE "R".
               03 MJR-RSP-OUTRO     PIC X(12).
               03 MJR-RSP-INICIO    PIC 9(08) COMP.
               03 MJR-RSP-FIM       PIC 9(08) COMP.
               03 FILLER            PIC X(02).

       FD  CONTA-XREF
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY HSTCOPY.

       FD  CONTA-PARTICIPANTE
           LABEL RECORDS ARE STANDARD.
           COPY PTCCOPY.

       FD  CLIENTE-RESPONSAVEL
           LABEL RECORDS ARE STANDARD.
           COPY RSPCOPY.

       FD  DESFAZ-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  DESFAZ-RELAT-LINHA        PIC X(80).

       77  WRK-STATUS-HIST                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PART                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-RELAT               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CLIRESP             PIC X(02) VALUE SPACES.

       77  WRK-RESPONSAVEL-SW             PIC X(01) VALUE "N".
           88  RESPONSAVEIS-DISPONIVEL        VALUE "S".

       77  WRK-FIM-MJRNL                  PIC X(01) VALUE "N".
           88  FIM-MJRNL                      VALUE "S".

      *-----------------------------------------------------------------
      *    IMAGEM DO CONTATO LIDA NO SOBREVIVENTE ANTES DA EXCLUSAO,
      *    PARA RECRIA-LO NO RETIRADO COM A SITUACAO QUE TINHA.
      *-----------------------------------------------------------------
       77  WRK-CTT-IMAGEM                 PIC X(80) VALUE SPACES.

      *-----------------------------------------------------------------
      *    IMAGEM DO VINCULO DE RESPONSAVEL LIDA NO SOBREVIVENTE, PELO
      *    MESMO MOTIVO.
      *-----------------------------------------------------------------
       77  WRK-RSP-IMAGEM                 PIC X(60) VALUE SPACES.

      *-----------------------------------------------------------------
      *    PARAMETROS DO DESFAZIMENTO, LIDOS DO SYSIN EM UM UNICO
      *    CARTAO: A DATA DA MESCLA (AAAAMMDD) E O CPF RETIRADO.
      *    JORNAL DE MESCLAS (MRGJRNL): AS CONTAS REAPONTADAS VOLTAM
      *    AO CPF RETIRADO E OS CONTATOS TRANSFERIDOS (OU APENAS
      *    RETIRADOS PORQUE O SOBREVIVENTE JA OS POSSUIA) SAO
      *    RECRIADOS SOB O CPF RETIRADO, ASSIM COMO AS PARTICIPACOES
      *    EM CONTA, E A PARTICIPACAO DO SOBREVIVENTE PROMOVIDA A
      *    TITULAR VOLTA A IMAGEM ANTERIOR. O CONTATO INATIVADO PELA
      *    MESCLA VOLTA ATIVO, COM A DATA DE SITUACAO QUE TINHA, E OS
      *    VINCULOS DE RESPONSAVEL LEGAL VOLTAM A CHAVE ORIGINAL. O
      *    REGISTRO DO RETIRADO NO MESTRE DE CLIENTES E RESTAURADO A
      *    PARTE, PELO ESTORNO DE CLIENTES (A EXCLUSAO FOI JORNALADA
      *    NO CLIJRNL COM ORIGEM MTZ/MESCLA). DATA E CPF RETIRADO VEM
      *    DO SYSIN.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

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

           OPEN OUTPUT DESFAZ-RELATORIO.

           READ MESCLA-JORNAL
                       PERFORM 4000-DEVOLVE-CONTATO
                           THRU 4000-DEVOLVE-CONTATO-EXIT
                   WHEN MJR-CONTATO-RETIRADO
                       MOVE SPACES TO WRK-CTT-IMAGEM
                       PERFORM 4500-RECRIA-CONTATO
                           THRU 4500-RECRIA-CONTATO-EXIT
                   WHEN MJR-CONTATO-INATIVADO
                       MOVE MJR-CTI-VALOR TO WRK-L-CHAVE
                       PERFORM 4300-DEVOLVE-CONTATO-INATIVO
                           THRU 4300-DEVOLVE-CONTATO-INATIVO-EXIT
                   WHEN MJR-VINCULO-MOVIDO
                       MOVE MJR-RSP-OUTRO TO WRK-L-CHAVE
                       PERFORM 6000-DEVOLVE-VINCULO
                           THRU 6000-DEVOLVE-VINCULO-EXIT
                   WHEN MJR-VINCULO-RETIRADO
                       MOVE MJR-RSP-OUTRO TO WRK-L-CHAVE
                       MOVE SPACES TO WRK-RSP-IMAGEM
                       PERFORM 6500-RECRIA-VINCULO
                           THRU 6500-RECRIA-VINCULO-EXIT
                   WHEN MJR-PARTIC-MOVIDA
                       MOVE MJR-PTC-CONTA TO WRK-L-CHAVE
                       PERFORM 5000-DEVOLVE-PARTICIPACAO
                           THRU 5000-DEVOLVE-PARTICIPACAO-EXIT
                   WHEN MJR-PARTIC-RETIRADA
                       MOVE MJR-PTC-CONTA TO WRK-L-CHAVE
                       PERFORM 5500-RECRIA-PARTICIPACAO
                           THRU 5500-RECRIA-PARTICIPACAO-EXIT
                   WHEN MJR-PARTIC-SOBREVIVE
                       MOVE MJR-PTC-CONTA TO WRK-L-CHAVE
                       PERFORM 5700-RESTAURA-SOBREVIVENTE
                           THRU 5700-RESTAURA-SOBREVIVENTE-EXIT
                   WHEN OTHER
                       ADD 1 TO WRK-CONT-ERROS
                       MOVE "TIPO DESCONHECIDO" TO WRK-L-ACAO
      *-----------------------------------------------------------------
      *    RETIRA DO SOBREVIVENTE O CONTATO TRANSFERIDO E O RECRIA
      *    SOB O CPF RETIRADO, COM O TIPO E A DATA DE INCLUSAO
      *    ORIGINAIS PRESERVADOS NO JORNAL DE MESCLAS. A SITUACAO
      *    ATUAL DO CONTATO NO SOBREVIVENTE ACOMPANHA A DEVOLUCAO.
      *-----------------------------------------------------------------
           MOVE SPACES            TO WRK-CTT-IMAGEM.
           MOVE MJR-CPF-SOBREVIVE TO CTT-CPF.
           MOVE MJR-CTT-VALOR     TO CTT-VALOR.
           READ CONTATO-MASTER
               INVALID KEY
                   MOVE SPACES      TO WRK-CTT-IMAGEM
               NOT INVALID KEY
                   MOVE CONTATO-REC TO WRK-CTT-IMAGEM
           END-READ.

           IF WRK-CTT-IMAGEM NOT = SPACES
               DELETE CONTATO-MASTER
                   INVALID KEY
                       MOVE SPACES TO WRK-CTT-IMAGEM
               END-DELETE
           END-IF.

           IF WRK-CTT-IMAGEM = SPACES
               ADD 1 TO WRK-CONT-ERROS
               MOVE "CONTATO SUMIU NO SOBREVIV" TO WRK-L-ACAO
               WRITE DESFAZ-RELAT-LINHA FROM WRK-LINHA-DESFEITO
           END-IF.

           PERFORM 4500-RECRIA-CONTATO
               THRU 4500-RECRIA-CONTATO-EXIT.
       4000-DEVOLVE-CONTATO-EXIT.
           EXIT.

       4300-DEVOLVE-CONTATO-INATIVO.
      *-----------------------------------------------------------------
      *    CONTATO QUE ESTAVA ATIVO NO RETIRADO E FOI INATIVADO PELA
      *    MESCLA: VOLTA AO CPF RETIRADO E, SE CONTINUA INATIVO PELO
      *    ENCERRAMENTO, E REATIVADO COM A DATA DE SITUACAO ANTERIOR.
      *    MUDANCA FEITA DEPOIS DA MESCLA (REINCLUSAO, SUBSTITUICAO)
      *    ACOMPANHA A DEVOLUCAO.
      *-----------------------------------------------------------------
           MOVE SPACES            TO WRK-CTT-IMAGEM.
           MOVE MJR-CPF-SOBREVIVE TO CTT-CPF.
           MOVE MJR-CTI-VALOR     TO CTT-VALOR.
           READ CONTATO-MASTER
               INVALID KEY
                   MOVE SPACES      TO WRK-CTT-IMAGEM
               NOT INVALID KEY
                   MOVE CONTATO-REC TO WRK-CTT-IMAGEM
           END-READ.

           IF WRK-CTT-IMAGEM NOT = SPACES
               DELETE CONTATO-MASTER
                   INVALID KEY
                       MOVE SPACES TO WRK-CTT-IMAGEM
               END-DELETE
           END-IF.

           IF WRK-CTT-IMAGEM = SPACES
               ADD 1 TO WRK-CONT-ERROS
               MOVE "CONTATO SUMIU NO SOBREVIV" TO WRK-L-ACAO
               WRITE DESFAZ-RELAT-LINHA FROM WRK-LINHA-DESFEITO
               MOVE SPACES           TO CONTATO-REC
               SET CTT-INATIVO       TO TRUE
               SET CTT-MOT-ENCERRADO TO TRUE
           ELSE
               MOVE WRK-CTT-IMAGEM   TO CONTATO-REC
           END-IF.

           IF CTT-INATIVO AND CTT-MOT-ENCERRADO
               SET CTT-ATIVO         TO TRUE
               MOVE SPACES           TO CTT-MOTIVO
               MOVE MJR-CTI-SITUACAO TO CTT-DATA-SITUACAO
           END-IF.

           SET CTT-NAO-PRINCIPAL TO TRUE.
           MOVE MJR-CPF-RETIRADO TO CTT-CPF.
           MOVE MJR-CTI-VALOR    TO CTT-VALOR.
           MOVE MJR-CTI-TIPO     TO CTT-TIPO.
           MOVE MJR-CTI-DATA     TO CTT-DATA-INCLUSAO.
           WRITE CONTATO-REC
               INVALID KEY
                   ADD 1 TO WRK-CONT-ERROS
                   MOVE "CONTATO JA EXISTIA" TO WRK-L-ACAO
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-DESFEITOS
                   MOVE "REATIVADO NO RETIRADO" TO WRK-L-ACAO
           END-WRITE.
           WRITE DESFAZ-RELAT-LINHA FROM WRK-LINHA-DESFEITO.
       4300-DEVOLVE-CONTATO-INATIVO-EXIT.
           EXIT.

       4500-RECRIA-CONTATO.
           IF WRK-CTT-IMAGEM = SPACES
               MOVE SPACES           TO CONTATO-REC
               SET CTT-ATIVO         TO TRUE
               SET CTT-NAO-PRINCIPAL TO TRUE
               MOVE MJR-CTT-DATA     TO CTT-DATA-SITUACAO
           ELSE
               MOVE WRK-CTT-IMAGEM   TO CONTATO-REC
               SET CTT-NAO-PRINCIPAL TO TRUE
           END-IF.

           MOVE MJR-CPF-RETIRADO TO CTT-CPF.
           MOVE MJR-CTT-VALOR    TO CTT-VALOR.
           MOVE MJR-CTT-TIPO     TO CTT-TIPO.
       4500-RECRIA-CONTATO-EXIT.
           EXIT.

       5000-DEVOLVE-PARTICIPACAO.
      *-----------------------------------------------------------------
      *    RETIRA DO SOBREVIVENTE A PARTICIPACAO TRANSFERIDA E A
      *    RECRIA SOB O CPF RETIRADO COM PAPEL E DATAS ORIGINAIS.
      *-----------------------------------------------------------------
           MOVE MJR-PTC-CONTA     TO PTC-CONTA.
           MOVE MJR-CPF-SOBREVIVE TO PTC-CPF.
           DELETE CONTA-PARTICIPANTE
               INVALID KEY
                   ADD 1 TO WRK-CONT-ERROS
                   MOVE "PARTICIP SUMIU NO SOBREV" TO WRK-L-ACAO
                   WRITE DESFAZ-RELAT-LINHA FROM WRK-LINHA-DESFEITO
           END-DELETE.

           PERFORM 5500-RECRIA-PARTICIPACAO
               THRU 5500-RECRIA-PARTICIPACAO-EXIT.
       5000-DEVOLVE-PARTICIPACAO-EXIT.
           EXIT.

       5500-RECRIA-PARTICIPACAO.
           MOVE MJR-PTC-CONTA    TO PTC-CONTA.
           MOVE MJR-CPF-RETIRADO TO PTC-CPF.
           MOVE MJR-PTC-PAPEL    TO PTC-PAPEL.
           MOVE MJR-PTC-INICIO   TO PTC-DATA-INICIO.
           MOVE MJR-PTC-FIM      TO PTC-DATA-FIM.
           WRITE CONTA-PARTICIPANTE-REC
               INVALID KEY
                   ADD 1 TO WRK-CONT-ERROS
                   MOVE "PARTICIPACAO JA EXISTIA" TO WRK-L-ACAO
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-DESFEITOS
                   MOVE "RECRIADO NO RETIRADO" TO WRK-L-ACAO
           END-WRITE.
           WRITE DESFAZ-RELAT-LINHA FROM WRK-LINHA-DESFEITO.
       5500-RECRIA-PARTICIPACAO-EXIT.
           EXIT.

       5700-RESTAURA-SOBREVIVENTE.
      *-----------------------------------------------------------------
      *    DEVOLVE A PARTICIPACAO DO SOBREVIVENTE AO PAPEL E DATAS
      *    QUE TINHA ANTES DE SER PROMOVIDA A TITULAR NA MESCLA.
      *-----------------------------------------------------------------
           MOVE MJR-PTC-CONTA     TO PTC-CONTA.
           MOVE MJR-CPF-SOBREVIVE TO PTC-CPF.
           READ CONTA-PARTICIPANTE
               INVALID KEY
                   ADD 1 TO WRK-CONT-ERROS
                   MOVE "PARTICIP SUMIU NO SOBREV" TO WRK-L-ACAO
                   WRITE DESFAZ-RELAT-LINHA FROM WRK-LINHA-DESFEITO
                   GO TO 5700-RESTAURA-SOBREVIVENTE-EXIT
           END-READ.

           MOVE MJR-PTC-PAPEL    TO PTC-PAPEL.
           MOVE MJR-PTC-INICIO   TO PTC-DATA-INICIO.
           MOVE MJR-PTC-FIM      TO PTC-DATA-FIM.
           REWRITE CONTA-PARTICIPANTE-REC
               INVALID KEY
                   ADD 1 TO WRK-CONT-ERROS
                   MOVE "ERRO AO RESTAURAR" TO WRK-L-ACAO
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-DESFEITOS
                   MOVE "RESTAURADO NO SOBREVIV" TO WRK-L-ACAO
           END-REWRITE.
           WRITE DESFAZ-RELAT-LINHA FROM WRK-LINHA-DESFEITO.
       5700-RESTAURA-SOBREVIVENTE-EXIT.
           EXIT.

       6000-DEVOLVE-VINCULO.
      *-----------------------------------------------------------------
      *    RETIRA DO SOBREVIVENTE O VINCULO DE RESPONSAVEL TRANSFERIDO
      *    E O RECRIA NA CHAVE ORIGINAL, COM O RETIRADO NO PAPEL QUE
      *    TINHA (MENOR OU RESPONSAVEL). A SITUACAO ATUAL DO VINCULO
      *    (ENCERRADO PELA MAIORIDADE, POR EXEMPLO) ACOMPANHA A
      *    DEVOLUCAO.
      *-----------------------------------------------------------------
           MOVE SPACES TO WRK-RSP-IMAGEM.
           IF NOT RESPONSAVEIS-DISPONIVEL
               GO TO 6000-DEVOLVE-VINCULO-RECRIA
           END-IF.

           IF MJR-RSP-ERA-MENOR
               MOVE MJR-CPF-SOBREVIVE TO RSP-CPF-MENOR
               MOVE MJR-RSP-OUTRO     TO RSP-CPF-RESPONSAVEL
           ELSE
               MOVE MJR-RSP-OUTRO     TO RSP-CPF-MENOR
               MOVE MJR-CPF-SOBREVIVE TO RSP-CPF-RESPONSAVEL
           END-IF.
           READ CLIENTE-RESPONSAVEL
               INVALID KEY
                   MOVE SPACES          TO WRK-RSP-IMAGEM
               NOT INVALID KEY
                   MOVE RESPONSAVEL-REC TO WRK-RSP-IMAGEM
           END-READ.

           IF WRK-RSP-IMAGEM NOT = SPACES
               DELETE CLIENTE-RESPONSAVEL
                   INVALID KEY
                       MOVE SPACES TO WRK-RSP-IMAGEM
               END-DELETE
           END-IF.

       6000-DEVOLVE-VINCULO-RECRIA.
           IF WRK-RSP-IMAGEM = SPACES
               ADD 1 TO WRK-CONT-ERROS
               MOVE "VINCULO SUMIU NO SOBREV" TO WRK-L-ACAO
               WRITE DESFAZ-RELAT-LINHA FROM WRK-LINHA-DESFEITO
           END-IF.

           PERFORM 6500-RECRIA-VINCULO
               THRU 6500-RECRIA-VINCULO-EXIT.
       6000-DEVOLVE-VINCULO-EXIT.
           EXIT.

       6500-RECRIA-VINCULO.
           IF NOT RESPONSAVEIS-DISPONIVEL
               ADD 1 TO WRK-CONT-ERROS
               MOVE "CLIRESP INDISPONIVEL" TO WRK-L-ACAO
               WRITE DESFAZ-RELAT-LINHA FROM WRK-LINHA-DESFEITO
               GO TO 6500-RECRIA-VINCULO-EXIT
           END-IF.

           IF WRK-RSP-IMAGEM = SPACES
               MOVE SPACES         TO RESPONSAVEL-REC
               MOVE MJR-RSP-INICIO TO RSP-DATA-INICIO
               MOVE MJR-RSP-FIM    TO RSP-DATA-FIM
           ELSE
               MOVE WRK-RSP-IMAGEM TO RESPONSAVEL-REC
           END-IF.

           IF MJR-RSP-ERA-MENOR
               MOVE MJR-CPF-RETIRADO TO RSP-CPF-MENOR
               MOVE MJR-RSP-OUTRO    TO RSP-CPF-RESPONSAVEL
           ELSE
               MOVE MJR-RSP-OUTRO    TO RSP-CPF-MENOR
               MOVE MJR-CPF-RETIRADO TO RSP-CPF-RESPONSAVEL
           END-IF.
           MOVE "DESFMESC" TO RSP-PROGRAMA.
           WRITE RESPONSAVEL-REC
               INVALID KEY
                   ADD 1 TO WRK-CONT-ERROS
                   MOVE "VINCULO JA EXISTIA" TO WRK-L-ACAO
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-DESFEITOS
                   MOVE "RECRIADO NO RETIRADO" TO WRK-L-ACAO
           END-WRITE.
           WRITE DESFAZ-RELAT-LINHA FROM WRK-LINHA-DESFEITO.
       6500-RECRIA-VINCULO-EXIT.
           EXIT.

       9000-FINALIZA.
           CLOSE MESCLA-JORNAL.
           CLOSE CONTA-XREF.
           CLOSE CONTATO-MASTER.
           CLOSE CONTA-HISTORICO.
           CLOSE CONTA-PARTICIPANTE.
           IF RESPONSAVEIS-DISPONIVEL
               CLOSE CLIENTE-RESPONSAVEL
           END-IF.
           CLOSE DESFAZ-RELATORIO.

           DISPLAY "REGISTROS DO JORNAL LIDOS: " WRK-CONT-LIDOS.
