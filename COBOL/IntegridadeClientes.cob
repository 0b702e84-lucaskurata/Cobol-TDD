                                   RECORD KEY IS CTT-CHAVE
                                   FILE STATUS IS WRK-STATUS-CONTATO.

           SELECT CONTA-PARTICIPANTE ASSIGN TO "CTAPART"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS PTC-CHAVE
                                   ALTERNATE RECORD KEY IS PTC-CPF
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-PART.

           SELECT INTEGRIDADE-RELATORIO ASSIGN TO "INTGRELA"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-RELAT.
           LABEL RECORDS ARE STANDARD.
           COPY CTTCOPY.

       FD  CONTA-PARTICIPANTE
           LABEL RECORDS ARE STANDARD.
           COPY PTCCOPY.

       FD  INTEGRIDADE-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  INTEGRIDADE-RELAT-LINHA   PIC X(80).
           02 INTG-HORA             PIC 9(08).
           02 INTG-TIPO             PIC X(03).
           02 INTG-CPF              PIC X(12).
           02 INTG-IMAGEM           PIC X(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77  WRK-STATUS-CONTATO             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PART                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-RELAT               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-JORNAL              PIC X(02) VALUE SPACES.
       77  WRK-FIM-CONTATO                PIC X(01) VALUE "N".
           88  FIM-CONTATO                    VALUE "S".

       77  WRK-FIM-PART                   PIC X(01) VALUE "N".
           88  FIM-PART                       VALUE "S".

       77  WRK-PART-SW                    PIC X(01) VALUE "N".
           88  PARTICIPANTES-DISPONIVEL       VALUE "S".

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------

       77  WRK-CONT-CTT-REMOVIDOS        PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-PTC-LIDOS             PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-PTC-ORFAOS            PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-PTC-REMOVIDOS        PIC 9(05) VALUE ZEROS.

       01  WRK-LINHA-ORFAO.
           02 WRK-O-TIPO            PIC X(03).
           02 FILLER                PIC X(08) VALUE " ORFAO: ".
           02 FILLER                PIC X(17) VALUE "  CONTATOS ORFAOS".
           02 FILLER                PIC X(02) VALUE ": ".
           02 WRK-R-CTT             PIC ZZZZ9.
           02 FILLER                PIC X(19) VALUE
              "  PARTICIP ORFAOS: ".
           02 WRK-R-PTC             PIC ZZZZ9.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "IntegridadeClientes".
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "CTT=".
           02 AUD-R-CTT                    PIC 9(05).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "PTC=".
           02 AUD-R-PTC                    PIC 9(05).
           02 FILLER                       PIC X(01) VALUE SPACE.

       01  WRK-AUD-RESULTADO REDEFINES
               WRK-AUD-RESULTADO-GRP       PIC X(30).
      *    ENTRADAS DA REFERENCIA CRUZADA DE CONTAS (CTAXREF) E DO
      *    CADASTRO DE CONTATOS (CONTMSTR) COM O CADASTRO DE CLIENTES
      *    E REPORTA TODA ENTRADA CUJO CPF NAO EXISTE MAIS NO MESTRE
      *    (CLIENTE EXCLUIDO SEM LIMPEZA DOS VINCULOS). O CADASTRO
      *    DE PARTICIPANTES DA CONTA (CTAPART) E CONFERIDO TAMBEM
      *    CONTRA A REFERENCIA CRUZADA: PARTICIPANTE DE CONTA QUE NAO
      *    EXISTE MAIS TAMBEM E ORFAO. COM A OPCAO "S" NO SYSIN AS
      *    ENTRADAS ORFAS SAO REMOVIDAS, CADA UMA JORNALADA COM SUA
      *    IMAGEM COMPLETA ANTES DA REMOCAO.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

               THRU 3000-VARRE-CONTATOS-EXIT
               UNTIL FIM-CONTATO.

           PERFORM 3500-VARRE-PARTICIPANTES
               THRU 3500-VARRE-PARTICIPANTES-EXIT
               UNTIL FIM-PART.

           PERFORM 9000-FINALIZA THRU 9000-FINALIZA-EXIT.

           STOP RUN.
           OPEN I-O    CONTATO-MASTER.
           OPEN OUTPUT INTEGRIDADE-RELATORIO.

           OPEN I-O    CONTA-PARTICIPANTE.
           IF WRK-STATUS-PART = "00"
               SET PARTICIPANTES-DISPONIVEL TO TRUE
           ELSE
               SET FIM-PART TO TRUE
           END-IF.

           OPEN EXTEND INTEGRIDADE-JORNAL.
           IF WRK-STATUS-JORNAL = "35"
               OPEN OUTPUT INTEGRIDADE-JORNAL
           READ CONTATO-MASTER NEXT RECORD
               AT END SET FIM-CONTATO TO TRUE
           END-READ.

           IF PARTICIPANTES-DISPONIVEL
               READ CONTA-PARTICIPANTE NEXT RECORD
                   AT END SET FIM-PART TO TRUE
               END-READ
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

       3100-REMOVE-CONTATO-EXIT.
           EXIT.

       3500-VARRE-PARTICIPANTES.
      *-----------------------------------------------------------------
      *    RODA DEPOIS DA VARREDURA DA REFERENCIA CRUZADA, ENTAO A
      *    CONTA REMOVIDA NELA NESTA MESMA EXECUCAO JA FAZ DOS SEUS
      *    PARTICIPANTES ORFAOS.
      *-----------------------------------------------------------------
           ADD 1 TO WRK-CONT-PTC-LIDOS.
           MOVE PTC-CPF TO CPF.
           PERFORM 4000-CONFERE-CPF THRU 4000-CONFERE-CPF-EXIT.

           IF CPF-CADASTRADO
               MOVE PTC-CONTA TO XRF-CONTA
               READ CONTA-XREF
                   INVALID KEY
                       SET CPF-ORFAO TO TRUE
               END-READ
           END-IF.

           IF CPF-ORFAO
               ADD 1 TO WRK-CONT-PTC-ORFAOS
               MOVE "PTC"       TO WRK-O-TIPO
               MOVE PTC-CONTA   TO WRK-O-CHAVE
               MOVE PTC-CPF     TO WRK-O-CPF
               IF REMOVER-ORFAOS
                   PERFORM 3600-REMOVE-PARTICIPANTE
                       THRU 3600-REMOVE-PARTICIPANTE-EXIT
               ELSE
                   MOVE "PENDENTE" TO WRK-O-ACAO
               END-IF
               WRITE INTEGRIDADE-RELAT-LINHA FROM WRK-LINHA-ORFAO
           END-IF.

           READ CONTA-PARTICIPANTE NEXT RECORD
               AT END SET FIM-PART TO TRUE
           END-READ.
       3500-VARRE-PARTICIPANTES-EXIT.
           EXIT.

       3600-REMOVE-PARTICIPANTE.
           MOVE WRK-DATA-ATUAL TO INTG-DATA.
           ACCEPT INTG-HORA FROM TIME.
           MOVE "PTC"          TO INTG-TIPO.
           MOVE PTC-CPF        TO INTG-CPF.
           MOVE CONTA-PARTICIPANTE-REC TO INTG-IMAGEM.
           WRITE INTEGRIDADE-JORNAL-REC.

           DELETE CONTA-PARTICIPANTE
               INVALID KEY
                   MOVE "ERRO" TO WRK-O-ACAO
                   DISPLAY "ERRO AO REMOVER PARTICIPANTE: " PTC-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-PTC-REMOVIDOS
                   MOVE "REMOVIDO" TO WRK-O-ACAO
           END-DELETE.
       3600-REMOVE-PARTICIPANTE-EXIT.
           EXIT.

       4000-CONFERE-CPF.
           SET CPF-CADASTRADO TO TRUE.
           READ CLIENTE-MASTER
       9000-FINALIZA.
           MOVE WRK-CONT-XREF-ORFAS TO WRK-R-XREF.
           MOVE WRK-CONT-CTT-ORFAOS TO WRK-R-CTT.
           MOVE WRK-CONT-PTC-ORFAOS TO WRK-R-PTC.
           WRITE INTEGRIDADE-RELAT-LINHA FROM WRK-LINHA-RESUMO.

           CLOSE CLIENTE-MASTER.
           CLOSE CONTA-XREF.
           CLOSE CONTATO-MASTER.
           IF PARTICIPANTES-DISPONIVEL
               CLOSE CONTA-PARTICIPANTE
           END-IF.
           CLOSE INTEGRIDADE-RELATORIO.
           CLOSE INTEGRIDADE-JORNAL.

           DISPLAY "CONTATOS LIDOS ......: " WRK-CONT-CTT-LIDOS.
           DISPLAY "CONTATOS ORFAOS .....: " WRK-CONT-CTT-ORFAOS.
           DISPLAY "CONTATOS REMOVIDOS ..: " WRK-CONT-CTT-REMOVIDOS.
           DISPLAY "PARTICIPANTES LIDOS .: " WRK-CONT-PTC-LIDOS.
           DISPLAY "PARTICIP. ORFAOS ....: " WRK-CONT-PTC-ORFAOS.
           DISPLAY "PARTICIP. REMOVIDOS .: " WRK-CONT-PTC-REMOVIDOS.

           MOVE WRK-CONT-XREF-ORFAS TO AUD-R-XRF.
           MOVE WRK-CONT-CTT-ORFAOS TO AUD-R-CTT.
           MOVE WRK-CONT-PTC-ORFAOS TO AUD-R-PTC.

           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE

           IF WRK-CONT-XREF-ORFAS > 0
              OR WRK-CONT-CTT-ORFAOS > 0
              OR WRK-CONT-PTC-ORFAOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
