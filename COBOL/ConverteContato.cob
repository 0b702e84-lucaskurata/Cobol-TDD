      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ConverteContato".
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
           SELECT CONTATO-VELHO   ASSIGN TO "CTTVELHO"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-VELHO.

           SELECT CONTATO-MASTER  ASSIGN TO "CONTMSTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS CTT-CHAVE
                                   FILE STATUS IS WRK-STATUS-CONTATO.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  CONTATO-VELHO
           RECORD CONTAINS 32 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CONTATO-VELHO-REC.
           02 CV-CHAVE          PIC X(23).
           02 CV-TIPO           PIC X(01).
           02 CV-DATA-INCLUSAO  PIC 9(08).

       FD  CONTATO-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CTTCOPY.

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-VELHO               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CONTATO             PIC X(02) VALUE SPACES.

       77  WRK-FIM-VELHO                  PIC X(01) VALUE "N".
           88  FIM-VELHO                      VALUE "S".

       77  WRK-CONT-CONVERTIDOS           PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-ERROS                 PIC 9(05) VALUE ZEROS.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "ConverteContato".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       01  WRK-AUD-RESULTADO-GRP.
           02 FILLER                       PIC X(04) VALUE "CNV=".
           02 AUD-R-CNV                    PIC 9(07).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "ERR=".
           02 AUD-R-ERR                    PIC 9(05).
           02 FILLER                       PIC X(09) VALUE SPACES.

       01  WRK-AUD-RESULTADO REDEFINES
               WRK-AUD-RESULTADO-GRP       PIC X(30).

      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
      *-----------------------------------------------------------------
      *    CONVERSAO UNICA DO CADASTRO DE CONTATOS PARA O LAYOUT COM
      *    SITUACAO, CONTATO PRINCIPAL E DATAS: LE O DESCARREGAMENTO
      *    SEQUENCIAL DO CLUSTER ANTIGO (32 BYTES, EM ORDEM DE CHAVE)
      *    E CARREGA O CLUSTER NOVO COM TODOS OS CONTATOS ATIVOS,
      *    SEM PRINCIPAL E COM A DATA DA SITUACAO IGUAL A DE INCLUSAO.
      *    A ORIGEM E O OPERADOR DA INCLUSAO NAO ERAM GUARDADOS E FICAM
      *    EM BRANCO.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-CONVERTE-CONTATO
               THRU 2000-CONVERTE-CONTATO-EXIT
               UNTIL FIM-VELHO.

           PERFORM 9000-FINALIZA THRU 9000-FINALIZA-EXIT.

           STOP RUN.

       1000-INICIALIZA.
           OPEN INPUT  CONTATO-VELHO.
           OPEN OUTPUT CONTATO-MASTER.

           READ CONTATO-VELHO
               AT END SET FIM-VELHO TO TRUE
           END-READ.
       1000-INICIALIZA-EXIT.
           EXIT.

       2000-CONVERTE-CONTATO.
           MOVE SPACES             TO CONTATO-REC.
           MOVE CV-CHAVE           TO CTT-CHAVE.
           MOVE CV-TIPO            TO CTT-TIPO.
           MOVE CV-DATA-INCLUSAO   TO CTT-DATA-INCLUSAO
                                      CTT-DATA-SITUACAO.
           SET CTT-ATIVO           TO TRUE.
           SET CTT-NAO-PRINCIPAL   TO TRUE.

           WRITE CONTATO-REC
               INVALID KEY
                   ADD 1 TO WRK-CONT-ERROS
                   DISPLAY "CHAVE FORA DE ORDEM OU DUPLICADA: "
                           CV-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-CONVERTIDOS
           END-WRITE.

           READ CONTATO-VELHO
               AT END SET FIM-VELHO TO TRUE
           END-READ.
       2000-CONVERTE-CONTATO-EXIT.
           EXIT.

       9000-FINALIZA.
           CLOSE CONTATO-VELHO.
           CLOSE CONTATO-MASTER.

           DISPLAY "CONTATOS CONVERTIDOS : " WRK-CONT-CONVERTIDOS.
           DISPLAY "ERROS DE CONVERSAO ..: " WRK-CONT-ERROS.

           MOVE WRK-CONT-CONVERTIDOS TO AUD-R-CNV.
           MOVE WRK-CONT-ERROS       TO AUD-R-ERR.

           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           IF WRK-CONT-ERROS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
