                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-EXTRATO.

           SELECT CLIENTE-STATUS  ASSIGN TO "CLISTAT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS STS-CPF
                                   FILE STATUS IS WRK-STATUS-CLISTAT.

           SELECT SORT-WORK       ASSIGN TO "SORTWK1".

       DATA                                            DIVISION.
           LABEL RECORDS ARE STANDARD.
       01  ANALITICO-EXTR-REC        PIC X(137).

       FD  CLIENTE-STATUS
           LABEL RECORDS ARE STANDARD.
           COPY STSCOPY.

       SD  SORT-WORK.
           COPY ANLCOPY.


       77  WRK-CONT-EXTRAIDOS             PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CLIENTE ENCERRADO NO CLISTAT (EXCLUSAO LOGICA) NAO ENTRA
      *    NO EXTRATO E PORTANTO EM NENHUM RELATORIO ANALITICO.
      *-----------------------------------------------------------------
       77  WRK-STATUS-CLISTAT             PIC X(02) VALUE SPACES.

       77  WRK-CLISTAT-ABERTO-SW          PIC X(01) VALUE "N".
           88  CLISTAT-DISPONIVEL             VALUE "S".

       77  WRK-CONT-ENCERRADOS            PIC 9(07) VALUE ZEROS.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "ExtraiAnalitico".

       2000-LE-CLIENTES.
           OPEN INPUT CLIENTE-MASTER.

           OPEN INPUT CLIENTE-STATUS.
           IF WRK-STATUS-CLISTAT = "00"
               SET CLISTAT-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CLISTAT AUSENTE, TODOS OS CLIENTES EXTRAIDOS"
           END-IF.

           READ CLIENTE-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.
               UNTIL FIM-MASTER.

           CLOSE CLIENTE-MASTER.
           IF CLISTAT-DISPONIVEL
               CLOSE CLIENTE-STATUS
           END-IF.
       2000-LE-CLIENTES-EXIT.
           EXIT.

       2100-RELEASE-CLIENTE.
           IF CLISTAT-DISPONIVEL
               MOVE CPF TO STS-CPF
               READ CLIENTE-STATUS
                   INVALID KEY
                       MOVE SPACES TO STS-SITUACAO
               END-READ
               IF STS-ENCERRADO
                   ADD 1 TO WRK-CONT-ENCERRADOS
                   GO TO 2100-RELEASE-CLIENTE-LEITURA
               END-IF
           END-IF.

           MOVE NOME               TO ANL-NOME.
           MOVE RG                 TO ANL-RG.
           MOVE CPF                TO ANL-CPF.
           MOVE DATA-NASC-NUM      TO ANL-DATA-NASC-NUM.
           RELEASE ANALITICO-REC.

       2100-RELEASE-CLIENTE-LEITURA.
           READ CLIENTE-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.
           CLOSE ANALITICO-EXTRATO.

           DISPLAY "CLIENTES EXTRAIDOS ..: " WRK-CONT-EXTRAIDOS.
           DISPLAY "CLIENTES ENCERRADOS .: " WRK-CONT-ENCERRADOS.

           MOVE WRK-CONT-EXTRAIDOS TO AUD-R-EXT.

