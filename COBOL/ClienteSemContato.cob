      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ClienteSemContato".
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
           SELECT CLIENTE-MASTER  ASSIGN TO "CLIMASTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS CPF
                                   ALTERNATE RECORD KEY IS NOME
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-MASTER.

           SELECT CLIENTE-STATUS  ASSIGN TO "CLISTAT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS STS-CPF
                                   FILE STATUS IS WRK-STATUS-CLISTAT.

           SELECT CONTATO-MASTER  ASSIGN TO "CONTMSTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CTT-CHAVE
                                   FILE STATUS IS WRK-STATUS-CONTATO.

           SELECT SEM-CONTATO-RELATORIO ASSIGN TO "SEMCTREL"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-RELAT.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  CLIENTE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CLICOPY.

       FD  CLIENTE-STATUS
           LABEL RECORDS ARE STANDARD.
           COPY STSCOPY.

       FD  CONTATO-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CTTCOPY.

       FD  SEM-CONTATO-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  SEMCT-RELAT-LINHA           PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-MASTER              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CLISTAT             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CONTATO             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-RELAT               PIC X(02) VALUE SPACES.

       77  WRK-FIM-MASTER                 PIC X(01) VALUE "N".
           88  FIM-MASTER                     VALUE "S".

       77  WRK-FIM-CONTATO                PIC X(01) VALUE "N".
           88  FIM-CONTATO                    VALUE "S".

       77  WRK-CLISTAT-ABERTO-SW          PIC X(01) VALUE "N".
           88  CLISTAT-DISPONIVEL             VALUE "S".

       77  WRK-CONTATO-ATIVO-SW           PIC X(01) VALUE "N".
           88  TEM-CONTATO-ATIVO              VALUE "S".

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CONTATOS INATIVOS DO CLIENTE E O MAIS RECENTE DELES (MOTIVO
      *    E DATA DA INATIVACAO), PARA ORIENTAR A BUSCA DE UM NUMERO
      *    NOVO.
      *-----------------------------------------------------------------
       77  WRK-QTDE-INATIVOS              PIC 9(03) VALUE ZEROS.

       77  WRK-ULT-MOTIVO                 PIC X(03) VALUE SPACES.

       77  WRK-ULT-DATA                   PIC 9(08) VALUE ZEROS.

       77  WRK-CONT-CLIENTES              PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-ENCERRADOS            PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-SEM-CONTATO           PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-SO-INATIVOS           PIC 9(07) VALUE ZEROS.

       01  WRK-LINHA-TITULO.
           02 FILLER                PIC X(40) VALUE
              "===== CLIENTES SEM CONTATO ATIVO EM ".
           02 WRK-T-DATA            PIC 9999/99/99.

       01  WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(13) VALUE "CPF".
           02 FILLER                PIC X(41) VALUE "NOME DO CLIENTE".
           02 FILLER                PIC X(10) VALUE "INATIVOS".
           02 FILLER                PIC X(07) VALUE "MOTIVO".
           02 FILLER                PIC X(10) VALUE "DESDE".

       01  WRK-LINHA-DETALHE.
           02 WRK-D-CPF             PIC X(12).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-NOME            PIC X(40).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-INATIVOS        PIC ZZ9.
           02 FILLER                PIC X(07) VALUE SPACES.
           02 WRK-D-MOTIVO          PIC X(03).
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-D-DATA            PIC X(10).

       01  WRK-DATA-EDITADA         PIC 9999/99/99.

       01  WRK-LINHA-TOTAL.
           02 WRK-TOT-TEXTO         PIC X(40).
           02 WRK-TOT-QTDE          PIC ZZZZZZ9.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "ClienteSemContato".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       01  WRK-AUD-RESULTADO-GRP.
           02 FILLER                       PIC X(04) VALUE "CLI=".
           02 AUD-R-CLIENTES               PIC 9(07).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "SCT=".
           02 AUD-R-SEM-CONTATO            PIC 9(07).
           02 FILLER                       PIC X(07) VALUE SPACES.

       01  WRK-AUD-RESULTADO REDEFINES
               WRK-AUD-RESULTADO-GRP       PIC X(30).

      *-----------------------------------------------------------------
      *    AREA DO REGISTRO DE PARAMETROS CENTRAIS DO LOTE (PARMREAD)
      *-----------------------------------------------------------------
           COPY PRMCOPY.

      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
      *-----------------------------------------------------------------
      *    LISTA OS CLIENTES QUE FICARAM SEM NENHUM TELEFONE ATIVO NO
      *    CADASTRO DE CONTATOS, SEJA PORQUE NUNCA TIVERAM UM, SEJA
      *    PORQUE TODOS FORAM INATIVADOS (DESLIGADOS, DE TERCEIROS,
      *    NUMEROS ERRADOS APONTADOS PELA COBRANCA). CLIENTE ENCERRADO
      *    NO CLISTAT NAO ENTRA NA LISTA. RETURN-CODE 4 QUANDO HA
      *    CLIENTE LISTADO.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-TRATA-CLIENTE THRU 2000-TRATA-CLIENTE-EXIT
               UNTIL FIM-MASTER.

           PERFORM 9000-FINALIZA THRU 9000-FINALIZA-EXIT.

           STOP RUN.

       1000-INICIALIZA.
           CALL "PARMREAD" USING PARAM-REC.
           IF PRM-DATA-PROC > 0
               MOVE PRM-DATA-PROC TO WRK-DATA-ATUAL
           ELSE
               DISPLAY "PARMFILE SEM DATA, USANDO DATA DO SISTEMA"
               ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
           END-IF.

           OPEN INPUT  CLIENTE-MASTER.
           OPEN INPUT  CONTATO-MASTER.

           OPEN INPUT  CLIENTE-STATUS.
           IF WRK-STATUS-CLISTAT = "00"
               SET CLISTAT-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CLISTAT AUSENTE, ENCERRADOS NAO EXCLUIDOS"
           END-IF.

           OPEN OUTPUT SEM-CONTATO-RELATORIO.
           MOVE WRK-DATA-ATUAL TO WRK-T-DATA.
           WRITE SEMCT-RELAT-LINHA FROM WRK-LINHA-TITULO.
           WRITE SEMCT-RELAT-LINHA FROM WRK-LINHA-CABECALHO.

           READ CLIENTE-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.
       1000-INICIALIZA-EXIT.
           EXIT.

       2000-TRATA-CLIENTE.
           IF CLISTAT-DISPONIVEL
               MOVE CPF TO STS-CPF
               READ CLIENTE-STATUS
                   INVALID KEY
                       MOVE SPACES TO STS-SITUACAO
               END-READ
               IF STS-ENCERRADO
                   ADD 1 TO WRK-CONT-ENCERRADOS
                   GO TO 2000-TRATA-CLIENTE-LEITURA
               END-IF
           END-IF.

           ADD 1 TO WRK-CONT-CLIENTES.
           PERFORM 2100-CONFERE-CONTATOS
               THRU 2100-CONFERE-CONTATOS-EXIT.
           IF TEM-CONTATO-ATIVO
               GO TO 2000-TRATA-CLIENTE-LEITURA
           END-IF.

           MOVE CPF               TO WRK-D-CPF.
           MOVE NOME              TO WRK-D-NOME.
           MOVE WRK-QTDE-INATIVOS TO WRK-D-INATIVOS.
           MOVE WRK-ULT-MOTIVO    TO WRK-D-MOTIVO.
           MOVE SPACES            TO WRK-D-DATA.
           IF WRK-QTDE-INATIVOS > 0
               MOVE WRK-ULT-DATA     TO WRK-DATA-EDITADA
               MOVE WRK-DATA-EDITADA TO WRK-D-DATA
               ADD 1 TO WRK-CONT-SO-INATIVOS
           END-IF.
           WRITE SEMCT-RELAT-LINHA FROM WRK-LINHA-DETALHE.
           ADD 1 TO WRK-CONT-SEM-CONTATO.

       2000-TRATA-CLIENTE-LEITURA.
           READ CLIENTE-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.
       2000-TRATA-CLIENTE-EXIT.
           EXIT.

       2100-CONFERE-CONTATOS.
      *-----------------------------------------------------------------
      *    A CHAVE DO CONTATO COMECA PELO CPF: O START POSICIONA NO
      *    PRIMEIRO TELEFONE DO CLIENTE E A LEITURA PARA NO PRIMEIRO
      *    CONTATO ATIVO OU QUANDO O CPF MUDA.
      *-----------------------------------------------------------------
           MOVE "N"        TO WRK-CONTATO-ATIVO-SW.
           MOVE "N"        TO WRK-FIM-CONTATO.
           MOVE ZEROS      TO WRK-QTDE-INATIVOS.
           MOVE SPACES     TO WRK-ULT-MOTIVO.
           MOVE ZEROS      TO WRK-ULT-DATA.

           MOVE CPF        TO CTT-CPF.
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

           PERFORM 2200-CONFERE-CONTATO
               THRU 2200-CONFERE-CONTATO-EXIT
               UNTIL FIM-CONTATO.
       2100-CONFERE-CONTATOS-EXIT.
           EXIT.

       2200-CONFERE-CONTATO.
           IF CTT-CPF NOT = CPF
               SET FIM-CONTATO TO TRUE
               GO TO 2200-CONFERE-CONTATO-EXIT
           END-IF.

           IF CTT-ATIVO
               SET TEM-CONTATO-ATIVO TO TRUE
               SET FIM-CONTATO       TO TRUE
               GO TO 2200-CONFERE-CONTATO-EXIT
           END-IF.

           ADD 1 TO WRK-QTDE-INATIVOS.
           IF CTT-DATA-SITUACAO NOT < WRK-ULT-DATA
               MOVE CTT-DATA-SITUACAO TO WRK-ULT-DATA
               MOVE CTT-MOTIVO        TO WRK-ULT-MOTIVO
           END-IF.

           READ CONTATO-MASTER NEXT RECORD
               AT END SET FIM-CONTATO TO TRUE
           END-READ.
       2200-CONFERE-CONTATO-EXIT.
           EXIT.

       9000-FINALIZA.
           MOVE SPACES TO SEMCT-RELAT-LINHA.
           WRITE SEMCT-RELAT-LINHA.
           MOVE "CLIENTES CONFERIDOS"           TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-CLIENTES               TO WRK-TOT-QTDE.
           WRITE SEMCT-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "CLIENTES ENCERRADOS IGNORADOS" TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-ENCERRADOS             TO WRK-TOT-QTDE.
           WRITE SEMCT-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "CLIENTES SEM CONTATO ATIVO"    TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-SEM-CONTATO            TO WRK-TOT-QTDE.
           WRITE SEMCT-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "  DOS QUAIS SO COM CONTATOS INATIVOS" TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-SO-INATIVOS            TO WRK-TOT-QTDE.
           WRITE SEMCT-RELAT-LINHA FROM WRK-LINHA-TOTAL.

           CLOSE CLIENTE-MASTER.
           CLOSE CONTATO-MASTER.
           IF CLISTAT-DISPONIVEL
               CLOSE CLIENTE-STATUS
           END-IF.
           CLOSE SEM-CONTATO-RELATORIO.

           DISPLAY "CLIENTES CONFERIDOS .: " WRK-CONT-CLIENTES.
           DISPLAY "ENCERRADOS IGNORADOS : " WRK-CONT-ENCERRADOS.
           DISPLAY "SEM CONTATO ATIVO ...: " WRK-CONT-SEM-CONTATO.
           DISPLAY "SO CONTATOS INATIVOS : " WRK-CONT-SO-INATIVOS.

           MOVE WRK-DATA-ATUAL       TO WRK-AUD-CHAVE.
           MOVE WRK-CONT-CLIENTES    TO AUD-R-CLIENTES.
           MOVE WRK-CONT-SEM-CONTATO TO AUD-R-SEM-CONTATO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           IF WRK-CONT-SEM-CONTATO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
