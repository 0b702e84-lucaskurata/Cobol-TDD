                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-JORNAL.

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

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
           LABEL RECORDS ARE STANDARD.
           COPY JRNCOPY.

       FD  CLIENTE-STATUS
           LABEL RECORDS ARE STANDARD.
           COPY STSCOPY.

       FD  CONTATO-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CTTCOPY.

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-FIM-JORNAL                 PIC X(01) VALUE "N".
           88  FIM-JORNAL                     VALUE "S".

      *-----------------------------------------------------------------
      *    SITUACAO DO CLIENTE (CLISTAT) E CONTATOS (CONTMSTR): O
      *    ENCERRAMENTO, O BLOQUEIO E O DESBLOQUEIO DA MANUTENCAO SO
      *    MUDAM O CLISTAT (E O ENCERRAMENTO INATIVA OS CONTATOS).
      *    ARQUIVO QUE NAO ABRE DEIXA ESSAS OPERACOES COMO ERRO.
      *-----------------------------------------------------------------
       77  WRK-STATUS-CLISTAT             PIC X(02) VALUE SPACES.

       77  WRK-CLISTAT-SW                 PIC X(01) VALUE "N".
           88  CLISTAT-DISPONIVEL             VALUE "S".

       77  WRK-STATUS-CONTATO             PIC X(02) VALUE SPACES.

       77  WRK-CONTATO-SW                 PIC X(01) VALUE "N".
           88  CONTATOS-DISPONIVEL            VALUE "S".

       77  WRK-FIM-CONTATO                PIC X(01) VALUE "N".
           88  FIM-CONTATO                    VALUE "S".

       77  WRK-STS-RESTAURADA-SW          PIC X(01) VALUE "N".
           88  SITUACAO-RESTAURADA            VALUE "S".

       77  WRK-SITUACAO-ESPERADA          PIC X(01) VALUE SPACES.

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    PARAMETROS DO ESTORNO, LIDOS DO SYSIN EM UM UNICO CARTAO:
      *    A DATA A ESTORNAR (AAAAMMDD) E, OPCIONALMENTE, O SISTEMA

       77  WRK-CONT-ERROS                 PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-CTT-REATIVADOS        PIC 9(05) VALUE ZEROS.

       77  WRK-IDX-ESTORNO                PIC S9(05) COMP VALUE ZEROS.

      *-----------------------------------------------------------------
      *    DA APLICACAO (UM CPF PODE TER SIDO ALTERADO MAIS DE UMA
      *    VEZ NO MESMO LOTE), ENTAO OS REGISTROS DO JORNAL DA DATA
      *    SAO CARREGADOS NESTA TABELA E APLICADOS DE TRAS PARA
      *    FRENTE. A EXCLUSAO COM IMAGEM POSTERIOR E UM ENCERRAMENTO
      *    (O MESTRE FOI MANTIDO).
      *-----------------------------------------------------------------
       01  WRK-TABELA-JORNAL.
           02 WRK-JORNAL-ITEM OCCURS 5000 TIMES.
               03 WRK-TAB-FUNCAO        PIC X(01).
               03 WRK-TAB-CPF           PIC X(12).
               03 WRK-TAB-IMAGEM-ANTES  PIC X(145).
               03 WRK-TAB-ENCERRAMENTO  PIC X(01).
                   88 WRK-TAB-E-ENCERRAMENTO VALUE "S".

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "EstornoCliente".
       01  WRK-AUD-RESULTADO REDEFINES
               WRK-AUD-RESULTADO-GRP       PIC X(30).

      *-----------------------------------------------------------------
      *    AREA DO REGISTRO DE PARAMETROS CENTRAIS DO LOTE (PARMREAD)
      *-----------------------------------------------------------------
           COPY PRMCOPY.

      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                                       DIVISION.
      *    DESFAZ NO CADASTRO DE CLIENTES TODAS AS OPERACOES DE UMA
      *    DATA DE EXECUCAO REGISTRADAS NO JORNAL DE ALTERACOES:
      *    INCLUSOES SAO APAGADAS, ALTERACOES E EXCLUSOES VOLTAM A
      *    IMAGEM ANTERIOR. ENCERRAMENTO, BLOQUEIO E DESBLOQUEIO
      *    DEVOLVEM AO CLISTAT A SITUACAO ANTERIOR GUARDADA PELA
      *    MANUTENCAO, E O ENCERRAMENTO DESFEITO REATIVA OS CONTATOS
      *    QUE ELE INATIVOU. A DATA A ESTORNAR VEM DO SYSIN (AAAAMMDD)
      *    E AS OPERACOES SAO DESFEITAS NA ORDEM INVERSA.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.
                       WRK-ORIGEM-FILTRO
           END-IF.

           CALL "PARMREAD" USING PARAM-REC.
           IF PRM-DATA-PROC > 0
               MOVE PRM-DATA-PROC TO WRK-DATA-ATUAL
           ELSE
               DISPLAY "PARMFILE SEM DATA, USANDO DATA DO SISTEMA"
               ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
           END-IF.

           OPEN I-O   CLIENTE-MASTER.
           OPEN INPUT CLIENTE-JORNAL.

           OPEN I-O   CLIENTE-STATUS.
           IF WRK-STATUS-CLISTAT = "00"
               SET CLISTAT-DISPONIVEL TO TRUE
           END-IF.

           OPEN I-O   CONTATO-MASTER.
           IF WRK-STATUS-CONTATO = "00"
               SET CONTATOS-DISPONIVEL TO TRUE
           END-IF.

           READ CLIENTE-JORNAL
               AT END SET FIM-JORNAL TO TRUE
           END-READ.
               MOVE JRN-CPF    TO WRK-TAB-CPF(WRK-CONT-CARREGADOS)
               MOVE JRN-IMAGEM-ANTES
                   TO WRK-TAB-IMAGEM-ANTES(WRK-CONT-CARREGADOS)
               MOVE "N" TO WRK-TAB-ENCERRAMENTO(WRK-CONT-CARREGADOS)
               IF JRN-EXCLUSAO
                  AND JRN-IMAGEM-DEPOIS NOT = SPACES
                   SET WRK-TAB-E-ENCERRAMENTO(WRK-CONT-CARREGADOS)
                       TO TRUE
               END-IF
           END-IF.

           READ CLIENTE-JORNAL
               WHEN "D"
                   PERFORM 3300-DESFAZ-EXCLUSAO
                       THRU 3300-DESFAZ-EXCLUSAO-EXIT
               WHEN "B"
                   MOVE "B" TO WRK-SITUACAO-ESPERADA
                   PERFORM 3500-DESFAZ-SITUACAO
                       THRU 3500-DESFAZ-SITUACAO-EXIT
               WHEN "L"
                   MOVE "A" TO WRK-SITUACAO-ESPERADA
                   PERFORM 3500-DESFAZ-SITUACAO
                       THRU 3500-DESFAZ-SITUACAO-EXIT
               WHEN OTHER
                   ADD 1 TO WRK-CONT-ERROS
                   DISPLAY "FUNCAO DESCONHECIDA NO JORNAL: "
           EXIT.

       3300-DESFAZ-EXCLUSAO.
           IF WRK-TAB-E-ENCERRAMENTO(WRK-IDX-ESTORNO)
               PERFORM 3400-DESFAZ-ENCERRAMENTO
                   THRU 3400-DESFAZ-ENCERRAMENTO-EXIT
               GO TO 3300-DESFAZ-EXCLUSAO-EXIT
           END-IF.

           MOVE WRK-TAB-IMAGEM-ANTES(WRK-IDX-ESTORNO) TO CLIENTE-REC.
           WRITE CLIENTE-REC
               INVALID KEY
       3300-DESFAZ-EXCLUSAO-EXIT.
           EXIT.

       3400-DESFAZ-ENCERRAMENTO.
      *-----------------------------------------------------------------
      *    O MESTRE FOI MANTIDO NO ENCERRAMENTO: VOLTA A SITUACAO
      *    ANTERIOR NO CLISTAT E OS CONTATOS INATIVADOS PELO
      *    ENCERRAMENTO SAO REATIVADOS.
      *-----------------------------------------------------------------
           MOVE "E" TO WRK-SITUACAO-ESPERADA.
           PERFORM 3500-DESFAZ-SITUACAO THRU 3500-DESFAZ-SITUACAO-EXIT.
           IF SITUACAO-RESTAURADA
               PERFORM 3600-REATIVA-CONTATOS
                   THRU 3600-REATIVA-CONTATOS-EXIT
           END-IF.
       3400-DESFAZ-ENCERRAMENTO-EXIT.
           EXIT.

       3500-DESFAZ-SITUACAO.
      *-----------------------------------------------------------------
      *    SO E DESFEITA A MUDANCA QUE AINDA ESTA NO CLISTAT: GRAVADA
      *    PELA MANUTENCAO NA DATA DO ESTORNO, COM A SITUACAO QUE A
      *    OPERACAO DEIXOU. A SITUACAO E O MOTIVO ANTERIORES VOLTAM E
      *    SAO LIMPOS, DE MODO QUE UMA SEGUNDA MUDANCA DO MESMO CPF NA
      *    MESMA DATA SAI COMO ERRO EM VEZ DE SER DESFEITA COM DADOS
      *    ERRADOS. O CLIENTE QUE SAI DO ENCERRAMENTO RECEBE O MOTIVO
      *    "RAB", PARA QUE O EXTRATO DO CRM O REENVIE COMO INCLUSAO.
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-STS-RESTAURADA-SW.
           IF NOT CLISTAT-DISPONIVEL
               ADD 1 TO WRK-CONT-ERROS
               DISPLAY "ESTORNO: CLISTAT INDISPONIVEL CPF "
                       WRK-TAB-CPF(WRK-IDX-ESTORNO)
               GO TO 3500-DESFAZ-SITUACAO-EXIT
           END-IF.

           MOVE WRK-TAB-CPF(WRK-IDX-ESTORNO) TO STS-CPF.
           READ CLIENTE-STATUS
               INVALID KEY
                   ADD 1 TO WRK-CONT-ERROS
                   DISPLAY "ESTORNO: SITUACAO NAO ENCONTRADA CPF "
                           WRK-TAB-CPF(WRK-IDX-ESTORNO)
                   GO TO 3500-DESFAZ-SITUACAO-EXIT
           END-READ.

           IF STS-PROGRAMA NOT = "NIVELVAR"
              OR STS-DATA NOT = WRK-DATA-ESTORNO
              OR STS-SITUACAO NOT = WRK-SITUACAO-ESPERADA
              OR STS-SITUACAO-ANTERIOR = SPACES
               ADD 1 TO WRK-CONT-ERROS
               DISPLAY "ESTORNO: SITUACAO ALTERADA DEPOIS CPF "
                       WRK-TAB-CPF(WRK-IDX-ESTORNO)
               GO TO 3500-DESFAZ-SITUACAO-EXIT
           END-IF.

           MOVE STS-SITUACAO-ANTERIOR TO STS-SITUACAO.
           MOVE STS-MOTIVO-ANTERIOR   TO STS-MOTIVO.
           IF WRK-SITUACAO-ESPERADA = "E"
               SET STS-MOT-REABERTURA TO TRUE
           END-IF.
           MOVE SPACES          TO STS-SITUACAO-ANTERIOR
                                   STS-MOTIVO-ANTERIOR.
           MOVE WRK-DATA-ATUAL  TO STS-DATA.
           MOVE "ESTORNO"       TO STS-PROGRAMA.
           REWRITE CLIENTE-STATUS-REC
               INVALID KEY
                   ADD 1 TO WRK-CONT-ERROS
                   DISPLAY "ESTORNO: ERRO AO GRAVAR SITUACAO CPF "
                           WRK-TAB-CPF(WRK-IDX-ESTORNO)
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-ESTORNADOS
                   SET SITUACAO-RESTAURADA TO TRUE
           END-REWRITE.
       3500-DESFAZ-SITUACAO-EXIT.
           EXIT.

       3600-REATIVA-CONTATOS.
      *-----------------------------------------------------------------
      *    A CHAVE DO CONTATO COMECA PELO CPF. SO VOLTA A ATIVO O
      *    CONTATO INATIVADO PELO ENCERRAMENTO NA DATA DO ESTORNO; O
      *    INDICADOR DE PRINCIPAL FOI PERDIDO NO ENCERRAMENTO E NAO E
      *    RECUPERADO.
      *-----------------------------------------------------------------
           IF NOT CONTATOS-DISPONIVEL
               GO TO 3600-REATIVA-CONTATOS-EXIT
           END-IF.

           MOVE "N"        TO WRK-FIM-CONTATO.
           MOVE WRK-TAB-CPF(WRK-IDX-ESTORNO) TO CTT-CPF.
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

           PERFORM 3650-REATIVA-CONTATO
               THRU 3650-REATIVA-CONTATO-EXIT
               UNTIL FIM-CONTATO.
       3600-REATIVA-CONTATOS-EXIT.
           EXIT.

       3650-REATIVA-CONTATO.
           IF CTT-CPF NOT = WRK-TAB-CPF(WRK-IDX-ESTORNO)
               SET FIM-CONTATO TO TRUE
               GO TO 3650-REATIVA-CONTATO-EXIT
           END-IF.

           IF CTT-INATIVO
              AND CTT-MOT-ENCERRADO
              AND CTT-DATA-SITUACAO = WRK-DATA-ESTORNO
               SET CTT-ATIVO       TO TRUE
               MOVE SPACES         TO CTT-MOTIVO
               MOVE WRK-DATA-ATUAL TO CTT-DATA-SITUACAO
               REWRITE CONTATO-REC
                   INVALID KEY
                       ADD 1 TO WRK-CONT-ERROS
                       DISPLAY "ESTORNO: ERRO AO REATIVAR CONTATO "
                               CTT-CHAVE
                   NOT INVALID KEY
                       ADD 1 TO WRK-CONT-CTT-REATIVADOS
               END-REWRITE
           END-IF.

           READ CONTATO-MASTER NEXT RECORD
               AT END SET FIM-CONTATO TO TRUE
           END-READ.
       3650-REATIVA-CONTATO-EXIT.
           EXIT.

       9000-FINALIZA.
           CLOSE CLIENTE-MASTER.
           CLOSE CLIENTE-JORNAL.
           IF CLISTAT-DISPONIVEL
               CLOSE CLIENTE-STATUS
           END-IF.
           IF CONTATOS-DISPONIVEL
               CLOSE CONTATO-MASTER
           END-IF.

           DISPLAY "OPERACOES NO JORNAL DA DATA: " WRK-CONT-CARREGADOS.
           DISPLAY "OPERACOES ESTORNADAS ......: " WRK-CONT-ESTORNADOS.
           DISPLAY "CONTATOS REATIVADOS .......: "
                   WRK-CONT-CTT-REATIVADOS.
           DISPLAY "ERROS DE ESTORNO ..........: " WRK-CONT-ERROS.

           MOVE WRK-DATA-ESTORNO     TO WRK-AUD-CHAVE.
