      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "TriagemInclusoes".
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
           SELECT CLIENTE-LIMPO   ASSIGN TO "CLILIMPO"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-LIMPO.

           SELECT SANCAO-DISPOSICAO ASSIGN TO "SANDISP"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS DSP-CHAVE
                                   FILE STATUS IS WRK-STATUS-DISPOSICAO.

           SELECT SANCAO-ALERTA   ASSIGN TO "SANALERT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-ALERTA.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  CLIENTE-LIMPO
           RECORD CONTAINS 149 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TRANS-REC.
           02 TRANS-FUNCAO      PIC X(01).
               88 TRANS-INCLUI      VALUE "A".
               88 TRANS-CONTROLE    VALUE "0" "9".
           02 TRANS-CLIENTE.
               03 TRANS-NOME      PIC X(40).
               03 TRANS-RG        PIC X(10).
               03 TRANS-CPF       PIC X(12).
               03 TRANS-ENDERECO  PIC X(66).
               03 TRANS-DATA-NASC-NUM.
                   04 TRANS-DIA  PIC 9(02).
                   04 TRANS-MES  PIC 9(02).
                   04 TRANS-ANO  PIC 9(04).
               03 TRANS-SEXO-CODE PIC X.
           02 TRANS-ORIGEM      PIC X(03).
           02 TRANS-OPERADOR    PIC X(08).

       FD  SANCAO-DISPOSICAO
           LABEL RECORDS ARE STANDARD.
           COPY DSPCOPY.

       FD  SANCAO-ALERTA
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY ALRCOPY.

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-LIMPO               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-DISPOSICAO          PIC X(02) VALUE SPACES.

       77  WRK-STATUS-ALERTA              PIC X(02) VALUE SPACES.

       77  WRK-FIM-LIMPO                  PIC X(01) VALUE "N".
           88  FIM-LIMPO                      VALUE "S".

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

       77  WRK-LIMIAR-PADRAO              PIC 9(03) VALUE 80.

       77  WRK-IDX-ACHADO                 PIC 9(02) COMP VALUE ZEROS.

       01  WRK-CPF-CHAVE.
           02 WRK-CPF-NUM           PIC X(11).
           02 FILLER                PIC X(01).

       01  WRK-NASC-AAAAMMDD.
           02 WRK-NASC-ANO          PIC 9(04).
           02 WRK-NASC-MES          PIC 9(02).
           02 WRK-NASC-DIA          PIC 9(02).
       01  WRK-NASC-NUM REDEFINES WRK-NASC-AAAAMMDD PIC 9(08).

      *-----------------------------------------------------------------
      *    AREA DE CHAMADA DO SANMATCH (TRIAGEM DE NOMES)
      *-----------------------------------------------------------------
           COPY SMTCOPY.

       77  WRK-CONT-INCLUSOES             PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-ALERTAS               PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-SUPRIMIDOS            PIC 9(07) VALUE ZEROS.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "TriagemInclusoes".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       77  WRK-AUD-RESULTADO               PIC X(30) VALUE SPACES.

       01  WRK-AUD-RESUMO.
           02 FILLER                PIC X(13) VALUE "ALERTAS NOVOS".
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-AUD-QTDE          PIC 9(07).
           02 FILLER                PIC X(09) VALUE SPACES.

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
      *    TRIA CONTRA AS LISTAS RESTRITIVAS AS INCLUSOES DE CLIENTE
      *    DO MOVIMENTO JA PRE-EDITADO (CLILIMPO), ANTES DA
      *    MANUTENCAO DO CADASTRO, COM AS MESMAS REGRAS DA TRIAGEM
      *    NOTURNA. O MOVIMENTO SO E LIDO: A INCLUSAO SEGUE PARA O
      *    NIVELVAR E O ALERTA VAI PARA A FILA DO COMPLIANCE, QUE
      *    BLOQUEIA O CLIENTE AO CONFIRMAR. RETURN-CODE 4 QUANDO HA
      *    ALERTA NOVO OU AS LISTAS NAO ESTAO CARREGADAS.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-TRIA-INCLUSAO
               THRU 2000-TRIA-INCLUSAO-EXIT
               UNTIL FIM-LIMPO.

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

           IF PRM-SCORE-TRIAGEM NUMERIC
              AND PRM-SCORE-TRIAGEM > 0
              AND PRM-SCORE-TRIAGEM NOT > 100
               MOVE PRM-SCORE-TRIAGEM TO SMT-LIMIAR
           ELSE
               MOVE WRK-LIMIAR-PADRAO TO SMT-LIMIAR
           END-IF.

           MOVE "A" TO SMT-FUNCAO.
           CALL "SANMATCH" USING SANCAO-TRIAGEM-AREA.
           IF NOT SMT-OK
               DISPLAY "LISTAS RESTRITIVAS NAO CARREGADAS (SANMSTR)"
               DISPLAY "INCLUSOES DO MOVIMENTO NAO TRIADAS"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CLIENTE-LIMPO.

           OPEN I-O SANCAO-DISPOSICAO.
           IF WRK-STATUS-DISPOSICAO = "35"
               CLOSE SANCAO-DISPOSICAO
               OPEN OUTPUT SANCAO-DISPOSICAO
               CLOSE SANCAO-DISPOSICAO
               OPEN I-O SANCAO-DISPOSICAO
           END-IF.

           OPEN OUTPUT SANCAO-ALERTA.

           READ CLIENTE-LIMPO
               AT END SET FIM-LIMPO TO TRUE
           END-READ.
       1000-INICIALIZA-EXIT.
           EXIT.

       2000-TRIA-INCLUSAO.
      *-----------------------------------------------------------------
      *    SO AS INCLUSOES SAO TRIADAS AQUI (ALTERACOES DE NOME SAO
      *    COBERTAS PELA TRIAGEM NOTURNA DO CADASTRO). HEADER E
      *    TRAILER JA FORAM CONFERIDOS NA PRE-EDICAO. CPF NAO
      *    NUMERICO SERA REJEITADO PELA MANUTENCAO E NAO E TRIADO.
      *-----------------------------------------------------------------
           IF TRANS-CONTROLE
              OR NOT TRANS-INCLUI
               GO TO 2000-TRIA-INCLUSAO-LEITURA
           END-IF.

           MOVE TRANS-CPF TO WRK-CPF-CHAVE.
           IF WRK-CPF-NUM NOT NUMERIC
               GO TO 2000-TRIA-INCLUSAO-LEITURA
           END-IF.

           ADD 1 TO WRK-CONT-INCLUSOES.

           MOVE ZEROS TO WRK-NASC-NUM.
           IF TRANS-DATA-NASC-NUM NUMERIC
               MOVE TRANS-ANO TO WRK-NASC-ANO
               MOVE TRANS-MES TO WRK-NASC-MES
               MOVE TRANS-DIA TO WRK-NASC-DIA
           END-IF.

           MOVE "T"          TO SMT-FUNCAO.
           MOVE TRANS-NOME   TO SMT-NOME.
           MOVE WRK-NASC-NUM TO SMT-DATA-NASC.
           MOVE TRANS-CPF    TO SMT-CPF.
           CALL "SANMATCH" USING SANCAO-TRIAGEM-AREA.

           IF SMT-ACHADOS-EXCEDIDOS
               DISPLAY "MAIS DE 20 ACHADOS PARA O CPF " TRANS-CPF
           END-IF.

           PERFORM 2100-TRATA-ACHADO THRU 2100-TRATA-ACHADO-EXIT
               VARYING WRK-IDX-ACHADO FROM 1 BY 1
               UNTIL WRK-IDX-ACHADO > SMT-QTDE-ACHADOS.

       2000-TRIA-INCLUSAO-LEITURA.
           READ CLIENTE-LIMPO
               AT END SET FIM-LIMPO TO TRUE
           END-READ.
       2000-TRIA-INCLUSAO-EXIT.
           EXIT.

       2100-TRATA-ACHADO.
      *-----------------------------------------------------------------
      *    MESMA REGRA DA TRIAGEM NOTURNA: PAR JA DISPOSTO NAO E
      *    ALERTADO DE NOVO; PAR NOVO NASCE PENDENTE NO SANDISP.
      *-----------------------------------------------------------------
           MOVE TRANS-CPF                   TO DSP-CPF.
           MOVE SMT-A-CHAVE(WRK-IDX-ACHADO) TO DSP-SAN-CHAVE.
           READ SANCAO-DISPOSICAO KEY IS DSP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-SUPRIMIDOS
                   GO TO 2100-TRATA-ACHADO-EXIT
           END-READ.

           MOVE SPACES                       TO SANCAO-DISPOSICAO-REC.
           MOVE TRANS-CPF                    TO DSP-CPF.
           MOVE SMT-A-CHAVE(WRK-IDX-ACHADO)  TO DSP-SAN-CHAVE.
           SET DSP-PENDENTE                  TO TRUE.
           MOVE SMT-A-LISTA(WRK-IDX-ACHADO)  TO DSP-LISTA.
           MOVE SMT-A-SCORE(WRK-IDX-ACHADO)  TO DSP-SCORE.
           MOVE WRK-DATA-ATUAL               TO DSP-DATA-ALERTA.
           MOVE ZEROS                        TO DSP-DATA-DECISAO.
           WRITE SANCAO-DISPOSICAO-REC
               INVALID KEY
                   DISPLAY "SANDISP NAO GRAVADO PARA CPF " TRANS-CPF
                   GO TO 2100-TRATA-ACHADO-EXIT
           END-WRITE.

           MOVE SPACES                         TO SANCAO-ALERTA-REC.
           MOVE WRK-DATA-ATUAL                 TO ALR-DATA.
           SET ALR-ORIGEM-INCLUSAO             TO TRUE.
           MOVE TRANS-CPF                      TO ALR-CPF.
           MOVE TRANS-NOME                     TO ALR-NOME.
           MOVE WRK-NASC-NUM                   TO ALR-DATA-NASC.
           MOVE SMT-A-FONTE(WRK-IDX-ACHADO)    TO ALR-FONTE.
           MOVE SMT-A-ID(WRK-IDX-ACHADO)       TO ALR-ID.
           MOVE SMT-A-LISTA(WRK-IDX-ACHADO)    TO ALR-LISTA.
           MOVE SMT-A-NOME(WRK-IDX-ACHADO)     TO ALR-NOME-LISTA.
           MOVE SMT-A-SCORE(WRK-IDX-ACHADO)    TO ALR-SCORE.
           MOVE SMT-A-CRITERIO(WRK-IDX-ACHADO) TO ALR-CRITERIO.
           WRITE SANCAO-ALERTA-REC.
           ADD 1 TO WRK-CONT-ALERTAS.

           DISPLAY "ALERTA NA INCLUSAO: " TRANS-CPF " "
                   ALR-FONTE " " ALR-ID " SCORE " ALR-SCORE.
       2100-TRATA-ACHADO-EXIT.
           EXIT.

       9000-FINALIZA.
           MOVE "F" TO SMT-FUNCAO.
           CALL "SANMATCH" USING SANCAO-TRIAGEM-AREA.

           CLOSE CLIENTE-LIMPO.
           CLOSE SANCAO-DISPOSICAO.
           CLOSE SANCAO-ALERTA.

           DISPLAY "LIMIAR DE PONTUACAO ..: " SMT-LIMIAR.
           DISPLAY "INCLUSOES TRIADAS ....: " WRK-CONT-INCLUSOES.
           DISPLAY "ALERTAS NOVOS ........: " WRK-CONT-ALERTAS.
           DISPLAY "ALERTAS SUPRIMIDOS ...: " WRK-CONT-SUPRIMIDOS.

           MOVE WRK-DATA-ATUAL   TO WRK-AUD-CHAVE.
           MOVE WRK-CONT-ALERTAS TO WRK-AUD-QTDE.
           MOVE WRK-AUD-RESUMO   TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           IF WRK-CONT-ALERTAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
