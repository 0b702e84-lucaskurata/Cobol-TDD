      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "TriagemSancoes".
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
           SELECT SANCAO-DECISAO  ASSIGN TO "SANDECIS"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-DECISAO.

           SELECT SANCAO-DISPOSICAO ASSIGN TO "SANDISP"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS DSP-CHAVE
                                   FILE STATUS IS WRK-STATUS-DISPOSICAO.

           SELECT CLIENTE-STATUS  ASSIGN TO "CLISTAT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS STS-CPF
                                   FILE STATUS IS WRK-STATUS-CLISTAT.

           SELECT CLIENTE-MASTER  ASSIGN TO "CLIMASTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS CPF
                                   ALTERNATE RECORD KEY IS NOME
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-MASTER.

           SELECT SANCAO-ALERTA   ASSIGN TO "SANALERT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-ALERTA.

           SELECT SANCAO-RELATORIO ASSIGN TO "SANRELAT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-RELAT.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  SANCAO-DECISAO
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY DCSCOPY.

       FD  SANCAO-DISPOSICAO
           LABEL RECORDS ARE STANDARD.
           COPY DSPCOPY.

       FD  CLIENTE-STATUS
           LABEL RECORDS ARE STANDARD.
           COPY STSCOPY.

       FD  CLIENTE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CLICOPY.

       FD  SANCAO-ALERTA
           RECORD CONTAINS 160 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY ALRCOPY.

       FD  SANCAO-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  SAN-RELAT-LINHA             PIC X(120).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-DECISAO             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-DISPOSICAO          PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CLISTAT             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-MASTER              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-ALERTA              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-RELAT               PIC X(02) VALUE SPACES.

       77  WRK-FIM-DECISAO                PIC X(01) VALUE "N".
           88  FIM-DECISAO                    VALUE "S".

       77  WRK-FIM-MASTER                 PIC X(01) VALUE "N".
           88  FIM-MASTER                     VALUE "S".

       77  WRK-FIM-DISPOSICAO             PIC X(01) VALUE "N".
           88  FIM-DISPOSICAO                 VALUE "S".

       77  WRK-DECISAO-ABERTA-SW          PIC X(01) VALUE "N".
           88  DECISAO-DISPONIVEL             VALUE "S".

       77  WRK-LISTAS-ABERTAS-SW          PIC X(01) VALUE "N".
           88  LISTAS-DISPONIVEIS             VALUE "S".

       77  WRK-OUTRA-CONFIRMADA-SW        PIC X(01) VALUE "N".
           88  OUTRA-CONFIRMADA               VALUE "S".

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

      *-----------------------------------------------------------------
      *    RELATORIO DA TRIAGEM PARA O COMPLIANCE: DECISOES DO DIA
      *    APLICADAS OU RECUSADAS E ALERTAS NOVOS, COM OS TOTAIS.
      *-----------------------------------------------------------------
       01  WRK-LINHA-TITULO.
           02 FILLER                PIC X(50) VALUE
              "TRIAGEM DE CLIENTES EM LISTAS RESTRITIVAS".
           02 FILLER                PIC X(10) VALUE "DATA ".
           02 WRK-T-DATA            PIC 9(08).

       01  WRK-LINHA-SECAO.
           02 WRK-S-TEXTO           PIC X(60).

       01  WRK-LINHA-CAB-DECISAO.
           02 FILLER                PIC X(13) VALUE "CPF".
           02 FILLER                PIC X(09) VALUE "FONTE".
           02 FILLER                PIC X(13) VALUE "CODIGO".
           02 FILLER                PIC X(08) VALUE "DECISAO".
           02 FILLER                PIC X(09) VALUE "ANALISTA".
           02 FILLER                PIC X(40) VALUE "RESULTADO".

       01  WRK-LINHA-DECISAO.
           02 WRK-D-CPF             PIC X(12).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-FONTE           PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-ID              PIC X(12).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-DECISAO         PIC X(01).
           02 FILLER                PIC X(07) VALUE SPACES.
           02 WRK-D-ANALISTA        PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-RESULTADO       PIC X(40).

       01  WRK-LINHA-CAB-ALERTA.
           02 FILLER                PIC X(13) VALUE "CPF".
           02 FILLER                PIC X(41) VALUE "NOME DO CLIENTE".
           02 FILLER                PIC X(07) VALUE "LISTA".
           02 FILLER                PIC X(09) VALUE "FONTE".
           02 FILLER                PIC X(13) VALUE "CODIGO".
           02 FILLER                PIC X(06) VALUE "SCORE".
           02 FILLER                PIC X(30) VALUE "NOME NA LISTA".

       01  WRK-LINHA-ALERTA.
           02 WRK-A-CPF             PIC X(12).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-A-NOME            PIC X(40).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-A-LISTA           PIC X(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-A-FONTE           PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-A-ID              PIC X(12).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-A-SCORE           PIC ZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-A-CRITERIO        PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-A-NOME-LISTA      PIC X(30).

       01  WRK-LINHA-TOTAL.
           02 WRK-TOT-TEXTO         PIC X(40).
           02 WRK-TOT-QTDE          PIC ZZZZZZ9.

       77  WRK-CONT-DECISOES              PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-CONFIRMADOS           PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-FALSOS                PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-DEC-RECUSADAS         PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-BLOQUEADOS            PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-LIBERADOS             PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-CLIENTES              PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-ANONIMOS              PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-ALERTAS               PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-SUPRIMIDOS            PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-EXCEDIDOS             PIC 9(07) VALUE ZEROS.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "TriagemSancoes".

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
      *    TRIAGEM NOTURNA DO CADASTRO DE CLIENTES CONTRA AS LISTAS
      *    RESTRITIVAS (SANCOES E PEP). PRIMEIRO APLICA AS DECISOES
      *    DO COMPLIANCE SOBRE OS ALERTAS ANTERIORES (CONFIRMADO
      *    BLOQUEIA O CLIENTE NO CLISTAT, FALSO POSITIVO LIBERA SE
      *    NAO HOUVER OUTRO CONFIRMADO); DEPOIS TRIA TODOS OS NOMES
      *    DO CADASTRO E ALERTA SO OS PARES CLIENTE + ENTRADA DE
      *    LISTA AINDA SEM DISPOSICAO. RETURN-CODE 4 QUANDO HA ALERTA
      *    NOVO, DECISAO RECUSADA OU LISTAS NAO CARREGADAS.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           IF DECISAO-DISPONIVEL
               PERFORM 2000-APLICA-DECISAO
                   THRU 2000-APLICA-DECISAO-EXIT
                   UNTIL FIM-DECISAO
           END-IF.

           IF LISTAS-DISPONIVEIS
               MOVE "ALERTAS NOVOS" TO WRK-S-TEXTO
               PERFORM 8000-GRAVA-SECAO THRU 8000-GRAVA-SECAO-EXIT
               WRITE SAN-RELAT-LINHA FROM WRK-LINHA-CAB-ALERTA
               PERFORM 3000-TRIA-CLIENTE
                   THRU 3000-TRIA-CLIENTE-EXIT
                   UNTIL FIM-MASTER
           END-IF.

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

           OPEN INPUT SANCAO-DECISAO.
           IF WRK-STATUS-DECISAO = "00"
               SET DECISAO-DISPONIVEL TO TRUE
               READ SANCAO-DECISAO
                   AT END SET FIM-DECISAO TO TRUE
               END-READ
           ELSE
               DISPLAY "SANDECIS AUSENTE, SEM DECISOES A APLICAR"
           END-IF.

           OPEN I-O SANCAO-DISPOSICAO.
           IF WRK-STATUS-DISPOSICAO = "35"
               CLOSE SANCAO-DISPOSICAO
               OPEN OUTPUT SANCAO-DISPOSICAO
               CLOSE SANCAO-DISPOSICAO
               OPEN I-O SANCAO-DISPOSICAO
           END-IF.

           OPEN I-O CLIENTE-STATUS.
           IF WRK-STATUS-CLISTAT = "35"
               CLOSE CLIENTE-STATUS
               OPEN OUTPUT CLIENTE-STATUS
               CLOSE CLIENTE-STATUS
               OPEN I-O CLIENTE-STATUS
           END-IF.

           MOVE "A" TO SMT-FUNCAO.
           CALL "SANMATCH" USING SANCAO-TRIAGEM-AREA.
           IF SMT-OK
               SET LISTAS-DISPONIVEIS TO TRUE
           ELSE
               DISPLAY "LISTAS RESTRITIVAS NAO CARREGADAS (SANMSTR)"
               DISPLAY "TRIAGEM DO CADASTRO NAO EXECUTADA"
           END-IF.

           OPEN INPUT  CLIENTE-MASTER.
           OPEN OUTPUT SANCAO-ALERTA.

           OPEN OUTPUT SANCAO-RELATORIO.
           MOVE WRK-DATA-ATUAL TO WRK-T-DATA.
           WRITE SAN-RELAT-LINHA FROM WRK-LINHA-TITULO.

           IF DECISAO-DISPONIVEL
               MOVE "DECISOES DO COMPLIANCE" TO WRK-S-TEXTO
               PERFORM 8000-GRAVA-SECAO THRU 8000-GRAVA-SECAO-EXIT
               WRITE SAN-RELAT-LINHA FROM WRK-LINHA-CAB-DECISAO
           END-IF.

           READ CLIENTE-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.
       1000-INICIALIZA-EXIT.
           EXIT.

       2000-APLICA-DECISAO.
      *-----------------------------------------------------------------
      *    A DECISAO SO VALE PARA UM PAR JA ALERTADO; DECISAO SEM
      *    ALERTA OU COM CODIGO INVALIDO E RECUSADA NO RELATORIO.
      *-----------------------------------------------------------------
           ADD 1 TO WRK-CONT-DECISOES.
           MOVE DCS-CPF      TO WRK-D-CPF.
           MOVE DCS-FONTE    TO WRK-D-FONTE.
           MOVE DCS-ID       TO WRK-D-ID.
           MOVE DCS-DECISAO  TO WRK-D-DECISAO.
           MOVE DCS-ANALISTA TO WRK-D-ANALISTA.

           IF NOT DCS-DECISAO-VALIDA
               MOVE "RECUSADA: DECISAO INVALIDA" TO WRK-D-RESULTADO
               PERFORM 2900-RECUSA-DECISAO
                   THRU 2900-RECUSA-DECISAO-EXIT
               GO TO 2000-APLICA-DECISAO-LEITURA
           END-IF.

           MOVE DCS-CPF   TO DSP-CPF.
           MOVE DCS-FONTE TO DSP-FONTE.
           MOVE DCS-ID    TO DSP-ID.
           READ SANCAO-DISPOSICAO KEY IS DSP-CHAVE
               INVALID KEY
                   MOVE "RECUSADA: PAR NAO ALERTADO"
                       TO WRK-D-RESULTADO
                   PERFORM 2900-RECUSA-DECISAO
                       THRU 2900-RECUSA-DECISAO-EXIT
                   GO TO 2000-APLICA-DECISAO-LEITURA
           END-READ.

           MOVE DCS-DECISAO  TO DSP-SITUACAO.
           MOVE DCS-ANALISTA TO DSP-ANALISTA.
           IF DCS-DATA NUMERIC
              AND DCS-DATA > 0
               MOVE DCS-DATA       TO DSP-DATA-DECISAO
           ELSE
               MOVE WRK-DATA-ATUAL TO DSP-DATA-DECISAO
           END-IF.
           REWRITE SANCAO-DISPOSICAO-REC
               INVALID KEY
                   MOVE "RECUSADA: SANDISP NAO REGRAVADO"
                       TO WRK-D-RESULTADO
                   PERFORM 2900-RECUSA-DECISAO
                       THRU 2900-RECUSA-DECISAO-EXIT
                   GO TO 2000-APLICA-DECISAO-LEITURA
           END-REWRITE.

           IF DCS-CONFIRMADO
               ADD 1 TO WRK-CONT-CONFIRMADOS
               PERFORM 2100-BLOQUEIA-CLIENTE
                   THRU 2100-BLOQUEIA-CLIENTE-EXIT
           ELSE
               ADD 1 TO WRK-CONT-FALSOS
               PERFORM 2200-LIBERA-CLIENTE
                   THRU 2200-LIBERA-CLIENTE-EXIT
           END-IF.

           WRITE SAN-RELAT-LINHA FROM WRK-LINHA-DECISAO.

       2000-APLICA-DECISAO-LEITURA.
           READ SANCAO-DECISAO
               AT END SET FIM-DECISAO TO TRUE
           END-READ.
       2000-APLICA-DECISAO-EXIT.
           EXIT.

       2100-BLOQUEIA-CLIENTE.
      *-----------------------------------------------------------------
      *    CLIENTE JA BLOQUEADO POR OUTRO MOTIVO CONTINUA BLOQUEADO,
      *    MAS O MOTIVO PASSA A SER A LISTA RESTRITIVA, PARA QUE SO O
      *    COMPLIANCE POSSA LIBERA-LO. CLIENTE ENCERRADO CONTINUA
      *    ENCERRADO (NAO TEM CONTA A BLOQUEAR).
      *-----------------------------------------------------------------
           MOVE DCS-CPF TO STS-CPF.
           READ CLIENTE-STATUS
               INVALID KEY
                   MOVE SPACES  TO CLIENTE-STATUS-REC
                   MOVE DCS-CPF TO STS-CPF
                   SET STS-MOT-SANCAO TO TRUE
                   SET STS-BLOQUEADO  TO TRUE
                   MOVE WRK-DATA-ATUAL TO STS-DATA
                   MOVE "SANTRIAG"     TO STS-PROGRAMA
                   WRITE CLIENTE-STATUS-REC
                   ADD 1 TO WRK-CONT-BLOQUEADOS
                   MOVE "CONFIRMADO: CLIENTE BLOQUEADO"
                       TO WRK-D-RESULTADO
                   GO TO 2100-BLOQUEIA-CLIENTE-EXIT
           END-READ.

           IF STS-BLOQUEADO
               SET STS-MOT-SANCAO TO TRUE
               MOVE WRK-DATA-ATUAL TO STS-DATA
               MOVE "SANTRIAG"     TO STS-PROGRAMA
               REWRITE CLIENTE-STATUS-REC
               MOVE "CONFIRMADO: CLIENTE JA BLOQUEADO"
                   TO WRK-D-RESULTADO
               GO TO 2100-BLOQUEIA-CLIENTE-EXIT
           END-IF.

           IF STS-ENCERRADO
               MOVE "CONFIRMADO: CLIENTE ENCERRADO"
                   TO WRK-D-RESULTADO
               GO TO 2100-BLOQUEIA-CLIENTE-EXIT
           END-IF.

           SET STS-MOT-SANCAO TO TRUE.
           SET STS-BLOQUEADO  TO TRUE.
           MOVE WRK-DATA-ATUAL TO STS-DATA.
           MOVE "SANTRIAG"     TO STS-PROGRAMA.
           REWRITE CLIENTE-STATUS-REC.
           ADD 1 TO WRK-CONT-BLOQUEADOS.
           MOVE "CONFIRMADO: CLIENTE BLOQUEADO" TO WRK-D-RESULTADO.
       2100-BLOQUEIA-CLIENTE-EXIT.
           EXIT.

       2200-LIBERA-CLIENTE.
      *-----------------------------------------------------------------
      *    FALSO POSITIVO SO LIBERA O BLOQUEIO POR LISTA RESTRITIVA,
      *    E SO QUANDO NENHUMA OUTRA ENTRADA DE LISTA FOI CONFIRMADA
      *    PARA O MESMO CLIENTE.
      *-----------------------------------------------------------------
           MOVE "FALSO POSITIVO" TO WRK-D-RESULTADO.

           MOVE DCS-CPF TO STS-CPF.
           READ CLIENTE-STATUS
               INVALID KEY
                   GO TO 2200-LIBERA-CLIENTE-EXIT
           END-READ.

           IF NOT STS-BLOQUEADO
              OR NOT STS-MOT-SANCAO
               GO TO 2200-LIBERA-CLIENTE-EXIT
           END-IF.

           PERFORM 2250-PROCURA-CONFIRMADA
               THRU 2250-PROCURA-CONFIRMADA-EXIT.
           IF OUTRA-CONFIRMADA
               MOVE "FALSO POSITIVO: BLOQUEIO MANTIDO"
                   TO WRK-D-RESULTADO
               GO TO 2200-LIBERA-CLIENTE-EXIT
           END-IF.

           SET STS-ATIVO         TO TRUE.
           SET STS-MOT-LIBERACAO TO TRUE.
           MOVE WRK-DATA-ATUAL TO STS-DATA.
           MOVE "SANTRIAG"     TO STS-PROGRAMA.
           REWRITE CLIENTE-STATUS-REC.
           ADD 1 TO WRK-CONT-LIBERADOS.
           MOVE "FALSO POSITIVO: CLIENTE LIBERADO" TO WRK-D-RESULTADO.
       2200-LIBERA-CLIENTE-EXIT.
           EXIT.

       2250-PROCURA-CONFIRMADA.
           MOVE "N" TO WRK-OUTRA-CONFIRMADA-SW.
           MOVE "N" TO WRK-FIM-DISPOSICAO.
           MOVE DCS-CPF    TO DSP-CPF.
           MOVE LOW-VALUES TO DSP-SAN-CHAVE.
           START SANCAO-DISPOSICAO KEY IS NOT LESS THAN DSP-CHAVE
               INVALID KEY
                   GO TO 2250-PROCURA-CONFIRMADA-EXIT
           END-START.

           PERFORM 2260-LE-DISPOSICAO THRU 2260-LE-DISPOSICAO-EXIT
               UNTIL FIM-DISPOSICAO
                  OR OUTRA-CONFIRMADA.
       2250-PROCURA-CONFIRMADA-EXIT.
           EXIT.

       2260-LE-DISPOSICAO.
           READ SANCAO-DISPOSICAO NEXT RECORD
               AT END
                   SET FIM-DISPOSICAO TO TRUE
                   GO TO 2260-LE-DISPOSICAO-EXIT
           END-READ.

           IF DSP-CPF NOT = DCS-CPF
               SET FIM-DISPOSICAO TO TRUE
               GO TO 2260-LE-DISPOSICAO-EXIT
           END-IF.

           IF DSP-CONFIRMADO
               SET OUTRA-CONFIRMADA TO TRUE
           END-IF.
       2260-LE-DISPOSICAO-EXIT.
           EXIT.

       2900-RECUSA-DECISAO.
           ADD 1 TO WRK-CONT-DEC-RECUSADAS.
           WRITE SAN-RELAT-LINHA FROM WRK-LINHA-DECISAO.
       2900-RECUSA-DECISAO-EXIT.
           EXIT.

       3000-TRIA-CLIENTE.
      *-----------------------------------------------------------------
      *    CPF NAO NUMERICO (CODIGO ANONIMO DE TITULAR ELIMINADO A
      *    PEDIDO, LGPD) NAO E TRIADO.
      *-----------------------------------------------------------------
           ADD 1 TO WRK-CONT-CLIENTES.
           MOVE CPF TO WRK-CPF-CHAVE.
           IF WRK-CPF-NUM NOT NUMERIC
               ADD 1 TO WRK-CONT-ANONIMOS
               GO TO 3000-TRIA-CLIENTE-LEITURA
           END-IF.

           MOVE ZEROS TO WRK-NASC-NUM.
           IF DATA-NASC-NUM NUMERIC
               MOVE DTN-ANO TO WRK-NASC-ANO
               MOVE DTN-MES TO WRK-NASC-MES
               MOVE DTN-DIA TO WRK-NASC-DIA
           END-IF.

           MOVE "T"          TO SMT-FUNCAO.
           MOVE NOME         TO SMT-NOME.
           MOVE WRK-NASC-NUM TO SMT-DATA-NASC.
           MOVE CPF          TO SMT-CPF.
           CALL "SANMATCH" USING SANCAO-TRIAGEM-AREA.

           IF SMT-ACHADOS-EXCEDIDOS
               ADD 1 TO WRK-CONT-EXCEDIDOS
               DISPLAY "MAIS DE 20 ACHADOS PARA O CPF " CPF
           END-IF.

           PERFORM 3100-TRATA-ACHADO THRU 3100-TRATA-ACHADO-EXIT
               VARYING WRK-IDX-ACHADO FROM 1 BY 1
               UNTIL WRK-IDX-ACHADO > SMT-QTDE-ACHADOS.

       3000-TRIA-CLIENTE-LEITURA.
           READ CLIENTE-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.
       3000-TRIA-CLIENTE-EXIT.
           EXIT.

       3100-TRATA-ACHADO.
      *-----------------------------------------------------------------
      *    PAR JA ALERTADO (PENDENTE, FALSO POSITIVO OU CONFIRMADO)
      *    NAO E ALERTADO DE NOVO. PAR NOVO NASCE PENDENTE NO SANDISP
      *    E VAI PARA A FILA DO COMPLIANCE (SANALERT).
      *-----------------------------------------------------------------
           MOVE CPF                         TO DSP-CPF.
           MOVE SMT-A-CHAVE(WRK-IDX-ACHADO) TO DSP-SAN-CHAVE.
           READ SANCAO-DISPOSICAO KEY IS DSP-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-SUPRIMIDOS
                   GO TO 3100-TRATA-ACHADO-EXIT
           END-READ.

           MOVE SPACES                       TO SANCAO-DISPOSICAO-REC.
           MOVE CPF                          TO DSP-CPF.
           MOVE SMT-A-CHAVE(WRK-IDX-ACHADO)  TO DSP-SAN-CHAVE.
           SET DSP-PENDENTE                  TO TRUE.
           MOVE SMT-A-LISTA(WRK-IDX-ACHADO)  TO DSP-LISTA.
           MOVE SMT-A-SCORE(WRK-IDX-ACHADO)  TO DSP-SCORE.
           MOVE WRK-DATA-ATUAL               TO DSP-DATA-ALERTA.
           MOVE ZEROS                        TO DSP-DATA-DECISAO.
           WRITE SANCAO-DISPOSICAO-REC
               INVALID KEY
                   DISPLAY "SANDISP NAO GRAVADO PARA CPF " CPF
                   GO TO 3100-TRATA-ACHADO-EXIT
           END-WRITE.

           MOVE SPACES                         TO SANCAO-ALERTA-REC.
           MOVE WRK-DATA-ATUAL                 TO ALR-DATA.
           SET ALR-ORIGEM-MESTRE               TO TRUE.
           MOVE CPF                            TO ALR-CPF.
           MOVE NOME                           TO ALR-NOME.
           MOVE WRK-NASC-NUM                   TO ALR-DATA-NASC.
           MOVE SMT-A-FONTE(WRK-IDX-ACHADO)    TO ALR-FONTE.
           MOVE SMT-A-ID(WRK-IDX-ACHADO)       TO ALR-ID.
           MOVE SMT-A-LISTA(WRK-IDX-ACHADO)    TO ALR-LISTA.
           MOVE SMT-A-NOME(WRK-IDX-ACHADO)     TO ALR-NOME-LISTA.
           MOVE SMT-A-SCORE(WRK-IDX-ACHADO)    TO ALR-SCORE.
           MOVE SMT-A-CRITERIO(WRK-IDX-ACHADO) TO ALR-CRITERIO.
           WRITE SANCAO-ALERTA-REC.
           ADD 1 TO WRK-CONT-ALERTAS.

           MOVE CPF                         TO WRK-A-CPF.
           MOVE NOME                        TO WRK-A-NOME.
           IF SMT-A-LISTA(WRK-IDX-ACHADO) = "S"
               MOVE "SANCAO" TO WRK-A-LISTA
           ELSE
               MOVE "PEP"    TO WRK-A-LISTA
           END-IF.
           MOVE SMT-A-FONTE(WRK-IDX-ACHADO)    TO WRK-A-FONTE.
           MOVE SMT-A-ID(WRK-IDX-ACHADO)       TO WRK-A-ID.
           MOVE SMT-A-SCORE(WRK-IDX-ACHADO)    TO WRK-A-SCORE.
           MOVE SMT-A-CRITERIO(WRK-IDX-ACHADO) TO WRK-A-CRITERIO.
           MOVE SMT-A-NOME(WRK-IDX-ACHADO)     TO WRK-A-NOME-LISTA.
           WRITE SAN-RELAT-LINHA FROM WRK-LINHA-ALERTA.
       3100-TRATA-ACHADO-EXIT.
           EXIT.

       8000-GRAVA-SECAO.
           MOVE SPACES TO SAN-RELAT-LINHA.
           WRITE SAN-RELAT-LINHA.
           WRITE SAN-RELAT-LINHA FROM WRK-LINHA-SECAO.
       8000-GRAVA-SECAO-EXIT.
           EXIT.

       9000-FINALIZA.
           MOVE SPACES TO SAN-RELAT-LINHA.
           WRITE SAN-RELAT-LINHA.
           MOVE "DECISOES RECEBIDAS"          TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-DECISOES             TO WRK-TOT-QTDE.
           WRITE SAN-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "  CONFIRMADAS"               TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-CONFIRMADOS          TO WRK-TOT-QTDE.
           WRITE SAN-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "  FALSOS POSITIVOS"          TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-FALSOS               TO WRK-TOT-QTDE.
           WRITE SAN-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "  RECUSADAS"                 TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-DEC-RECUSADAS        TO WRK-TOT-QTDE.
           WRITE SAN-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "CLIENTES BLOQUEADOS"         TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-BLOQUEADOS           TO WRK-TOT-QTDE.
           WRITE SAN-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "CLIENTES LIBERADOS"          TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-LIBERADOS            TO WRK-TOT-QTDE.
           WRITE SAN-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "CLIENTES TRIADOS"            TO WRK-TOT-TEXTO.
           COMPUTE WRK-TOT-QTDE = WRK-CONT-CLIENTES - WRK-CONT-ANONIMOS.
           WRITE SAN-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "ALERTAS NOVOS"               TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-ALERTAS              TO WRK-TOT-QTDE.
           WRITE SAN-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "ALERTAS SUPRIMIDOS (JA DISPOSTOS)" TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-SUPRIMIDOS           TO WRK-TOT-QTDE.
           WRITE SAN-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "CLIENTES COM MAIS DE 20 ACHADOS" TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-EXCEDIDOS            TO WRK-TOT-QTDE.
           WRITE SAN-RELAT-LINHA FROM WRK-LINHA-TOTAL.

           IF DECISAO-DISPONIVEL
               CLOSE SANCAO-DECISAO
           END-IF.
           IF LISTAS-DISPONIVEIS
               MOVE "F" TO SMT-FUNCAO
               CALL "SANMATCH" USING SANCAO-TRIAGEM-AREA
           END-IF.
           CLOSE SANCAO-DISPOSICAO.
           CLOSE CLIENTE-STATUS.
           CLOSE CLIENTE-MASTER.
           CLOSE SANCAO-ALERTA.
           CLOSE SANCAO-RELATORIO.

           DISPLAY "LIMIAR DE PONTUACAO ..: " SMT-LIMIAR.
           DISPLAY "DECISOES RECEBIDAS ...: " WRK-CONT-DECISOES.
           DISPLAY "  CONFIRMADAS ........: " WRK-CONT-CONFIRMADOS.
           DISPLAY "  FALSOS POSITIVOS ...: " WRK-CONT-FALSOS.
           DISPLAY "  RECUSADAS ..........: " WRK-CONT-DEC-RECUSADAS.
           DISPLAY "CLIENTES LIDOS .......: " WRK-CONT-CLIENTES.
           DISPLAY "  CODIGOS ANONIMOS ...: " WRK-CONT-ANONIMOS.
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
              OR WRK-CONT-DEC-RECUSADAS > 0
              OR NOT LISTAS-DISPONIVEIS
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
