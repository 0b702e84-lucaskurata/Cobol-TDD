      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "CarregaListasSancoes".
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
           SELECT LISTA-SANCAO    ASSIGN TO "SANLISTA"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-LISTA.

           SELECT SANCAO-MESTRE   ASSIGN TO "SANMSTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS SAN-CHAVE
                                   ALTERNATE RECORD KEY IS SAN-CPF
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-SANCAO.

           SELECT SANCAO-TERMO    ASSIGN TO "SANTOKEN"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS TOK-CHAVE
                                   FILE STATUS IS WRK-STATUS-TERMO.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  LISTA-SANCAO
           RECORD CONTAINS 110 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY LSNCOPY.

       FD  SANCAO-MESTRE
           LABEL RECORDS ARE STANDARD.
           COPY SANCOPY.

       FD  SANCAO-TERMO
           LABEL RECORDS ARE STANDARD.
           COPY TOKCOPY.

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-LISTA               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-SANCAO              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-TERMO               PIC X(02) VALUE SPACES.

       77  WRK-FIM-LISTA                  PIC X(01) VALUE "N".
           88  FIM-LISTA                      VALUE "S".

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

       77  WRK-DATA-LISTA                 PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A VALIDACAO DO HEADER/TRAILER DO ARQUIVO
      *    DE LISTAS, FEITA ANTES DE RECRIAR O CADASTRO DE LISTAS.
      *-----------------------------------------------------------------
       77  WRK-ID-ESPERADO                PIC X(08) VALUE "LISTASAN".

           COPY HDRCOPY.

       77  WRK-VALIDA-FIM-SW              PIC X(01) VALUE "N".
           88  VALIDA-FIM                     VALUE "S".

       77  WRK-ANT-CHEIO-SW               PIC X(01) VALUE "N".
           88  ANT-CHEIO                      VALUE "S".

       77  WRK-TRAILER-OK-SW              PIC X(01) VALUE "N".
           88  TRAILER-OK                     VALUE "S".

       77  WRK-QTDE-DADOS                 PIC 9(07) VALUE ZEROS.

       77  WRK-ABEND-MOTIVO               PIC X(45) VALUE SPACES.

       01  WRK-REG-ANTERIOR.
           02 WRK-ANT-TIPO-REG      PIC X(01).
           02 WRK-ANT-ID-ARQUIVO    PIC X(08).
           02 WRK-ANT-DATA          PIC 9(08).
           02 WRK-ANT-QTDE          PIC 9(07).
           02 FILLER                PIC X(86).

      *-----------------------------------------------------------------
      *    AREA DE CHAMADA DO SANMATCH, USADO AQUI SO PARA NORMALIZAR
      *    O NOME DE CADA ENTRADA NOS MESMOS TERMOS DA TRIAGEM.
      *-----------------------------------------------------------------
           COPY SMTCOPY.

       77  WRK-IDX-TERMO                  PIC 9(02) COMP VALUE ZEROS.

       77  WRK-CONT-LIDOS                 PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-SANCOES               PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-PEPS                  PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-TERMOS                PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-REJEITADOS            PIC 9(07) VALUE ZEROS.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "CarregaListasSancoes".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       77  WRK-AUD-RESULTADO               PIC X(30) VALUE SPACES.

       01  WRK-AUD-RESUMO.
           02 FILLER                PIC X(19) VALUE
              "ENTRADAS CARREGADAS".
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-AUD-QTDE          PIC 9(07).
           02 FILLER                PIC X(03) VALUE SPACES.

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
      *    CARREGA AS LISTAS RESTRITIVAS (SANCOES E PEP) RECEBIDAS DO
      *    FORNECEDOR DE COMPLIANCE: RECRIA O CADASTRO DE LISTAS
      *    (SANMSTR) E O INDICE DE TERMOS DOS NOMES (SANTOKEN) USADOS
      *    PELA TRIAGEM NOTURNA E PELA TRIAGEM DAS INCLUSOES.
      *    RETURN-CODE 4 QUANDO ALGUMA ENTRADA E DESCARTADA E 16
      *    QUANDO O ARQUIVO E RECUSADO NA VALIDACAO (O CADASTRO DE
      *    LISTAS ANTERIOR FICA INTACTO).
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-CARREGA-ENTRADA
               THRU 2000-CARREGA-ENTRADA-EXIT
               UNTIL FIM-LISTA.

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

           OPEN INPUT LISTA-SANCAO.
           PERFORM 1200-VALIDA-ARQUIVO THRU 1200-VALIDA-ARQUIVO-EXIT.

           OPEN OUTPUT SANCAO-MESTRE.
           OPEN OUTPUT SANCAO-TERMO.
       1000-INICIALIZA-EXIT.
           EXIT.

       1200-VALIDA-ARQUIVO.
      *-----------------------------------------------------------------
      *    PASSADA PREVIA DE INTEGRIDADE: HEADER "LISTASAN" COM DATA
      *    DE GERACAO NAO POSTERIOR A DATA DO LOTE (O FORNECEDOR
      *    PUBLICA AS LISTAS ANTES DA CARGA) E TRAILER CUJA CONTAGEM
      *    FECHA. AO FINAL O ARQUIVO E REABERTO E O HEADER E
      *    CONSUMIDO.
      *-----------------------------------------------------------------
           READ LISTA-SANCAO
               AT END
                   MOVE "ARQUIVO VAZIO (SEM HEADER)"
                       TO WRK-ABEND-MOTIVO
                   PERFORM 1290-ABENDA-ARQUIVO
                       THRU 1290-ABENDA-ARQUIVO-EXIT
           END-READ.

           MOVE LISTA-SANCAO-REC TO ARQ-CONTROLE-REC.

           IF NOT ARQ-REG-HEADER
              OR ARQ-ID-ARQUIVO NOT = WRK-ID-ESPERADO
               MOVE "PRIMEIRO REGISTRO NAO E O HEADER PADRAO"
                   TO WRK-ABEND-MOTIVO
               PERFORM 1290-ABENDA-ARQUIVO
                   THRU 1290-ABENDA-ARQUIVO-EXIT
           END-IF.

           IF ARQ-DATA-GERACAO NOT NUMERIC
              OR ARQ-DATA-GERACAO = ZEROS
              OR ARQ-DATA-GERACAO > WRK-DATA-ATUAL
               MOVE "DATA DE GERACAO INVALIDA NO HEADER"
                   TO WRK-ABEND-MOTIVO
               PERFORM 1290-ABENDA-ARQUIVO
                   THRU 1290-ABENDA-ARQUIVO-EXIT
           END-IF.

           MOVE ARQ-DATA-GERACAO TO WRK-DATA-LISTA.

           PERFORM 1250-CONFERE-REGISTRO
               THRU 1250-CONFERE-REGISTRO-EXIT
               UNTIL VALIDA-FIM.

           IF NOT TRAILER-OK
               MOVE "SEM TRAILER (ARQUIVO TRUNCADO)"
                   TO WRK-ABEND-MOTIVO
               PERFORM 1290-ABENDA-ARQUIVO
                   THRU 1290-ABENDA-ARQUIVO-EXIT
           END-IF.

           IF WRK-ANT-QTDE NOT NUMERIC
              OR WRK-ANT-QTDE NOT = WRK-QTDE-DADOS
               MOVE "CONTAGEM DO TRAILER NAO CONFERE"
                   TO WRK-ABEND-MOTIVO
               PERFORM 1290-ABENDA-ARQUIVO
                   THRU 1290-ABENDA-ARQUIVO-EXIT
           END-IF.

           CLOSE LISTA-SANCAO.
           OPEN INPUT LISTA-SANCAO.
           READ LISTA-SANCAO
               AT END SET FIM-LISTA TO TRUE
           END-READ.
           READ LISTA-SANCAO
               AT END SET FIM-LISTA TO TRUE
           END-READ.
       1200-VALIDA-ARQUIVO-EXIT.
           EXIT.

       1250-CONFERE-REGISTRO.
           READ LISTA-SANCAO
               AT END
                   SET VALIDA-FIM TO TRUE
                   IF ANT-CHEIO
                      AND WRK-ANT-TIPO-REG = "9"
                      AND WRK-ANT-ID-ARQUIVO = WRK-ID-ESPERADO
                       SET TRAILER-OK TO TRUE
                   END-IF
               NOT AT END
                   IF ANT-CHEIO
                       ADD 1 TO WRK-QTDE-DADOS
                   END-IF
                   MOVE LISTA-SANCAO-REC TO WRK-REG-ANTERIOR
                   SET ANT-CHEIO TO TRUE
           END-READ.
       1250-CONFERE-REGISTRO-EXIT.
           EXIT.

       1290-ABENDA-ARQUIVO.
           DISPLAY "ARQUIVO DE ENTRADA REJEITADO: " WRK-ID-ESPERADO.
           DISPLAY "MOTIVO: " WRK-ABEND-MOTIVO.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1290-ABENDA-ARQUIVO-EXIT.
           EXIT.

       2000-CARREGA-ENTRADA.
      *-----------------------------------------------------------------
      *    O TRAILER ENCERRA A CARGA (A CONTAGEM JA FOI CONFERIDA NA
      *    VALIDACAO). ENTRADA SEM TIPO/LISTA VALIDOS, SEM NENHUM
      *    TERMO APROVEITAVEL NO NOME OU REPETIDA E DESCARTADA.
      *-----------------------------------------------------------------
           IF LSN-TIPO-REG = "9"
               SET FIM-LISTA TO TRUE
               GO TO 2000-CARREGA-ENTRADA-EXIT
           END-IF.

           ADD 1 TO WRK-CONT-LIDOS.

           IF NOT LSN-DETALHE
              OR NOT LSN-LISTA-VALIDA
              OR LSN-FONTE = SPACES
              OR LSN-ID = SPACES
               DISPLAY "ENTRADA INVALIDA: " LSN-FONTE " " LSN-ID
               ADD 1 TO WRK-CONT-REJEITADOS
               GO TO 2000-CARREGA-ENTRADA-LEITURA
           END-IF.

           MOVE "N"      TO SMT-FUNCAO.
           MOVE LSN-NOME TO SMT-NOME.
           CALL "SANMATCH" USING SANCAO-TRIAGEM-AREA.

           IF SMT-QTDE-TERMOS = 0
               DISPLAY "ENTRADA SEM NOME APROVEITAVEL: "
                       LSN-FONTE " " LSN-ID
               ADD 1 TO WRK-CONT-REJEITADOS
               GO TO 2000-CARREGA-ENTRADA-LEITURA
           END-IF.

           MOVE SPACES         TO SANCAO-MESTRE-REC.
           MOVE LSN-FONTE      TO SAN-FONTE.
           MOVE LSN-ID         TO SAN-ID.
           MOVE LSN-LISTA      TO SAN-LISTA.
           MOVE LSN-NOME       TO SAN-NOME.
           MOVE ZEROS          TO SAN-DATA-NASC.
           IF LSN-DATA-NASC NUMERIC
               MOVE LSN-DATA-NASC TO SAN-DATA-NASC
           END-IF.
           MOVE LSN-CPF        TO SAN-CPF.
           MOVE SMT-QTDE-TERMOS TO SAN-QTDE-TERMOS.
           PERFORM 2100-COPIA-TERMO THRU 2100-COPIA-TERMO-EXIT
               VARYING WRK-IDX-TERMO FROM 1 BY 1
               UNTIL WRK-IDX-TERMO > 8.
           MOVE WRK-DATA-LISTA TO SAN-DATA-CARGA.

           WRITE SANCAO-MESTRE-REC
               INVALID KEY
                   DISPLAY "ENTRADA REPETIDA: " LSN-FONTE " " LSN-ID
                   ADD 1 TO WRK-CONT-REJEITADOS
                   GO TO 2000-CARREGA-ENTRADA-LEITURA
           END-WRITE.

           IF SAN-SANCAO
               ADD 1 TO WRK-CONT-SANCOES
           ELSE
               ADD 1 TO WRK-CONT-PEPS
           END-IF.

           PERFORM 2200-GRAVA-TERMO THRU 2200-GRAVA-TERMO-EXIT
               VARYING WRK-IDX-TERMO FROM 1 BY 1
               UNTIL WRK-IDX-TERMO > SMT-QTDE-TERMOS.

       2000-CARREGA-ENTRADA-LEITURA.
           READ LISTA-SANCAO
               AT END SET FIM-LISTA TO TRUE
           END-READ.
       2000-CARREGA-ENTRADA-EXIT.
           EXIT.

       2100-COPIA-TERMO.
           MOVE SMT-TERMO(WRK-IDX-TERMO) TO SAN-TERMO(WRK-IDX-TERMO).
       2100-COPIA-TERMO-EXIT.
           EXIT.

       2200-GRAVA-TERMO.
      *-----------------------------------------------------------------
      *    TERMO REPETIDO NO MESMO NOME JA ESTA NO INDICE.
      *-----------------------------------------------------------------
           MOVE SMT-TERMO(WRK-IDX-TERMO) TO TOK-TERMO.
           MOVE SAN-CHAVE                TO TOK-SAN-CHAVE.
           WRITE SANCAO-TERMO-REC
               INVALID KEY
                   GO TO 2200-GRAVA-TERMO-EXIT
           END-WRITE.
           ADD 1 TO WRK-CONT-TERMOS.
       2200-GRAVA-TERMO-EXIT.
           EXIT.

       9000-FINALIZA.
           CLOSE LISTA-SANCAO.
           CLOSE SANCAO-MESTRE.
           CLOSE SANCAO-TERMO.

           DISPLAY "DATA DAS LISTAS ......: " WRK-DATA-LISTA.
           DISPLAY "ENTRADAS LIDAS .......: " WRK-CONT-LIDOS.
           DISPLAY "  SANCOES ............: " WRK-CONT-SANCOES.
           DISPLAY "  PEP ................: " WRK-CONT-PEPS.
           DISPLAY "  DESCARTADAS ........: " WRK-CONT-REJEITADOS.
           DISPLAY "TERMOS INDEXADOS .....: " WRK-CONT-TERMOS.

           MOVE WRK-DATA-LISTA TO WRK-AUD-CHAVE.
           COMPUTE WRK-AUD-QTDE = WRK-CONT-SANCOES + WRK-CONT-PEPS.
           MOVE WRK-AUD-RESUMO TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           IF WRK-CONT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
