                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-RELAT.

           SELECT AGING-CSV       ASSIGN TO "AGINGCSV"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-CSV.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
           LABEL RECORDS ARE STANDARD.
       01  AGING-RELAT-LINHA         PIC X(80).

       FD  AGING-CSV
           LABEL RECORDS ARE STANDARD.
       01  AGING-CSV-LINHA           PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-AUD-RESULTADO               PIC X(30) VALUE
               "AGING DE REJEITOS EMITIDO".

      *-----------------------------------------------------------------
      *    AREA DO REGISTRO DE PARAMETROS CENTRAIS DO LOTE (PARMREAD)
      *-----------------------------------------------------------------
           COPY PRMCOPY.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A EXPORTACAO CSV (PRM-EXPORTA-CSV): UMA
      *    LINHA POR REJEITO PENDENTE (TIPO DETALHE) E UMA POR CODIGO
      *    DE MOTIVO DO RESUMO (TIPO RESUMO), COM AS COLUNAS QUE NAO
      *    SE APLICAM AO TIPO EM BRANCO, SEPARADAS POR PONTO E
      *    VIRGULA E COM DATA AAAA-MM-DD, REGISTRADAS NO MANIFESTO
      *    CSVMANIF VIA MNFWRITE.
      *-----------------------------------------------------------------
       77  WRK-STATUS-CSV                 PIC X(02) VALUE SPACES.

       77  WRK-CSV-ARQUIVO                PIC X(08) VALUE "AGINGCSV".

       77  WRK-CSV-LINHAS                 PIC 9(09) VALUE ZEROS.

       77  WRK-CSV-VALOR                  PIC S9(11)V99 VALUE ZEROS.

       77  WRK-CSV-SEM-DECIMAIS           PIC 9(01) VALUE 0.

       77  WRK-CSV-DATA                   PIC 9999/99/99.

       01  WRK-CSV-CAMPOS.
           02 WRK-CSV-TIPO          PIC X(07).
           02 WRK-CSV-MOTIVO        PIC X(04).
           02 WRK-CSV-CHAVE         PIC X(14).
           02 WRK-CSV-DIAS          PIC X(15).
           02 WRK-CSV-QTDE-3        PIC X(15).
           02 WRK-CSV-QTDE-7        PIC X(15).
           02 WRK-CSV-QTDE-14       PIC X(15).

       01  WRK-CSV-CABECALHO.
           02 FILLER                PIC X(53) VALUE
              "DATA_RELATORIO;TIPO_LINHA;MOTIVO;CHAVE;DIAS_PENDENTE;".
           02 FILLER                PIC X(44) VALUE
              "QTDE_3_6_DIAS;QTDE_7_13_DIAS;QTDE_14_OU_MAIS".

      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                                       DIVISION.
           OPEN INPUT  TELEFONE-REJEITOS.
           OPEN OUTPUT AGING-RELATORIO.

           CALL "PARMREAD" USING PARAM-REC.
           IF PRM-DATA-PROC > 0
               MOVE PRM-DATA-PROC TO WRK-DATA-ATUAL
           ELSE
               DISPLAY "PARMFILE SEM DATA, USANDO DATA DO SISTEMA"
               ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
           END-IF.
           CALL "DATADIAS" USING WRK-DATA-ATUAL WRK-DIAS-HOJE.

           MOVE WRK-DATA-ATUAL TO WRK-T-DATA.
           WRITE AGING-RELAT-LINHA FROM WRK-LINHA-TITULO.

           IF PRM-CSV-ATIVO
               MOVE WRK-DATA-ATUAL TO WRK-CSV-DATA
               INSPECT WRK-CSV-DATA REPLACING ALL "/" BY "-"
               OPEN OUTPUT AGING-CSV
               WRITE AGING-CSV-LINHA FROM WRK-CSV-CABECALHO
           END-IF.

           READ CLIENTE-REJEITOS
               AT END SET FIM-CLIREJ TO TRUE
           END-READ.
           MOVE WRK-DIAS-PENDENTE TO WRK-L-DIAS.
           WRITE AGING-RELAT-LINHA FROM WRK-LINHA-DETALHE.

           IF PRM-CSV-ATIVO
               MOVE SPACES            TO WRK-CSV-CAMPOS
               MOVE "DETALHE"         TO WRK-CSV-TIPO
               MOVE WRK-CODIGO-ATUAL  TO WRK-CSV-MOTIVO
               MOVE WRK-CHAVE-ATUAL   TO WRK-CSV-CHAVE
               MOVE WRK-DIAS-PENDENTE TO WRK-CSV-VALOR
               CALL "CSVCAMPO" USING WRK-CSV-VALOR
                                      WRK-CSV-SEM-DECIMAIS
                                      WRK-CSV-DIAS
               PERFORM 9200-GRAVA-CSV THRU 9200-GRAVA-CSV-EXIT
           END-IF.

           PERFORM 4100-ACUMULA-MOTIVO
               THRU 4100-ACUMULA-MOTIVO-EXIT.
       4000-APURA-PENDENCIA-EXIT.
           CLOSE TELEFONE-REJEITOS.
           CLOSE AGING-RELATORIO.

           IF PRM-CSV-ATIVO
               CLOSE AGING-CSV
               CALL "MNFWRITE" USING WRK-CSV-ARQUIVO
                                      WRK-AUD-PROGRAMA
                                      WRK-DATA-ATUAL
                                      WRK-CSV-LINHAS
               DISPLAY "LINHAS GRAVADAS NO CSV: " WRK-CSV-LINHAS
           END-IF.

           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                   " 3-6: "  WRK-R-QTDE-3
                   " 7-13: " WRK-R-QTDE-7
                   " 14+: "  WRK-R-QTDE-14.

           IF PRM-CSV-ATIVO
               MOVE SPACES   TO WRK-CSV-CAMPOS
               MOVE "RESUMO" TO WRK-CSV-TIPO
               MOVE WRK-MOT-CODIGO(WRK-MOTIVO-IDX) TO WRK-CSV-MOTIVO
               MOVE WRK-MOT-QTDE-3(WRK-MOTIVO-IDX) TO WRK-CSV-VALOR
               CALL "CSVCAMPO" USING WRK-CSV-VALOR
                                      WRK-CSV-SEM-DECIMAIS
                                      WRK-CSV-QTDE-3
               MOVE WRK-MOT-QTDE-7(WRK-MOTIVO-IDX) TO WRK-CSV-VALOR
               CALL "CSVCAMPO" USING WRK-CSV-VALOR
                                      WRK-CSV-SEM-DECIMAIS
                                      WRK-CSV-QTDE-7
               MOVE WRK-MOT-QTDE-14(WRK-MOTIVO-IDX) TO WRK-CSV-VALOR
               CALL "CSVCAMPO" USING WRK-CSV-VALOR
                                      WRK-CSV-SEM-DECIMAIS
                                      WRK-CSV-QTDE-14
               PERFORM 9200-GRAVA-CSV THRU 9200-GRAVA-CSV-EXIT
           END-IF.
       9100-IMPRIME-MOTIVO-EXIT.
           EXIT.

       9200-GRAVA-CSV.
      *-----------------------------------------------------------------
      *    GRAVA UMA LINHA DE DADOS DO CSV A PARTIR DE WRK-CSV-CAMPOS
      *    (CAMPO EM BRANCO SAI COMO COLUNA VAZIA). PONTO E VIRGULA
      *    NA CHAVE DO REJEITO VIRA VIRGULA PARA NAO QUEBRAR A COLUNA.
      *-----------------------------------------------------------------
           INSPECT WRK-CSV-CHAVE REPLACING ALL ";" BY ",".

           MOVE SPACES TO AGING-CSV-LINHA.
           STRING WRK-CSV-DATA    DELIMITED BY SIZE
                  ";"             DELIMITED BY SIZE
                  WRK-CSV-TIPO    DELIMITED BY SPACE
                  ";"             DELIMITED BY SIZE
                  WRK-CSV-MOTIVO  DELIMITED BY SPACE
                  ";"             DELIMITED BY SIZE
                  WRK-CSV-CHAVE   DELIMITED BY "  "
                  ";"             DELIMITED BY SIZE
                  WRK-CSV-DIAS    DELIMITED BY SPACE
                  ";"             DELIMITED BY SIZE
                  WRK-CSV-QTDE-3  DELIMITED BY SPACE
                  ";"             DELIMITED BY SIZE
                  WRK-CSV-QTDE-7  DELIMITED BY SPACE
                  ";"             DELIMITED BY SIZE
                  WRK-CSV-QTDE-14 DELIMITED BY SPACE
               INTO AGING-CSV-LINHA
           END-STRING.
           WRITE AGING-CSV-LINHA.
           ADD 1 TO WRK-CSV-LINHAS.
       9200-GRAVA-CSV-EXIT.
           EXIT.
