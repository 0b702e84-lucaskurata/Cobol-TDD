                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-EXTRATO.

           SELECT DEMOGRAFICO-CSV ASSIGN TO "DEMOCSV"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-CSV.

           SELECT SORT-WORK       ASSIGN TO "SORTWK1".

       DATA                                            DIVISION.
           LABEL RECORDS ARE STANDARD.
           COPY ANLCOPY.

       FD  DEMOGRAFICO-CSV
           LABEL RECORDS ARE STANDARD.
       01  DEMO-CSV-LINHA           PIC X(100).

       SD  SORT-WORK.
       01  SORT-REC.
           02 SORT-SEXO-CODE       PIC X(01).

       77  WRK-PERCENTUAL-CALC            PIC S9(05)V99 COMP-3.

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    AREA DO REGISTRO DE PARAMETROS CENTRAIS DO LOTE (PARMREAD)
      *-----------------------------------------------------------------
           COPY PRMCOPY.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A EXPORTACAO CSV (PRM-EXPORTA-CSV): UMA
      *    LINHA POR CODIGO DE SEXO E UMA DE TOTAL, SEPARADAS POR
      *    PONTO E VIRGULA, COM VIRGULA DECIMAL E DATA AAAA-MM-DD,
      *    REGISTRADAS NO MANIFESTO CSVMANIF VIA MNFWRITE.
      *-----------------------------------------------------------------
       77  WRK-STATUS-CSV                 PIC X(02) VALUE SPACES.

       77  WRK-CSV-ARQUIVO                PIC X(08) VALUE "DEMOCSV".

       77  WRK-CSV-PROGRAMA               PIC X(20) VALUE
               "RelatorioDemografico".

       77  WRK-CSV-LINHAS                 PIC 9(09) VALUE ZEROS.

       77  WRK-CSV-VALOR                  PIC S9(11)V99 VALUE ZEROS.

       77  WRK-CSV-SEM-DECIMAIS           PIC 9(01) VALUE 0.

       77  WRK-CSV-DUAS-DECIMAIS          PIC 9(01) VALUE 2.

       77  WRK-CSV-DATA                   PIC 9999/99/99.

       77  WRK-CSV-QTDE                   PIC X(15) VALUE SPACES.

       77  WRK-CSV-PERC                   PIC X(15) VALUE SPACES.

       77  WRK-CSV-DESCR                  PIC X(20) VALUE SPACES.

       01  WRK-CSV-CABECALHO        PIC X(42) VALUE
              "DATA_RELATORIO;SEXO;QUANTIDADE;PERCENTUAL".

      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                                       DIVISION.
           PERFORM 1000-INICIALIZA-TABELA
               THRU 1000-INICIALIZA-TABELA-EXIT.

           PERFORM 1100-LE-PARAMETROS
               THRU 1100-LE-PARAMETROS-EXIT.

           SORT SORT-WORK ON ASCENDING KEY SORT-SEXO-CODE
               INPUT PROCEDURE  IS 2000-LE-CLIENTES
                                THRU 2000-LE-CLIENTES-EXIT
       1000-INICIALIZA-TABELA-EXIT.
           EXIT.

       1100-LE-PARAMETROS.
      *-----------------------------------------------------------------
      *    A DATA DO RELATORIO E A DATA DE PROCESSAMENTO DO PARMFILE.
      *    COM A EXPORTACAO CSV LIGADA, ABRE O ARQUIVO DEMOCSV E
      *    GRAVA A LINHA DE CABECALHO.
      *-----------------------------------------------------------------
           CALL "PARMREAD" USING PARAM-REC.
           IF PRM-DATA-PROC > 0
               MOVE PRM-DATA-PROC TO WRK-DATA-ATUAL
           ELSE
               DISPLAY "PARMFILE SEM DATA, USANDO DATA DO SISTEMA"
               ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
           END-IF.

           IF NOT PRM-CSV-ATIVO
               GO TO 1100-LE-PARAMETROS-EXIT
           END-IF.

           MOVE WRK-DATA-ATUAL TO WRK-CSV-DATA.
           INSPECT WRK-CSV-DATA REPLACING ALL "/" BY "-".

           OPEN OUTPUT DEMOGRAFICO-CSV.
           WRITE DEMO-CSV-LINHA FROM WRK-CSV-CABECALHO.
       1100-LE-PARAMETROS-EXIT.
           EXIT.

       2000-LE-CLIENTES.
           OPEN INPUT ANALITICO-EXTRATO.

               UNTIL WRK-SEXO-IDX > 4.
           DISPLAY "TOTAL DE CLIENTES ..................: "
                   WRK-TOTAL-GERAL.

           IF PRM-CSV-ATIVO
               PERFORM 9300-FECHA-CSV THRU 9300-FECHA-CSV-EXIT
           END-IF.
       9000-IMPRIME-RELATORIO-EXIT.
           EXIT.


           DISPLAY WRK-SEXO-DESCR(WRK-SEXO-IDX) " ... "
                   WRK-SEXO-QTDE(WRK-SEXO-IDX) " (" WRK-PERCENTUAL "%)".

           IF PRM-CSV-ATIVO
               MOVE WRK-SEXO-DESCR(WRK-SEXO-IDX) TO WRK-CSV-DESCR
               MOVE WRK-SEXO-QTDE(WRK-SEXO-IDX)  TO WRK-CSV-VALOR
               PERFORM 9200-GRAVA-CSV THRU 9200-GRAVA-CSV-EXIT
           END-IF.
       9100-IMPRIME-LINHA-EXIT.
           EXIT.

       9200-GRAVA-CSV.
      *-----------------------------------------------------------------
      *    GRAVA UMA LINHA DE DADOS DO CSV COM A DESCRICAO EM
      *    WRK-CSV-DESCR, A QUANTIDADE EM WRK-CSV-VALOR E O
      *    PERCENTUAL EM WRK-PERCENTUAL-CALC.
      *-----------------------------------------------------------------
           CALL "CSVCAMPO" USING WRK-CSV-VALOR WRK-CSV-SEM-DECIMAIS
                                  WRK-CSV-QTDE.
           MOVE WRK-PERCENTUAL-CALC TO WRK-CSV-VALOR.
           CALL "CSVCAMPO" USING WRK-CSV-VALOR WRK-CSV-DUAS-DECIMAIS
                                  WRK-CSV-PERC.

           MOVE SPACES TO DEMO-CSV-LINHA.
           STRING WRK-CSV-DATA  DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  WRK-CSV-DESCR DELIMITED BY "  "
                  ";"           DELIMITED BY SIZE
                  WRK-CSV-QTDE  DELIMITED BY SPACE
                  ";"           DELIMITED BY SIZE
                  WRK-CSV-PERC  DELIMITED BY SPACE
               INTO DEMO-CSV-LINHA
           END-STRING.
           WRITE DEMO-CSV-LINHA.
           ADD 1 TO WRK-CSV-LINHAS.
       9200-GRAVA-CSV-EXIT.
           EXIT.

       9300-FECHA-CSV.
      *-----------------------------------------------------------------
      *    GRAVA A LINHA DE TOTAL, FECHA O CSV E REGISTRA O ARQUIVO NO
      *    MANIFESTO COM A DATA DO RELATORIO E A QUANTIDADE DE LINHAS.
      *-----------------------------------------------------------------
           IF WRK-TOTAL-GERAL = 0
               MOVE ZEROS TO WRK-PERCENTUAL-CALC
           ELSE
               MOVE 100   TO WRK-PERCENTUAL-CALC
           END-IF.
           MOVE "TOTAL"         TO WRK-CSV-DESCR.
           MOVE WRK-TOTAL-GERAL TO WRK-CSV-VALOR.
           PERFORM 9200-GRAVA-CSV THRU 9200-GRAVA-CSV-EXIT.

           CLOSE DEMOGRAFICO-CSV.

           CALL "MNFWRITE" USING WRK-CSV-ARQUIVO
                                  WRK-CSV-PROGRAMA
                                  WRK-DATA-ATUAL
                                  WRK-CSV-LINHAS.
           DISPLAY "LINHAS GRAVADAS NO CSV .............: "
                   WRK-CSV-LINHAS.
       9300-FECHA-CSV-EXIT.
           EXIT.
