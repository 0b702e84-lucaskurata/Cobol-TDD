                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-EXTRATO.

           SELECT FAIXA-UF-CSV    ASSIGN TO "FAIXACSV"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-CSV.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
           LABEL RECORDS ARE STANDARD.
           COPY ANLCOPY.

       FD  FAIXA-UF-CSV
           LABEL RECORDS ARE STANDARD.
       01  FAIXA-CSV-LINHA          PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------

       77  WRK-QTDE-CELULA                PIC ZZZZZZ9.

      *-----------------------------------------------------------------
      *    AREA DO REGISTRO DE PARAMETROS CENTRAIS DO LOTE (PARMREAD)
      *-----------------------------------------------------------------
           COPY PRMCOPY.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A EXPORTACAO CSV (PRM-EXPORTA-CSV): UMA
      *    LINHA POR CELULA UF X FAIXA IMPRESSA E UMA DE TOTAL,
      *    SEPARADAS POR PONTO E VIRGULA, COM VIRGULA DECIMAL E DATA
      *    AAAA-MM-DD, REGISTRADAS NO MANIFESTO CSVMANIF VIA MNFWRITE.
      *-----------------------------------------------------------------
       77  WRK-STATUS-CSV                 PIC X(02) VALUE SPACES.

       77  WRK-CSV-ARQUIVO                PIC X(08) VALUE "FAIXACSV".

       77  WRK-CSV-PROGRAMA               PIC X(20) VALUE
               "RelatorioFaixaUf".

       77  WRK-CSV-LINHAS                 PIC 9(09) VALUE ZEROS.

       77  WRK-CSV-VALOR                  PIC S9(11)V99 VALUE ZEROS.

       77  WRK-CSV-SEM-DECIMAIS           PIC 9(01) VALUE 0.

       77  WRK-CSV-DUAS-DECIMAIS          PIC 9(01) VALUE 2.

       77  WRK-CSV-DATA                   PIC 9999/99/99.

       77  WRK-CSV-QTDE                   PIC X(15) VALUE SPACES.

       77  WRK-CSV-PERC                   PIC X(15) VALUE SPACES.

       77  WRK-CSV-UF                     PIC X(05) VALUE SPACES.

       77  WRK-CSV-FAIXA                  PIC X(10) VALUE SPACES.

       01  WRK-CSV-CABECALHO        PIC X(52) VALUE
              "DATA_RELATORIO;UF;FAIXA_ETARIA;QUANTIDADE;PERCENTUAL".

      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                                       DIVISION.
       0000-MAINLINE.
      *-----------------------------------------------------------------
      *    CRUZA A FAIXA ETARIA DOS CLIENTES DO EXTRATO ANALITICO
      *    (CALCULADA DA DATA DE NASCIMENTO CONTRA A DATA DE
      *    PROCESSAMENTO DO PARMFILE) COM A UF DO
      *    ENDERECO E IMPRIME A CONTAGEM E O PERCENTUAL DE CADA
      *    CELULA DO CRUZAMENTO, RESPONDENDO PERGUNTAS COMO
      *    "QUANTOS CLIENTES COM 60 ANOS OU MAIS EXISTEM EM SP".
       1000-INICIALIZA.
           OPEN INPUT ANALITICO-EXTRATO.

           CALL "PARMREAD" USING PARAM-REC.
           IF PRM-DATA-PROC > 0
               MOVE PRM-DATA-PROC TO WRK-DATA-ATUAL
           ELSE
               DISPLAY "PARMFILE SEM DATA, USANDO DATA DO SISTEMA"
               ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
           END-IF.

           IF PRM-CSV-ATIVO
               MOVE WRK-DATA-ATUAL TO WRK-CSV-DATA
               INSPECT WRK-CSV-DATA REPLACING ALL "/" BY "-"
               OPEN OUTPUT FAIXA-UF-CSV
               WRITE FAIXA-CSV-LINHA FROM WRK-CSV-CABECALHO
           END-IF.

           MOVE ZEROS TO WRK-TABELA-CONTAGEM.

               UNTIL WRK-IDX-UF > 28.

           DISPLAY "TOTAL DE CLIENTES: " WRK-TOTAL-GERAL.

           IF PRM-CSV-ATIVO
               PERFORM 9400-FECHA-CSV THRU 9400-FECHA-CSV-EXIT
           END-IF.
       9000-IMPRIME-RELATORIO-EXIT.
           EXIT.


           DISPLAY "  " WRK-DESCR-FAIXA(WRK-IDX-FAIXA) " "
                   WRK-QTDE-CELULA " (" WRK-PERCENTUAL "%)".

           IF PRM-CSV-ATIVO
               MOVE WRK-UF-IMPRESSA TO WRK-CSV-UF
               MOVE WRK-DESCR-FAIXA(WRK-IDX-FAIXA) TO WRK-CSV-FAIXA
               MOVE WRK-QTDE-FAIXA(WRK-IDX-UF WRK-IDX-FAIXA)
                   TO WRK-CSV-VALOR
               PERFORM 9300-GRAVA-CSV THRU 9300-GRAVA-CSV-EXIT
           END-IF.
       9200-IMPRIME-FAIXA-EXIT.
           EXIT.

       9300-GRAVA-CSV.
      *-----------------------------------------------------------------
      *    GRAVA UMA LINHA DE DADOS DO CSV COM A UF EM WRK-CSV-UF, A
      *    FAIXA EM WRK-CSV-FAIXA, A QUANTIDADE EM WRK-CSV-VALOR E O
      *    PERCENTUAL EM WRK-PERCENTUAL-CALC.
      *-----------------------------------------------------------------
           CALL "CSVCAMPO" USING WRK-CSV-VALOR WRK-CSV-SEM-DECIMAIS
                                  WRK-CSV-QTDE.
           MOVE WRK-PERCENTUAL-CALC TO WRK-CSV-VALOR.
           CALL "CSVCAMPO" USING WRK-CSV-VALOR WRK-CSV-DUAS-DECIMAIS
                                  WRK-CSV-PERC.

           MOVE SPACES TO FAIXA-CSV-LINHA.
           STRING WRK-CSV-DATA  DELIMITED BY SIZE
                  ";"           DELIMITED BY SIZE
                  WRK-CSV-UF    DELIMITED BY SPACE
                  ";"           DELIMITED BY SIZE
                  WRK-CSV-FAIXA DELIMITED BY "  "
                  ";"           DELIMITED BY SIZE
                  WRK-CSV-QTDE  DELIMITED BY SPACE
                  ";"           DELIMITED BY SIZE
                  WRK-CSV-PERC  DELIMITED BY SPACE
               INTO FAIXA-CSV-LINHA
           END-STRING.
           WRITE FAIXA-CSV-LINHA.
           ADD 1 TO WRK-CSV-LINHAS.
       9300-GRAVA-CSV-EXIT.
           EXIT.

       9400-FECHA-CSV.
      *-----------------------------------------------------------------
      *    GRAVA A LINHA DE TOTAL (UF "TOTAL", FAIXA EM BRANCO), FECHA
      *    O CSV E REGISTRA O ARQUIVO NO MANIFESTO COM A DATA DO
      *    RELATORIO E A QUANTIDADE DE LINHAS.
      *-----------------------------------------------------------------
           IF WRK-TOTAL-GERAL = 0
               MOVE ZEROS TO WRK-PERCENTUAL-CALC
           ELSE
               MOVE 100   TO WRK-PERCENTUAL-CALC
           END-IF.
           MOVE "TOTAL"         TO WRK-CSV-UF.
           MOVE SPACES          TO WRK-CSV-FAIXA.
           MOVE WRK-TOTAL-GERAL TO WRK-CSV-VALOR.
           PERFORM 9300-GRAVA-CSV THRU 9300-GRAVA-CSV-EXIT.

           CLOSE FAIXA-UF-CSV.

           CALL "MNFWRITE" USING WRK-CSV-ARQUIVO
                                  WRK-CSV-PROGRAMA
                                  WRK-DATA-ATUAL
                                  WRK-CSV-LINHAS.
           DISPLAY "LINHAS GRAVADAS NO CSV: " WRK-CSV-LINHAS.
       9400-FECHA-CSV-EXIT.
           EXIT.
