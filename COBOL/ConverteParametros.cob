      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ConverteParametros".
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
           SELECT PARAMETRO-VELHO ASSIGN TO "PRMVELHO"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-VELHO.

           SELECT PARAMETRO-CONTROLE ASSIGN TO "PARMFILE"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-PARM.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  PARAMETRO-VELHO
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PARAMETRO-VELHO-REC.
           02 PRMV-DATA-PROC          PIC 9(08).
           02 PRMV-RAIO-CIRCULO       PIC 9(02).
           02 PRMV-PERC-TOL-REJEITO   PIC 9(03).
           02 PRMV-MESES-RETENCAO-AUD PIC 9(03).
           02 PRMV-DIAS-BAIXA-BOLETO  PIC 9(03).
           02 FILLER                  PIC X(01).

       FD  PARAMETRO-CONTROLE
           LABEL RECORDS ARE STANDARD.
           COPY PRMCOPY.

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-VELHO               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PARM                PIC X(02) VALUE SPACES.

       77  WRK-FIM-VELHO                  PIC X(01) VALUE "N".
           88  FIM-VELHO                      VALUE "S".

       77  WRK-CONT-CONVERTIDOS           PIC 9(07) VALUE ZEROS.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "ConverteParametros".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       01  WRK-AUD-RESULTADO-GRP.
           02 FILLER                       PIC X(04) VALUE "CNV=".
           02 AUD-R-CNV                    PIC 9(07).
           02 FILLER                       PIC X(19) VALUE SPACES.

       01  WRK-AUD-RESULTADO REDEFINES
               WRK-AUD-RESULTADO-GRP       PIC X(30).

      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
      *-----------------------------------------------------------------
      *    CONVERSAO UNICA DO ARQUIVO CENTRAL DE PARAMETROS DO LOTE
      *    PARA O REGISTRO DE 40 BYTES: DATA, RAIO, TOLERANCIA DE
      *    REJEITOS, RETENCAO DA AUDITORIA E IDADE DE BAIXA SAO
      *    MANTIDOS; AS CHAVES DE LIQUIDACAO PARCIAL E DE EXPORTACAO
      *    CSV ENTRAM DESLIGADAS ("N") E OS DEMAIS PARAMETROS ENTRAM
      *    ZERADOS, O QUE FAZ CADA PROGRAMA APLICAR O SEU PADRAO.
      *-----------------------------------------------------------------
           OPEN INPUT  PARAMETRO-VELHO.
           IF WRK-STATUS-VELHO NOT = "00"
               DISPLAY "ERRO ABERTURA PRMVELHO: " WRK-STATUS-VELHO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PARAMETRO-CONTROLE.

           READ PARAMETRO-VELHO
               AT END SET FIM-VELHO TO TRUE
           END-READ.

           PERFORM 2000-CONVERTE-REGISTRO
               THRU 2000-CONVERTE-REGISTRO-EXIT
               UNTIL FIM-VELHO.

           CLOSE PARAMETRO-VELHO.
           CLOSE PARAMETRO-CONTROLE.

           DISPLAY "PARAMETROS CONVERTIDOS: " WRK-CONT-CONVERTIDOS.

           MOVE WRK-CONT-CONVERTIDOS TO AUD-R-CNV.

           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           STOP RUN.

       2000-CONVERTE-REGISTRO.
           MOVE SPACES                  TO PARAM-REC.
           MOVE PRMV-DATA-PROC          TO PRM-DATA-PROC.
           MOVE PRMV-RAIO-CIRCULO       TO PRM-RAIO-CIRCULO.
           MOVE PRMV-PERC-TOL-REJEITO   TO PRM-PERC-TOL-REJEITO.
           MOVE PRMV-MESES-RETENCAO-AUD TO PRM-MESES-RETENCAO-AUD.
           MOVE PRMV-DIAS-BAIXA-BOLETO  TO PRM-DIAS-BAIXA-BOLETO.
           MOVE ZEROS                   TO PRM-SCORE-TRIAGEM
                                           PRM-ANOS-INATIVIDADE
                                           PRM-DIAS-JANELA-FRAUDE
                                           PRM-TOLERANCIA-RAIZ
                                           PRM-PERC-TOL-KPI.
           MOVE "N"                     TO PRM-LIQUIDACAO-PARCIAL
                                           PRM-EXPORTA-CSV.

           WRITE PARAM-REC.
           ADD 1 TO WRK-CONT-CONVERTIDOS.

           READ PARAMETRO-VELHO
               AT END SET FIM-VELHO TO TRUE
           END-READ.
       2000-CONVERTE-REGISTRO-EXIT.
           EXIT.
