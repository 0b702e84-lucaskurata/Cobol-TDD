      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ConvertePendentes".
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
           SELECT PENDENTE-VELHO  ASSIGN TO "BPDVELHO"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-VELHO.

           SELECT BOLETO-PENDENTE ASSIGN TO "BOLPEND"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-PEND.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  PENDENTE-VELHO
           RECORD CONTAINS 56 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PENDENTE-VELHO-REC.
           02 PENDV-AGENCIA         PIC 9(04).
           02 PENDV-CONTA           PIC 9(10).
           02 PENDV-NUMERO          PIC 9(08).
           02 PENDV-VALOR           PIC 9(07)V99.
           02 PENDV-VENCIMENTO      PIC 9(08).
           02 PENDV-DATA-ENTRADA    PIC 9(08).
           02 PENDV-ENCARGOS        PIC 9(07)V99.

       FD  BOLETO-PENDENTE
           LABEL RECORDS ARE STANDARD.
           COPY BPDCOPY.

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-VELHO               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PEND                PIC X(02) VALUE SPACES.

       77  WRK-FIM-VELHO                  PIC X(01) VALUE "N".
           88  FIM-VELHO                      VALUE "S".

       77  WRK-CONT-CONVERTIDOS           PIC 9(07) VALUE ZEROS.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "ConvertePendentes".

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
      *    CONVERSAO UNICA DA CARTEIRA DE TITULOS PENDENTES PARA O
      *    REGISTRO DE 93 BYTES DA LIQUIDACAO PARCIAL: CADA TITULO
      *    ENTRA COMO NUNCA PAGO, SEM DATA BASE, SEM MULTA NEM JUROS
      *    EM ABERTO E COM A MULTA AINDA NAO COBRADA, DE MODO QUE A
      *    RECONCILIACAO SEGUINTE REAPURE OS ENCARGOS DESDE O
      *    VENCIMENTO COMO FAZIA ANTES.
      *-----------------------------------------------------------------
           OPEN INPUT  PENDENTE-VELHO.
           IF WRK-STATUS-VELHO NOT = "00"
               DISPLAY "ERRO ABERTURA BPDVELHO: " WRK-STATUS-VELHO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BOLETO-PENDENTE.

           READ PENDENTE-VELHO
               AT END SET FIM-VELHO TO TRUE
           END-READ.

           PERFORM 2000-CONVERTE-REGISTRO
               THRU 2000-CONVERTE-REGISTRO-EXIT
               UNTIL FIM-VELHO.

           CLOSE PENDENTE-VELHO.
           CLOSE BOLETO-PENDENTE.

           DISPLAY "PENDENTES CONVERTIDOS: " WRK-CONT-CONVERTIDOS.

           MOVE WRK-CONT-CONVERTIDOS TO AUD-R-CNV.

           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           STOP RUN.

       2000-CONVERTE-REGISTRO.
           MOVE PENDV-AGENCIA      TO PEND-AGENCIA.
           MOVE PENDV-CONTA        TO PEND-CONTA.
           MOVE PENDV-NUMERO       TO PEND-NUMERO.
           MOVE PENDV-VALOR        TO PEND-VALOR.
           MOVE PENDV-VENCIMENTO   TO PEND-VENCIMENTO.
           MOVE PENDV-DATA-ENTRADA TO PEND-DATA-ENTRADA.
           MOVE PENDV-ENCARGOS     TO PEND-ENCARGOS.
           MOVE ZEROS              TO PEND-DATA-BASE
                                      PEND-MULTA-ABERTA
                                      PEND-JUROS-ABERTOS
                                      PEND-VALOR-PAGO.
           MOVE "N"                TO PEND-MULTA-COBRADA.

           WRITE BOLETO-PENDENTE-REC.
           ADD 1 TO WRK-CONT-CONVERTIDOS.

           READ PENDENTE-VELHO
               AT END SET FIM-VELHO TO TRUE
           END-READ.
       2000-CONVERTE-REGISTRO-EXIT.
           EXIT.
