      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ExtratoMensal".
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
           SELECT CONTA-XREF      ASSIGN TO "CTAXREF"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS XRF-CONTA
                                   FILE STATUS IS WRK-STATUS-XREF.

           SELECT SALDO-CONTA     ASSIGN TO "SALDOCTA"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS SCT-CONTA
                                   FILE STATUS IS WRK-STATUS-SALDO.

           SELECT LANCAMENTO-CONTA ASSIGN TO "LANCCTA"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LCT-CHAVE
                                   FILE STATUS IS WRK-STATUS-LANCTO.

           SELECT CLIENTE-MASTER  ASSIGN TO "CLIMASTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CPF
                                   ALTERNATE RECORD KEY IS NOME
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-MASTER.

           SELECT CONTA-PARTICIPANTE ASSIGN TO "CTAPART"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS PTC-CHAVE
                                   ALTERNATE RECORD KEY IS PTC-CPF
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-PART.

           SELECT EXTRATO-MENSAL  ASSIGN TO "EXTMENS"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-EXTRATO.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  CONTA-XREF
           LABEL RECORDS ARE STANDARD.
           COPY XREFCPY.

       FD  SALDO-CONTA
           LABEL RECORDS ARE STANDARD.
           COPY SCTCOPY.

       FD  LANCAMENTO-CONTA
           LABEL RECORDS ARE STANDARD.
           COPY LCTCOPY.

       FD  CLIENTE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CLICOPY.

       FD  CONTA-PARTICIPANTE
           LABEL RECORDS ARE STANDARD.
           COPY PTCCOPY.

       FD  EXTRATO-MENSAL
           LABEL RECORDS ARE STANDARD.
       01  EXTRATO-LINHA             PIC X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-XREF                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-SALDO               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-LANCTO              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-MASTER              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-EXTRATO             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PART                PIC X(02) VALUE SPACES.

       77  WRK-FIM-PART                   PIC X(01) VALUE "N".
           88  FIM-PART                       VALUE "S".

       77  WRK-PART-SW                    PIC X(01) VALUE "N".
           88  PARTICIPANTES-DISPONIVEL       VALUE "S".

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    PERIODO DO EXTRATO: DO PRIMEIRO DIA DO MES DA DATA DE
      *    PROCESSAMENTO ATE A PROPRIA DATA (A RODADA E DE FIM DE
      *    MES). REEXECUTAR UMA DATA PASSADA NO PARMFILE REPRODUZ O
      *    EXTRATO DAQUELE MES, POIS O RAZAO E PERMANENTE.
      *-----------------------------------------------------------------
       01  WRK-PERIODO-INICIO.
           02 WRK-INI-ANO-MES       PIC 9(06).
           02 WRK-INI-DIA           PIC 9(02).

       01  WRK-PERIODO-INICIO-N REDEFINES WRK-PERIODO-INICIO
                                    PIC 9(08).

       77  WRK-PERIODO-FIM                PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CASAMENTO DA REFERENCIA CRUZADA COM O MESTRE DE SALDOS,
      *    AMBOS LIDOS NA ORDEM DA CHAVE DE CONTA: SAI UM EXTRATO
      *    PARA TODA CONTA PRESENTE EM QUALQUER UM DOS DOIS. O FIM DE
      *    CADA ARQUIVO E MARCADO COM HIGH-VALUES NA CHAVE.
      *-----------------------------------------------------------------
       01  WRK-CHAVE-XREF.
           02 WRK-CX-AGENCIA        PIC X(04).
           02 WRK-CX-NUMERO         PIC X(10).

       01  WRK-CHAVE-SALDO.
           02 WRK-CS-AGENCIA        PIC X(04).
           02 WRK-CS-NUMERO         PIC X(10).

       01  WRK-CONTA-EXTRATO.
           02 WRK-EXT-AGENCIA       PIC 9(04).
           02 WRK-EXT-NUMERO        PIC 9(10).

       77  WRK-NA-XREF-SW                 PIC X(01) VALUE "N".
           88  CONTA-NA-XREF                  VALUE "S".

       77  WRK-NO-SALDO-SW                PIC X(01) VALUE "N".
           88  CONTA-NO-SALDO                 VALUE "S".

       77  WRK-FIM-LCT-SW                 PIC X(01) VALUE "N".
           88  FIM-LCT-CONTA                  VALUE "S".

       77  WRK-ABERTURA-SW                PIC X(01) VALUE "N".
           88  ABERTURA-CONHECIDA             VALUE "S".

       77  WRK-TITULAR-SW                 PIC X(01) VALUE "N".
           88  TITULAR-ENCONTRADO             VALUE "S".
           88  TITULAR-NAO-ENCONTRADO         VALUE "N".

       77  WRK-NOME-TITULAR               PIC X(40) VALUE SPACES.

       77  WRK-SALDO-ABERTURA             PIC S9(09)V99 VALUE ZEROS.

       77  WRK-SALDO-CORRENTE             PIC S9(09)V99 VALUE ZEROS.

       77  WRK-TOT-DEBITOS                PIC 9(11)V99 VALUE ZEROS.

       77  WRK-TOT-CREDITOS               PIC 9(11)V99 VALUE ZEROS.

       77  WRK-CONT-MOVTOS-CONTA          PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-EXTRATOS              PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-MOVIMENTOS            PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-ENCERRADAS            PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-DIVERGENTES           PIC 9(05) VALUE ZEROS.

       01  WRK-LINHA-TITULO.
           02 FILLER                PIC X(34) VALUE
              "===== EXTRATO MENSAL DE CONTA ==  ".
           02 FILLER                PIC X(09) VALUE "PERIODO: ".
           02 WRK-T-INICIO          PIC 9999/99/99.
           02 FILLER                PIC X(03) VALUE " A ".
           02 WRK-T-FIM             PIC 9999/99/99.

       01  WRK-LINHA-CONTA.
           02 FILLER                PIC X(07) VALUE "CONTA: ".
           02 WRK-CT-AGENCIA        PIC 9(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CT-NUMERO         PIC 9(10).
           02 FILLER                PIC X(10) VALUE " TITULAR: ".
           02 WRK-CT-TITULAR        PIC X(40).

       01  WRK-LINHA-ENDERECO.
           02 FILLER                PIC X(11) VALUE "ENDERECO: ".
           02 WRK-END-LOGRADOURO    PIC X(30).
           02 FILLER                PIC X(02) VALUE ", ".
           02 WRK-END-NUMERO        PIC X(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-END-CIDADE        PIC X(20).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-END-UF            PIC X(02).
           02 FILLER                PIC X(05) VALUE " CEP ".
           02 WRK-END-CEP           PIC 9(08).

       01  WRK-LINHA-COTITULAR.
           02 FILLER                PIC X(11) VALUE "COTITULAR: ".
           02 WRK-CO-NOME           PIC X(40).

       01  WRK-LINHA-SALDO-ANT.
           02 FILLER                PIC X(50) VALUE
              "  SALDO ANTERIOR".
           02 FILLER                PIC X(36) VALUE SPACES.
           02 WRK-SA-SALDO          PIC ---,---,--9.99.

       01  WRK-LINHA-CABEC-MOVTO.
           02 FILLER                PIC X(12) VALUE "  DATA".
           02 FILLER                PIC X(28) VALUE "HISTORICO".
           02 FILLER                PIC X(10) VALUE "DOCUMENTO".
           02 FILLER                PIC X(17) VALUE "          DEBITO".
           02 FILLER                PIC X(17) VALUE "         CREDITO".
           02 FILLER                PIC X(16) VALUE "           SALDO".

       01  WRK-LINHA-MOVIMENTO.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-M-DATA            PIC 9999/99/99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-M-HISTORICO       PIC X(27).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-M-DOCUMENTO       PIC Z(07)9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-M-DEBITO          PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER                PIC X(03) VALUE SPACES.
           02 WRK-M-CREDITO         PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-M-SALDO           PIC ---,---,--9.99.
           02 WRK-M-NOTA            PIC X(02).

       01  WRK-LINHA-SEM-MOVTO      PIC X(50) VALUE
              "  SEM MOVIMENTO NO PERIODO".

       01  WRK-LINHA-TOTAIS.
           02 FILLER                PIC X(50) VALUE
              "  TOTAIS DO PERIODO".
           02 WRK-TT-DEBITOS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 WRK-TT-CREDITOS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WRK-LINHA-SALDO-FINAL.
           02 FILLER                PIC X(50) VALUE
              "  SALDO FINAL".
           02 FILLER                PIC X(36) VALUE SPACES.
           02 WRK-SF-SALDO          PIC ---,---,--9.99.

       01  WRK-LINHA-NOTA-BAIXA     PIC X(70) VALUE
              "  (*) REGISTRO SEM EFEITO NO SALDO".

       01  WRK-LINHA-DIVERGENCIA.
           02 FILLER                PIC X(40) VALUE
              "  ** SALDO FINAL DIVERGE DO MESTRE: ".
           02 WRK-DV-SALDO          PIC ---,---,--9.99.

       01  WRK-LINHA-SEPARADOR      PIC X(100) VALUE ALL "-".

       01  WRK-LINHA-RESUMO.
           02 FILLER                PIC X(10) VALUE "EXTRATOS: ".
           02 WRK-R-EXTRATOS        PIC ZZZZZZ9.
           02 FILLER                PIC X(15) VALUE "  MOVIMENTOS: ".
           02 WRK-R-MOVIMENTOS      PIC ZZZZZZ9.
           02 FILLER                PIC X(16) VALUE "  DIVERGENTES: ".
           02 WRK-R-DIVERGENTES     PIC ZZZZ9.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "ExtratoMensal".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       01  WRK-AUD-RESULTADO-GRP.
           02 FILLER                       PIC X(04) VALUE "EXT=".
           02 AUD-R-EXT                    PIC 9(07).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "DIV=".
           02 AUD-R-DIV                    PIC 9(05).
           02 FILLER                       PIC X(09) VALUE SPACES.

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
      *    RODADA DE FIM DE MES DO EXTRATO DE CONTA: PARA CADA CONTA
      *    DA REFERENCIA CRUZADA OU DO MESTRE DE SALDOS SAI UM
      *    EXTRATO COM O SALDO ANTERIOR, CADA MOVIMENTO DATADO DO
      *    RAZAO DE LANCAMENTOS NO PERIODO E O SALDO FINAL, COM NOME
      *    E ENDERECO DO TITULAR PARA O ENVELOPAMENTO, SEGUIDOS DOS
      *    COTITULARES VINCULADOS NO PERIODO (CTAPART), A QUEM O
      *    EXTRATO TAMBEM SE DIRIGE. O SALDO FINAL E CONFERIDO COM
      *    O MESTRE DE SALDOS QUANDO ESTE NAO TEVE MOVIMENTO
      *    POSTERIOR AO PERIODO.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-PROCESSA-CONTA
               THRU 2000-PROCESSA-CONTA-EXIT
               UNTIL WRK-CHAVE-XREF = HIGH-VALUES
                 AND WRK-CHAVE-SALDO = HIGH-VALUES.

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

           MOVE WRK-DATA-ATUAL TO WRK-PERIODO-INICIO-N.
           MOVE 01             TO WRK-INI-DIA.
           MOVE WRK-DATA-ATUAL TO WRK-PERIODO-FIM.

           OPEN INPUT  CONTA-XREF.
           OPEN INPUT  SALDO-CONTA.
           OPEN INPUT  LANCAMENTO-CONTA.
           OPEN INPUT  CLIENTE-MASTER.
           OPEN OUTPUT EXTRATO-MENSAL.

           OPEN INPUT  CONTA-PARTICIPANTE.
           IF WRK-STATUS-PART = "00"
               SET PARTICIPANTES-DISPONIVEL TO TRUE
           END-IF.

           IF WRK-STATUS-LANCTO NOT = "00"
               DISPLAY "RAZAO DE LANCAMENTOS INDISPONIVEL: "
                       WRK-STATUS-LANCTO
           END-IF.

           MOVE WRK-PERIODO-INICIO-N TO WRK-T-INICIO.
           MOVE WRK-PERIODO-FIM      TO WRK-T-FIM.

           PERFORM 1100-LE-XREF  THRU 1100-LE-XREF-EXIT.
           PERFORM 1200-LE-SALDO THRU 1200-LE-SALDO-EXIT.
       1000-INICIALIZA-EXIT.
           EXIT.

       1100-LE-XREF.
           IF WRK-STATUS-XREF NOT = "00"
               MOVE HIGH-VALUES TO WRK-CHAVE-XREF
               GO TO 1100-LE-XREF-EXIT
           END-IF.

           READ CONTA-XREF NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WRK-CHAVE-XREF
               NOT AT END
                   MOVE XRF-CONTA TO WRK-CHAVE-XREF
           END-READ.
       1100-LE-XREF-EXIT.
           EXIT.

       1200-LE-SALDO.
           IF WRK-STATUS-SALDO NOT = "00"
               MOVE HIGH-VALUES TO WRK-CHAVE-SALDO
               GO TO 1200-LE-SALDO-EXIT
           END-IF.

           READ SALDO-CONTA NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WRK-CHAVE-SALDO
               NOT AT END
                   MOVE SCT-CONTA TO WRK-CHAVE-SALDO
           END-READ.
       1200-LE-SALDO-EXIT.
           EXIT.

       2000-PROCESSA-CONTA.
      *-----------------------------------------------------------------
      *    CASA AS DUAS CHAVES CORRENTES: A MENOR (OU AMBAS, QUANDO
      *    IGUAIS) DEFINE A CONTA DO EXTRATO E O ARQUIVO QUE A
      *    FORNECEU AVANCA.
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-NA-XREF-SW WRK-NO-SALDO-SW.

           EVALUATE TRUE
               WHEN WRK-CHAVE-XREF < WRK-CHAVE-SALDO
                   SET CONTA-NA-XREF  TO TRUE
                   MOVE XRF-CONTA     TO WRK-CONTA-EXTRATO
               WHEN WRK-CHAVE-XREF > WRK-CHAVE-SALDO
                   SET CONTA-NO-SALDO TO TRUE
                   MOVE SCT-CONTA     TO WRK-CONTA-EXTRATO
               WHEN OTHER
                   SET CONTA-NA-XREF  TO TRUE
                   SET CONTA-NO-SALDO TO TRUE
                   MOVE XRF-CONTA     TO WRK-CONTA-EXTRATO
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    CONTA ENCERRADA ANTES DO INICIO DO PERIODO NAO RECEBE
      *    EXTRATO.
      *-----------------------------------------------------------------
           IF CONTA-NA-XREF
              AND XRF-ENCERRADA
              AND XRF-DATA-ENCERRAMENTO < WRK-PERIODO-INICIO-N
               ADD 1 TO WRK-CONT-ENCERRADAS
           ELSE
               PERFORM 3000-EMITE-EXTRATO
                   THRU 3000-EMITE-EXTRATO-EXIT
           END-IF.

           IF CONTA-NA-XREF
               PERFORM 1100-LE-XREF THRU 1100-LE-XREF-EXIT
           END-IF.
           IF CONTA-NO-SALDO
               PERFORM 1200-LE-SALDO THRU 1200-LE-SALDO-EXIT
           END-IF.
       2000-PROCESSA-CONTA-EXIT.
           EXIT.

       3000-EMITE-EXTRATO.
           ADD 1 TO WRK-CONT-EXTRATOS.
           PERFORM 3100-BUSCA-TITULAR THRU 3100-BUSCA-TITULAR-EXIT.

           WRITE EXTRATO-LINHA FROM WRK-LINHA-TITULO.
           MOVE WRK-EXT-AGENCIA  TO WRK-CT-AGENCIA.
           MOVE WRK-EXT-NUMERO   TO WRK-CT-NUMERO.
           MOVE WRK-NOME-TITULAR TO WRK-CT-TITULAR.
           WRITE EXTRATO-LINHA FROM WRK-LINHA-CONTA.
           IF TITULAR-ENCONTRADO
               WRITE EXTRATO-LINHA FROM WRK-LINHA-ENDERECO
           END-IF.
           IF CONTA-NA-XREF AND PARTICIPANTES-DISPONIVEL
               PERFORM 3200-LISTA-COTITULARES
                   THRU 3200-LISTA-COTITULARES-EXIT
           END-IF.

           MOVE "N"   TO WRK-ABERTURA-SW.
           MOVE ZEROS TO WRK-SALDO-ABERTURA
                         WRK-SALDO-CORRENTE
                         WRK-TOT-DEBITOS
                         WRK-TOT-CREDITOS
                         WRK-CONT-MOVTOS-CONTA.

           PERFORM 4000-PERCORRE-RAZAO THRU 4000-PERCORRE-RAZAO-EXIT.

      *-----------------------------------------------------------------
      *    CONTA SEM MOVIMENTO NO PERIODO ABRE E FECHA COM O SALDO DA
      *    ULTIMA LINHA ANTERIOR DO RAZAO OU, SEM NENHUMA LINHA, COM O
      *    SALDO DO MESTRE.
      *-----------------------------------------------------------------
           IF WRK-CONT-MOVTOS-CONTA = 0
               IF NOT ABERTURA-CONHECIDA
                  AND CONTA-NO-SALDO
                   MOVE SCT-SALDO TO WRK-SALDO-ABERTURA
               END-IF
               MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-CORRENTE
               MOVE WRK-SALDO-ABERTURA TO WRK-SA-SALDO
               WRITE EXTRATO-LINHA FROM WRK-LINHA-SALDO-ANT
               WRITE EXTRATO-LINHA FROM WRK-LINHA-SEM-MOVTO
           END-IF.

           MOVE WRK-TOT-DEBITOS    TO WRK-TT-DEBITOS.
           MOVE WRK-TOT-CREDITOS   TO WRK-TT-CREDITOS.
           WRITE EXTRATO-LINHA FROM WRK-LINHA-TOTAIS.
           MOVE WRK-SALDO-CORRENTE TO WRK-SF-SALDO.
           WRITE EXTRATO-LINHA FROM WRK-LINHA-SALDO-FINAL.

           IF CONTA-NO-SALDO
              AND SCT-DATA-MOVTO NOT > WRK-PERIODO-FIM
              AND SCT-SALDO NOT = WRK-SALDO-CORRENTE
               ADD 1 TO WRK-CONT-DIVERGENTES
               MOVE SCT-SALDO TO WRK-DV-SALDO
               WRITE EXTRATO-LINHA FROM WRK-LINHA-DIVERGENCIA
               DISPLAY "EXTRATO DIVERGE DO MESTRE DE SALDOS: "
                       WRK-EXT-AGENCIA "/" WRK-EXT-NUMERO
           END-IF.

           WRITE EXTRATO-LINHA FROM WRK-LINHA-SEPARADOR.
       3000-EMITE-EXTRATO-EXIT.
           EXIT.

       3100-BUSCA-TITULAR.
      *-----------------------------------------------------------------
      *    CONTA -> CPF PELA REFERENCIA CRUZADA E CPF -> NOME E
      *    ENDERECO PELO CADASTRO. CONTA SO DO MESTRE DE SALDOS OU CPF
      *    NAO CADASTRADO SAI SEM IDENTIFICACAO DO TITULAR.
      *-----------------------------------------------------------------
           SET TITULAR-NAO-ENCONTRADO TO TRUE.
           MOVE "NAO CADASTRADO" TO WRK-NOME-TITULAR.

           IF NOT CONTA-NA-XREF
               GO TO 3100-BUSCA-TITULAR-EXIT
           END-IF.

           MOVE XRF-CPF TO CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TITULAR-ENCONTRADO TO TRUE
                   MOVE NOME           TO WRK-NOME-TITULAR
                   MOVE END-LOGRADOURO TO WRK-END-LOGRADOURO
                   MOVE END-NUMERO     TO WRK-END-NUMERO
                   MOVE END-CIDADE     TO WRK-END-CIDADE
                   MOVE END-UF         TO WRK-END-UF
                   MOVE END-CEP        TO WRK-END-CEP
           END-READ.
       3100-BUSCA-TITULAR-EXIT.
           EXIT.

       3200-LISTA-COTITULARES.
      *-----------------------------------------------------------------
      *    COTITULARES CUJO VINCULO COBRE ALGUMA PARTE DO PERIODO
      *    (INICIADO ATE O FIM DELE E NAO ENCERRADO ANTES DO INICIO).
      *    PROCURADORES NAO SAO DESTINATARIOS DO EXTRATO.
      *-----------------------------------------------------------------
           MOVE "N"               TO WRK-FIM-PART.
           MOVE WRK-CONTA-EXTRATO TO PTC-CONTA.
           MOVE LOW-VALUES        TO PTC-CPF.
           START CONTA-PARTICIPANTE KEY IS NOT LESS THAN PTC-CHAVE
               INVALID KEY
                   SET FIM-PART TO TRUE
           END-START.

           IF NOT FIM-PART
               READ CONTA-PARTICIPANTE NEXT RECORD
                   AT END SET FIM-PART TO TRUE
               END-READ
           END-IF.

           PERFORM 3300-IMPRIME-COTITULAR
               THRU 3300-IMPRIME-COTITULAR-EXIT
               UNTIL FIM-PART.
       3200-LISTA-COTITULARES-EXIT.
           EXIT.

       3300-IMPRIME-COTITULAR.
           IF PTC-CONTA NOT = WRK-CONTA-EXTRATO
               SET FIM-PART TO TRUE
               GO TO 3300-IMPRIME-COTITULAR-EXIT
           END-IF.

           IF PTC-COTITULAR
              AND PTC-DATA-INICIO NOT > WRK-PERIODO-FIM
              AND (PTC-DATA-FIM = ZEROS
                   OR PTC-DATA-FIM NOT < WRK-PERIODO-INICIO-N)
               MOVE PTC-CPF TO CPF
               READ CLIENTE-MASTER
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO WRK-CO-NOME
                   NOT INVALID KEY
                       MOVE NOME TO WRK-CO-NOME
               END-READ
               WRITE EXTRATO-LINHA FROM WRK-LINHA-COTITULAR
           END-IF.

           READ CONTA-PARTICIPANTE NEXT RECORD
               AT END SET FIM-PART TO TRUE
           END-READ.
       3300-IMPRIME-COTITULAR-EXIT.
           EXIT.

       4000-PERCORRE-RAZAO.
      *-----------------------------------------------------------------
      *    POSICIONA NO INICIO DO RAZAO DA CONTA E LE AS LINHAS ATE O
      *    FIM DO PERIODO. AS ANTERIORES AO PERIODO SO DEFINEM O SALDO
      *    ANTERIOR; AS DO PERIODO SAO IMPRESSAS.
      *-----------------------------------------------------------------
           IF WRK-STATUS-LANCTO NOT = "00"
               GO TO 4000-PERCORRE-RAZAO-EXIT
           END-IF.

           MOVE "N"               TO WRK-FIM-LCT-SW.
           MOVE WRK-CONTA-EXTRATO TO LCT-CONTA.
           MOVE ZEROS             TO LCT-DATA LCT-SEQUENCIA.
           START LANCAMENTO-CONTA KEY IS NOT LESS THAN LCT-CHAVE
               INVALID KEY
                   GO TO 4000-PERCORRE-RAZAO-EXIT
           END-START.

           PERFORM 4100-TRATA-LANCAMENTO
               THRU 4100-TRATA-LANCAMENTO-EXIT
               UNTIL FIM-LCT-CONTA.
       4000-PERCORRE-RAZAO-EXIT.
           EXIT.

       4100-TRATA-LANCAMENTO.
           READ LANCAMENTO-CONTA NEXT RECORD
               AT END
                   SET FIM-LCT-CONTA TO TRUE
                   GO TO 4100-TRATA-LANCAMENTO-EXIT
           END-READ.

           IF LCT-CONTA NOT = WRK-CONTA-EXTRATO
              OR LCT-DATA > WRK-PERIODO-FIM
               SET FIM-LCT-CONTA TO TRUE
               GO TO 4100-TRATA-LANCAMENTO-EXIT
           END-IF.

           IF LCT-DATA < WRK-PERIODO-INICIO-N
               IF LCT-MOVIMENTA-SALDO
                   MOVE LCT-SALDO-APOS TO WRK-SALDO-ABERTURA
                   SET ABERTURA-CONHECIDA TO TRUE
               END-IF
               GO TO 4100-TRATA-LANCAMENTO-EXIT
           END-IF.

      *-----------------------------------------------------------------
      *    PRIMEIRA LINHA DO PERIODO: SEM HISTORICO ANTERIOR NO RAZAO
      *    O SALDO ANTERIOR E RECONSTITUIDO A PARTIR DO SALDO
      *    RESULTANTE DELA.
      *-----------------------------------------------------------------
           IF WRK-CONT-MOVTOS-CONTA = 0
               IF NOT ABERTURA-CONHECIDA
                   MOVE LCT-SALDO-APOS TO WRK-SALDO-ABERTURA
                   IF LCT-MOVIMENTA-SALDO
                       IF LCT-DEBITO
                           ADD LCT-VALOR TO WRK-SALDO-ABERTURA
                       ELSE
                           SUBTRACT LCT-VALOR FROM WRK-SALDO-ABERTURA
                       END-IF
                   END-IF
                   SET ABERTURA-CONHECIDA TO TRUE
               END-IF
               MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-CORRENTE
               MOVE WRK-SALDO-ABERTURA TO WRK-SA-SALDO
               WRITE EXTRATO-LINHA FROM WRK-LINHA-SALDO-ANT
               WRITE EXTRATO-LINHA FROM WRK-LINHA-CABEC-MOVTO
           END-IF.

           PERFORM 4200-IMPRIME-MOVIMENTO
               THRU 4200-IMPRIME-MOVIMENTO-EXIT.
       4100-TRATA-LANCAMENTO-EXIT.
           EXIT.

       4200-IMPRIME-MOVIMENTO.
           ADD 1 TO WRK-CONT-MOVTOS-CONTA.
           ADD 1 TO WRK-CONT-MOVIMENTOS.

           MOVE LCT-DATA      TO WRK-M-DATA.
           MOVE LCT-DOCUMENTO TO WRK-M-DOCUMENTO.
           MOVE ZEROS         TO WRK-M-DEBITO WRK-M-CREDITO.
           MOVE SPACES        TO WRK-M-NOTA.

           EVALUATE LCT-TIPO
               WHEN "LIQBOLET"
                   MOVE "LIQUIDACAO DE BOLETO"  TO WRK-M-HISTORICO
               WHEN "LIQPARC"
                   MOVE "LIQUIDACAO PARCIAL BOLETO" TO WRK-M-HISTORICO
               WHEN "JUROCHEQ"
                   MOVE "JUROS CHEQUE ESPECIAL" TO WRK-M-HISTORICO
               WHEN "MULTA"
                   MOVE "MULTA POR ATRASO"      TO WRK-M-HISTORICO
               WHEN "JUROS"
                   MOVE "JUROS DE MORA"         TO WRK-M-HISTORICO
               WHEN "BAIXA"
                   MOVE "TITULO BAIXADO"        TO WRK-M-HISTORICO
               WHEN "RECUPERA"
                   MOVE "RECUPERACAO CRED. BAIXADO" TO WRK-M-HISTORICO
               WHEN OTHER
                   MOVE LCT-TIPO                TO WRK-M-HISTORICO
           END-EVALUATE.

           IF LCT-DEBITO
               MOVE LCT-VALOR TO WRK-M-DEBITO
           ELSE
               MOVE LCT-VALOR TO WRK-M-CREDITO
           END-IF.

           IF LCT-MOVIMENTA-SALDO
               IF LCT-DEBITO
                   ADD LCT-VALOR TO WRK-TOT-DEBITOS
               ELSE
                   ADD LCT-VALOR TO WRK-TOT-CREDITOS
               END-IF
               MOVE LCT-SALDO-APOS TO WRK-SALDO-CORRENTE
           ELSE
               MOVE "*" TO WRK-M-NOTA
           END-IF.

           MOVE WRK-SALDO-CORRENTE TO WRK-M-SALDO.
           WRITE EXTRATO-LINHA FROM WRK-LINHA-MOVIMENTO.

           IF LCT-SO-REGISTRO
               WRITE EXTRATO-LINHA FROM WRK-LINHA-NOTA-BAIXA
           END-IF.
       4200-IMPRIME-MOVIMENTO-EXIT.
           EXIT.

       9000-FINALIZA.
           MOVE WRK-CONT-EXTRATOS    TO WRK-R-EXTRATOS.
           MOVE WRK-CONT-MOVIMENTOS  TO WRK-R-MOVIMENTOS.
           MOVE WRK-CONT-DIVERGENTES TO WRK-R-DIVERGENTES.
           WRITE EXTRATO-LINHA FROM WRK-LINHA-RESUMO.

           CLOSE CONTA-XREF.
           CLOSE SALDO-CONTA.
           CLOSE LANCAMENTO-CONTA.
           CLOSE CLIENTE-MASTER.
           IF PARTICIPANTES-DISPONIVEL
               CLOSE CONTA-PARTICIPANTE
           END-IF.
           CLOSE EXTRATO-MENSAL.

           DISPLAY "EXTRATOS EMITIDOS ...: " WRK-CONT-EXTRATOS.
           DISPLAY "MOVIMENTOS IMPRESSOS : " WRK-CONT-MOVIMENTOS.
           DISPLAY "CONTAS ENCERRADAS ...: " WRK-CONT-ENCERRADAS.
           DISPLAY "SALDOS DIVERGENTES ..: " WRK-CONT-DIVERGENTES.

           MOVE WRK-CONT-EXTRATOS    TO AUD-R-EXT.
           MOVE WRK-CONT-DIVERGENTES TO AUD-R-DIV.

           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           IF WRK-CONT-DIVERGENTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
