      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "MaioridadeClientes".
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
           SELECT CLIENTE-RESPONSAVEL ASSIGN TO "CLIRESP"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS RSP-CHAVE
                                   ALTERNATE RECORD KEY IS
                                       RSP-CPF-RESPONSAVEL
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-RESP.

           SELECT CLIENTE-MASTER  ASSIGN TO "CLIMASTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS CPF
                                   ALTERNATE RECORD KEY IS NOME
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-MASTER.

           SELECT CONTA-XREF      ASSIGN TO "CTAXREF"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS XRF-CONTA
                                   FILE STATUS IS WRK-STATUS-XREF.

           SELECT CONTA-PARTICIPANTE ASSIGN TO "CTAPART"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS PTC-CHAVE
                                   ALTERNATE RECORD KEY IS PTC-CPF
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-PART.

           SELECT MAIORIDADE-RELATORIO ASSIGN TO "MAIORELT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-RELAT.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  CLIENTE-RESPONSAVEL
           LABEL RECORDS ARE STANDARD.
           COPY RSPCOPY.

       FD  CLIENTE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CLICOPY.

       FD  CONTA-XREF
           LABEL RECORDS ARE STANDARD.
           COPY XREFCPY.

       FD  CONTA-PARTICIPANTE
           LABEL RECORDS ARE STANDARD.
           COPY PTCCOPY.

       FD  MAIORIDADE-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  MAIOR-RELAT-LINHA           PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-RESP                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-MASTER              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-XREF                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PART                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-RELAT               PIC X(02) VALUE SPACES.

       77  WRK-FIM-RESP                   PIC X(01) VALUE "N".
           88  FIM-RESP                       VALUE "S".

       77  WRK-FIM-PART                   PIC X(01) VALUE "N".
           88  FIM-PART                       VALUE "S".

       77  WRK-PART-ABERTO-SW             PIC X(01) VALUE "N".
           88  PARTICIPANTES-DISPONIVEL       VALUE "S".

       77  WRK-MENOR-ACHADO-SW            PIC X(01) VALUE "N".
           88  MENOR-CADASTRADO               VALUE "S".

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    MENOR QUE COMPLETA 18 ANOS ATE O FIM DO MES SEGUINTE AO DO
      *    PROCESSAMENTO E AVISADO PARA A COLETA DE DOCUMENTOS; O DIA
      *    31 FECHA QUALQUER MES NA COMPARACAO AAAAMMDD.
      *-----------------------------------------------------------------
       01  WRK-DATA-LIMITE.
           02 WRK-LIM-ANO           PIC 9(04).
           02 WRK-LIM-MES           PIC 9(02).
           02 WRK-LIM-DIA           PIC 9(02).

       01  WRK-DATA-LIMITE-N REDEFINES WRK-DATA-LIMITE
                                    PIC 9(08).

      *-----------------------------------------------------------------
      *    DATA DO 18O. ANIVERSARIO DO MENOR (AAAAMMDD). NASCIDO EM
      *    29/02 COMPLETA 18 ANOS EM 01/03 QUANDO O ANO NAO E
      *    BISSEXTO. OS VINCULOS DE UM MESMO MENOR VEM SEGUIDOS NA
      *    CHAVE, ENTAO O MESTRE SO E LIDO NA TROCA DE MENOR.
      *-----------------------------------------------------------------
       01  WRK-DATA-MAIORIDADE.
           02 WRK-MAI-ANO           PIC 9(04).
           02 WRK-MAI-MES           PIC 9(02).
           02 WRK-MAI-DIA           PIC 9(02).

       01  WRK-DATA-MAIORIDADE-N REDEFINES WRK-DATA-MAIORIDADE
                                    PIC 9(08).

       77  WRK-BISS-QUOCIENTE             PIC 9(04) COMP.

       77  WRK-BISS-RESTO-4               PIC 9(02) COMP.

       77  WRK-BISS-RESTO-100             PIC 9(02) COMP.

       77  WRK-BISS-RESTO-400             PIC 9(03) COMP.

       77  WRK-ANO-BISSEXTO-SW            PIC X(01) VALUE "N".
           88  ANO-BISSEXTO                   VALUE "S".

       77  WRK-CPF-MENOR-ANT              PIC X(12) VALUE SPACES.

       77  WRK-NOME-MENOR                 PIC X(40) VALUE SPACES.

       77  WRK-CONT-VINCULOS              PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-ENCERRADOS            PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-AVISOS                PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-SEM-CADASTRO          PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-PAPEIS-FECHADOS       PIC 9(07) VALUE ZEROS.

       01  WRK-LINHA-TITULO.
           02 FILLER                PIC X(40) VALUE
              "===== MAIORIDADE DE CLIENTES EM ".
           02 WRK-T-DATA            PIC 9999/99/99.
           02 FILLER                PIC X(09) VALUE "  LIMITE ".
           02 WRK-T-LIMITE          PIC 9999/99/99.

       01  WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(13) VALUE "CPF MENOR".
           02 FILLER                PIC X(41) VALUE "NOME DO CLIENTE".
           02 FILLER                PIC X(11) VALUE "MAIORIDADE".
           02 FILLER                PIC X(13) VALUE "RESPONSAVEL".
           02 FILLER                PIC X(20) VALUE "ACAO".

       01  WRK-LINHA-DETALHE.
           02 WRK-D-CPF             PIC X(12).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-NOME            PIC X(40).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-MAIORIDADE      PIC X(10).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-RESPONSAVEL     PIC X(12).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-ACAO            PIC X(20).

       01  WRK-DATA-EDITADA         PIC 9999/99/99.

       01  WRK-LINHA-TOTAL.
           02 WRK-TOT-TEXTO         PIC X(40).
           02 WRK-TOT-QTDE          PIC ZZZZZZ9.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "MaioridadeClientes".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       01  WRK-AUD-RESULTADO-GRP.
           02 FILLER                       PIC X(04) VALUE "ENC=".
           02 AUD-R-ENCERRADOS             PIC 9(07).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "AVI=".
           02 AUD-R-AVISOS                 PIC 9(07).
           02 FILLER                       PIC X(07) VALUE SPACES.

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
      *    VARREDURA MENSAL DOS VINCULOS DE RESPONSAVEL LEGAL EM
      *    ABERTO NO CLIRESP. MENOR QUE JA COMPLETOU 18 ANOS TEM O
      *    VINCULO FECHADO NA DATA DO 18O. ANIVERSARIO, E O PAPEL DE
      *    RESPONSAVEL LEGAL ("L") NAS CONTAS DE QUE ELE E TITULAR E
      *    FECHADO NA MESMA DATA. MENOR QUE COMPLETA 18 ANOS ATE O FIM
      *    DO MES SEGUINTE E LISTADO PARA A COLETA DOS DOCUMENTOS DE
      *    MAIOR. VINCULO DE MENOR QUE NAO CHEGOU AO MESTRE (INCLUSAO
      *    REJEITADA DEPOIS DO "R") E LISTADO PARA CONFERENCIA.
      *    RETURN-CODE 4 QUANDO HA MENOR A AVISAR OU A CONFERIR.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-TRATA-VINCULO THRU 2000-TRATA-VINCULO-EXIT
               UNTIL FIM-RESP.

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

           MOVE WRK-DATA-ATUAL TO WRK-DATA-LIMITE-N.
           IF WRK-LIM-MES = 12
               ADD 1 TO WRK-LIM-ANO
               MOVE 1 TO WRK-LIM-MES
           ELSE
               ADD 1 TO WRK-LIM-MES
           END-IF.
           MOVE 31 TO WRK-LIM-DIA.

           OPEN I-O    CLIENTE-RESPONSAVEL.
           IF WRK-STATUS-RESP = "35"
               CLOSE CLIENTE-RESPONSAVEL
               OPEN OUTPUT CLIENTE-RESPONSAVEL
               CLOSE CLIENTE-RESPONSAVEL
               OPEN I-O CLIENTE-RESPONSAVEL
           END-IF.

           OPEN INPUT  CLIENTE-MASTER.
           OPEN INPUT  CONTA-XREF.

           OPEN I-O    CONTA-PARTICIPANTE.
           IF WRK-STATUS-PART = "00"
               SET PARTICIPANTES-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CTAPART AUSENTE, PAPEIS NAS CONTAS NAO FECHADOS"
           END-IF.

           OPEN OUTPUT MAIORIDADE-RELATORIO.
           MOVE WRK-DATA-ATUAL    TO WRK-T-DATA.
           MOVE WRK-DATA-LIMITE-N TO WRK-T-LIMITE.
           WRITE MAIOR-RELAT-LINHA FROM WRK-LINHA-TITULO.
           WRITE MAIOR-RELAT-LINHA FROM WRK-LINHA-CABECALHO.

           READ CLIENTE-RESPONSAVEL NEXT RECORD
               AT END SET FIM-RESP TO TRUE
           END-READ.
       1000-INICIALIZA-EXIT.
           EXIT.

       2000-TRATA-VINCULO.
           IF RSP-DATA-FIM NOT = ZEROS
               GO TO 2000-TRATA-VINCULO-LEITURA
           END-IF.

           ADD 1 TO WRK-CONT-VINCULOS.
           IF RSP-CPF-MENOR NOT = WRK-CPF-MENOR-ANT
               PERFORM 2100-LE-MENOR THRU 2100-LE-MENOR-EXIT
           END-IF.

           MOVE RSP-CPF-MENOR       TO WRK-D-CPF.
           MOVE WRK-NOME-MENOR      TO WRK-D-NOME.
           MOVE RSP-CPF-RESPONSAVEL TO WRK-D-RESPONSAVEL.

           IF NOT MENOR-CADASTRADO
               MOVE SPACES                TO WRK-D-MAIORIDADE
               MOVE "MENOR NAO CADASTRADO" TO WRK-D-ACAO
               WRITE MAIOR-RELAT-LINHA FROM WRK-LINHA-DETALHE
               ADD 1 TO WRK-CONT-SEM-CADASTRO
               GO TO 2000-TRATA-VINCULO-LEITURA
           END-IF.

           MOVE WRK-DATA-MAIORIDADE-N TO WRK-DATA-EDITADA.
           MOVE WRK-DATA-EDITADA      TO WRK-D-MAIORIDADE.

           IF WRK-DATA-MAIORIDADE-N NOT > WRK-DATA-ATUAL
               PERFORM 2200-ENCERRA-VINCULO
                   THRU 2200-ENCERRA-VINCULO-EXIT
               GO TO 2000-TRATA-VINCULO-LEITURA
           END-IF.

           IF WRK-DATA-MAIORIDADE-N NOT > WRK-DATA-LIMITE-N
               MOVE "COLETAR DOCUMENTOS" TO WRK-D-ACAO
               WRITE MAIOR-RELAT-LINHA FROM WRK-LINHA-DETALHE
               ADD 1 TO WRK-CONT-AVISOS
           END-IF.

       2000-TRATA-VINCULO-LEITURA.
           READ CLIENTE-RESPONSAVEL NEXT RECORD
               AT END SET FIM-RESP TO TRUE
           END-READ.
       2000-TRATA-VINCULO-EXIT.
           EXIT.

       2100-LE-MENOR.
           MOVE RSP-CPF-MENOR TO WRK-CPF-MENOR-ANT.
           MOVE "N"           TO WRK-MENOR-ACHADO-SW.
           MOVE SPACES        TO WRK-NOME-MENOR.
           MOVE RSP-CPF-MENOR TO CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   GO TO 2100-LE-MENOR-EXIT
           END-READ.

           SET MENOR-CADASTRADO TO TRUE.
           MOVE NOME TO WRK-NOME-MENOR.

           COMPUTE WRK-MAI-ANO EQUAL DTN-ANO + 18.
           MOVE DTN-MES TO WRK-MAI-MES.
           MOVE DTN-DIA TO WRK-MAI-DIA.
           IF DTN-MES NOT = 2 OR DTN-DIA NOT = 29
               GO TO 2100-LE-MENOR-EXIT
           END-IF.

           MOVE "N" TO WRK-ANO-BISSEXTO-SW.
           DIVIDE WRK-MAI-ANO BY 4 GIVING WRK-BISS-QUOCIENTE
               REMAINDER WRK-BISS-RESTO-4.
           DIVIDE WRK-MAI-ANO BY 100 GIVING WRK-BISS-QUOCIENTE
               REMAINDER WRK-BISS-RESTO-100.
           DIVIDE WRK-MAI-ANO BY 400 GIVING WRK-BISS-QUOCIENTE
               REMAINDER WRK-BISS-RESTO-400.
           IF WRK-BISS-RESTO-400 = 0
              OR (WRK-BISS-RESTO-4 = 0 AND WRK-BISS-RESTO-100 NOT = 0)
               SET ANO-BISSEXTO TO TRUE
           END-IF.
           IF NOT ANO-BISSEXTO
               MOVE 3 TO WRK-MAI-MES
               MOVE 1 TO WRK-MAI-DIA
           END-IF.
       2100-LE-MENOR-EXIT.
           EXIT.

       2200-ENCERRA-VINCULO.
      *-----------------------------------------------------------------
      *    O VINCULO TERMINA NO DIA EM QUE O MENOR COMPLETOU 18 ANOS,
      *    MESMO QUE A VARREDURA RODE DIAS DEPOIS.
      *-----------------------------------------------------------------
           MOVE WRK-DATA-MAIORIDADE-N TO RSP-DATA-FIM.
           MOVE "CLIMAIOR"            TO RSP-PROGRAMA.
           REWRITE RESPONSAVEL-REC
               INVALID KEY
                   MOVE "ERRO AO ENCERRAR" TO WRK-D-ACAO
                   WRITE MAIOR-RELAT-LINHA FROM WRK-LINHA-DETALHE
                   GO TO 2200-ENCERRA-VINCULO-EXIT
           END-REWRITE.

           ADD 1 TO WRK-CONT-ENCERRADOS.
           MOVE "VINCULO ENCERRADO" TO WRK-D-ACAO.
           WRITE MAIOR-RELAT-LINHA FROM WRK-LINHA-DETALHE.

           IF PARTICIPANTES-DISPONIVEL
               PERFORM 2300-FECHA-PAPEIS THRU 2300-FECHA-PAPEIS-EXIT
           END-IF.
       2200-ENCERRA-VINCULO-EXIT.
           EXIT.

       2300-FECHA-PAPEIS.
      *-----------------------------------------------------------------
      *    PERCORRE AS PARTICIPACOES DO RESPONSAVEL PELA CHAVE
      *    ALTERNATIVA DO CPF E FECHA O PAPEL "L" EM ABERTO NAS
      *    CONTAS CUJO TITULAR (REFERENCIA CRUZADA) E O MENOR.
      *-----------------------------------------------------------------
           MOVE "N"                 TO WRK-FIM-PART.
           MOVE RSP-CPF-RESPONSAVEL TO PTC-CPF.
           START CONTA-PARTICIPANTE KEY IS NOT LESS THAN PTC-CPF
               INVALID KEY
                   SET FIM-PART TO TRUE
           END-START.

           IF NOT FIM-PART
               READ CONTA-PARTICIPANTE NEXT RECORD
                   AT END SET FIM-PART TO TRUE
               END-READ
           END-IF.

           PERFORM 2400-FECHA-PAPEL THRU 2400-FECHA-PAPEL-EXIT
               UNTIL FIM-PART.
       2300-FECHA-PAPEIS-EXIT.
           EXIT.

       2400-FECHA-PAPEL.
           IF PTC-CPF NOT = RSP-CPF-RESPONSAVEL
               SET FIM-PART TO TRUE
               GO TO 2400-FECHA-PAPEL-EXIT
           END-IF.

           IF NOT PTC-RESP-LEGAL OR PTC-DATA-FIM NOT = ZEROS
               GO TO 2400-FECHA-PAPEL-LEITURA
           END-IF.

           MOVE PTC-CONTA TO XRF-CONTA.
           READ CONTA-XREF
               INVALID KEY
                   GO TO 2400-FECHA-PAPEL-LEITURA
           END-READ.
           IF XRF-CPF NOT = RSP-CPF-MENOR
               GO TO 2400-FECHA-PAPEL-LEITURA
           END-IF.

           MOVE WRK-DATA-MAIORIDADE-N TO PTC-DATA-FIM.
           REWRITE CONTA-PARTICIPANTE-REC
               INVALID KEY
                   DISPLAY "ERRO AO FECHAR RESP. LEGAL: " PTC-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-PAPEIS-FECHADOS
           END-REWRITE.

       2400-FECHA-PAPEL-LEITURA.
           READ CONTA-PARTICIPANTE NEXT RECORD
               AT END SET FIM-PART TO TRUE
           END-READ.
       2400-FECHA-PAPEL-EXIT.
           EXIT.

       9000-FINALIZA.
           MOVE SPACES TO MAIOR-RELAT-LINHA.
           WRITE MAIOR-RELAT-LINHA.
           MOVE "VINCULOS EM ABERTO LIDOS"      TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-VINCULOS               TO WRK-TOT-QTDE.
           WRITE MAIOR-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "VINCULOS ENCERRADOS NA MAIORIDADE" TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-ENCERRADOS             TO WRK-TOT-QTDE.
           WRITE MAIOR-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "PAPEIS DE RESP. LEGAL FECHADOS" TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-PAPEIS-FECHADOS        TO WRK-TOT-QTDE.
           WRITE MAIOR-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "MENORES A AVISAR (DOCUMENTOS)" TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-AVISOS                 TO WRK-TOT-QTDE.
           WRITE MAIOR-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "VINCULOS DE MENOR NAO CADASTRADO" TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-SEM-CADASTRO           TO WRK-TOT-QTDE.
           WRITE MAIOR-RELAT-LINHA FROM WRK-LINHA-TOTAL.

           CLOSE CLIENTE-RESPONSAVEL.
           CLOSE CLIENTE-MASTER.
           CLOSE CONTA-XREF.
           IF PARTICIPANTES-DISPONIVEL
               CLOSE CONTA-PARTICIPANTE
           END-IF.
           CLOSE MAIORIDADE-RELATORIO.

           DISPLAY "DATA LIMITE DO AVISO : " WRK-DATA-LIMITE-N.
           DISPLAY "VINCULOS EM ABERTO ..: " WRK-CONT-VINCULOS.
           DISPLAY "VINCULOS ENCERRADOS .: " WRK-CONT-ENCERRADOS.
           DISPLAY "PAPEIS L FECHADOS ...: " WRK-CONT-PAPEIS-FECHADOS.
           DISPLAY "MENORES AVISADOS ....: " WRK-CONT-AVISOS.
           DISPLAY "MENOR NAO CADASTRADO : " WRK-CONT-SEM-CADASTRO.

           MOVE WRK-DATA-ATUAL      TO WRK-AUD-CHAVE.
           MOVE WRK-CONT-ENCERRADOS TO AUD-R-ENCERRADOS.
           MOVE WRK-CONT-AVISOS     TO AUD-R-AVISOS.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           IF WRK-CONT-AVISOS > 0
              OR WRK-CONT-SEM-CADASTRO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
