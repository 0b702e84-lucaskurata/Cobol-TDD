      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "RemessaReceita".
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
           SELECT CLIENTE-MASTER  ASSIGN TO "CLIMASTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS CPF
                                   ALTERNATE RECORD KEY IS NOME
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-MASTER.

           SELECT SITUACAO-RECEITA ASSIGN TO "SITRFB"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS SRF-CPF
                                   FILE STATUS IS WRK-STATUS-SITUACAO.

           SELECT RECEITA-ENVIO   ASSIGN TO "RFBENVIO"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-ENVIO.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  CLIENTE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CLICOPY.

       FD  SITUACAO-RECEITA
           LABEL RECORDS ARE STANDARD.
           COPY SRFCOPY.

       FD  RECEITA-ENVIO
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY RFBCOPY.

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-MASTER              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-SITUACAO            PIC X(02) VALUE SPACES.

       77  WRK-STATUS-ENVIO               PIC X(02) VALUE SPACES.

       77  WRK-FIM-MASTER                 PIC X(01) VALUE "N".
           88  FIM-MASTER                     VALUE "S".

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

       77  WRK-DIAS-HOJE                  PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CICLO DE CONSULTA: O CPF NOVO (SEM REGISTRO NO SITRFB) SAI
      *    NA PRIMEIRA REMESSA; O JA CONSULTADO VOLTA A SAIR QUANDO A
      *    ULTIMA RESPOSTA DO BUREAU COMPLETA O CICLO, DE MODO QUE O
      *    CADASTRO INTEIRO E RECONFERIDO UMA VEZ POR CICLO. CPF
      *    ENVIADO E AINDA SEM RESPOSTA SO E REENVIADO DEPOIS DO PRAZO
      *    DE REENVIO, PARA NAO DUPLICAR CONSULTAS EM ANDAMENTO.
      *-----------------------------------------------------------------
       77  WRK-DIAS-CICLO                 PIC 9(03) VALUE 365.

       77  WRK-DIAS-REENVIO               PIC 9(03) VALUE 30.

       77  WRK-DIAS-REFERENCIA            PIC 9(07) VALUE ZEROS.

       77  WRK-CONVENIO                   PIC X(10) VALUE
               "BCO0001RFB".

       77  WRK-ENVIA-SW                   PIC X(01) VALUE "N".
           88  ENVIA-CPF                      VALUE "S".

       01  WRK-CPF-CHAVE.
           02 WRK-CPF-NUM           PIC 9(11).
           02 FILLER                PIC X(01).

       01  WRK-DATA-NASC-RFB.
           02 WRK-NASC-ANO          PIC 9(04).
           02 WRK-NASC-MES          PIC 9(02).
           02 WRK-NASC-DIA          PIC 9(02).

       77  WRK-CONT-LIDOS                 PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-NOVOS                 PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-CICLO                 PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-REENVIADOS            PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-IGNORADOS             PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-ENVIADOS              PIC 9(07) VALUE ZEROS.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "RemessaReceita".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       77  WRK-AUD-RESULTADO               PIC X(30) VALUE SPACES.

       01  WRK-AUD-RESUMO.
           02 FILLER                PIC X(14) VALUE "CPFS ENVIADOS ".
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
      *    GERA A REMESSA DE CPFS PARA CONSULTA DA SITUACAO CADASTRAL
      *    NA RECEITA FEDERAL, NO LAYOUT DO BUREAU (RFBCOPY): OS
      *    CLIENTES NOVOS DESDE A ULTIMA REMESSA E OS QUE COMPLETARAM
      *    O CICLO DE RECONFERENCIA. CADA CPF ENVIADO TEM A DATA DE
      *    ENVIO CARIMBADA NO SITRFB; A RESPOSTA E APLICADA PELO
      *    PROGRAMA DE RETORNO (RetornoReceita).
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-SELECIONA-CLIENTE
               THRU 2000-SELECIONA-CLIENTE-EXIT
               UNTIL FIM-MASTER.

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
           CALL "DATADIAS" USING WRK-DATA-ATUAL WRK-DIAS-HOJE.

           OPEN INPUT  CLIENTE-MASTER.

           OPEN I-O    SITUACAO-RECEITA.
           IF WRK-STATUS-SITUACAO = "35"
               CLOSE SITUACAO-RECEITA
               OPEN OUTPUT SITUACAO-RECEITA
               CLOSE SITUACAO-RECEITA
               OPEN I-O SITUACAO-RECEITA
           END-IF.

           OPEN OUTPUT RECEITA-ENVIO.
           MOVE SPACES         TO RFB-HEADER-REC.
           MOVE "0"            TO RFB-H-TIPO.
           MOVE "CONSCPF"      TO RFB-H-ARQUIVO.
           MOVE WRK-DATA-ATUAL TO RFB-H-DATA.
           MOVE WRK-CONVENIO   TO RFB-H-CONVENIO.
           WRITE RFB-HEADER-REC.

           READ CLIENTE-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.
       1000-INICIALIZA-EXIT.
           EXIT.

       2000-SELECIONA-CLIENTE.
      *-----------------------------------------------------------------
      *    CPF NAO NUMERICO (CODIGO ANONIMO DE TITULAR ELIMINADO A
      *    PEDIDO, LGPD) NAO E CONSULTADO.
      *-----------------------------------------------------------------
           ADD 1 TO WRK-CONT-LIDOS.
           MOVE "N" TO WRK-ENVIA-SW.
           MOVE CPF TO WRK-CPF-CHAVE.

           IF WRK-CPF-NUM NOT NUMERIC
               ADD 1 TO WRK-CONT-IGNORADOS
               GO TO 2000-SELECIONA-CLIENTE-LEITURA
           END-IF.

           MOVE CPF TO SRF-CPF.
           READ SITUACAO-RECEITA
               INVALID KEY
                   PERFORM 2100-INCLUI-SITUACAO
                       THRU 2100-INCLUI-SITUACAO-EXIT
               NOT INVALID KEY
                   PERFORM 2200-VERIFICA-CICLO
                       THRU 2200-VERIFICA-CICLO-EXIT
           END-READ.

           IF ENVIA-CPF
               PERFORM 2500-GRAVA-DETALHE
                   THRU 2500-GRAVA-DETALHE-EXIT
           END-IF.

       2000-SELECIONA-CLIENTE-LEITURA.
           READ CLIENTE-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.
       2000-SELECIONA-CLIENTE-EXIT.
           EXIT.

       2100-INCLUI-SITUACAO.
      *-----------------------------------------------------------------
      *    CLIENTE NOVO: ABRE O REGISTRO DE SITUACAO AINDA SEM
      *    RESPOSTA, JA COM A DATA DE ENVIO.
      *-----------------------------------------------------------------
           MOVE SPACES         TO SITUACAO-RECEITA-REC.
           MOVE CPF            TO SRF-CPF.
           MOVE WRK-DATA-ATUAL TO SRF-DATA-ENVIO.
           MOVE ZEROS          TO SRF-DATA-CONSULTA
                                  SRF-ANO-OBITO
                                  SRF-DATA-BLOQUEIO
                                  SRF-DATA-LIBERACAO.
           SET SRF-LIBERADO TO TRUE.
           WRITE SITUACAO-RECEITA-REC
               INVALID KEY
                   DISPLAY "SITRFB NAO GRAVADO PARA CPF " CPF
                   GO TO 2100-INCLUI-SITUACAO-EXIT
           END-WRITE.
           ADD 1 TO WRK-CONT-NOVOS.
           SET ENVIA-CPF TO TRUE.
       2100-INCLUI-SITUACAO-EXIT.
           EXIT.

       2200-VERIFICA-CICLO.
      *-----------------------------------------------------------------
      *    CPF JA CONHECIDO: ENVIO POSTERIOR A ULTIMA RESPOSTA
      *    SIGNIFICA CONSULTA EM ANDAMENTO, REENVIADA SO DEPOIS DO
      *    PRAZO DE REENVIO; CASO CONTRARIO O CPF VOLTA A SAIR QUANDO
      *    A ULTIMA RESPOSTA COMPLETA O CICLO.
      *-----------------------------------------------------------------
           IF SRF-DATA-ENVIO > SRF-DATA-CONSULTA
               CALL "DATADIAS" USING SRF-DATA-ENVIO
                                      WRK-DIAS-REFERENCIA
               IF WRK-DIAS-REFERENCIA + WRK-DIAS-REENVIO
                   NOT > WRK-DIAS-HOJE
                   ADD 1 TO WRK-CONT-REENVIADOS
                   SET ENVIA-CPF TO TRUE
               END-IF
           ELSE
               CALL "DATADIAS" USING SRF-DATA-CONSULTA
                                      WRK-DIAS-REFERENCIA
               IF WRK-DIAS-REFERENCIA + WRK-DIAS-CICLO
                   NOT > WRK-DIAS-HOJE
                   ADD 1 TO WRK-CONT-CICLO
                   SET ENVIA-CPF TO TRUE
               END-IF
           END-IF.

           IF NOT ENVIA-CPF
               GO TO 2200-VERIFICA-CICLO-EXIT
           END-IF.

           MOVE WRK-DATA-ATUAL TO SRF-DATA-ENVIO.
           REWRITE SITUACAO-RECEITA-REC
               INVALID KEY
                   DISPLAY "SITRFB NAO REGRAVADO PARA CPF " CPF
                   MOVE "N" TO WRK-ENVIA-SW
           END-REWRITE.
       2200-VERIFICA-CICLO-EXIT.
           EXIT.

       2500-GRAVA-DETALHE.
      *-----------------------------------------------------------------
      *    O BUREAU PEDE A DATA DE NASCIMENTO EM AAAAMMDD; O CADASTRO
      *    GUARDA EM DDMMAAAA. NASCIMENTO NAO NUMERICO SAI ZERADO.
      *-----------------------------------------------------------------
           MOVE SPACES      TO RFB-DETALHE-REC.
           MOVE "1"         TO RFB-D-TIPO.
           MOVE WRK-CPF-NUM TO RFB-D-CPF.
           IF DATA-NASC-COMPACTA NUMERIC
               MOVE DTN-ANO TO WRK-NASC-ANO
               MOVE DTN-MES TO WRK-NASC-MES
               MOVE DTN-DIA TO WRK-NASC-DIA
               MOVE WRK-DATA-NASC-RFB TO RFB-D-DATA-NASC
           ELSE
               MOVE ZEROS TO RFB-D-DATA-NASC
           END-IF.
           MOVE ZEROS       TO RFB-D-ANO-OBITO.
           WRITE RFB-DETALHE-REC.
           ADD 1 TO WRK-CONT-ENVIADOS.
       2500-GRAVA-DETALHE-EXIT.
           EXIT.

       9000-FINALIZA.
           MOVE SPACES            TO RFB-TRAILER-REC.
           MOVE "9"               TO RFB-T-TIPO.
           MOVE WRK-CONT-ENVIADOS TO RFB-T-QTDE.
           WRITE RFB-TRAILER-REC.

           CLOSE CLIENTE-MASTER.
           CLOSE SITUACAO-RECEITA.
           CLOSE RECEITA-ENVIO.

           DISPLAY "CLIENTES LIDOS .......: " WRK-CONT-LIDOS.
           DISPLAY "  CPFS NOVOS .........: " WRK-CONT-NOVOS.
           DISPLAY "  CICLO VENCIDO ......: " WRK-CONT-CICLO.
           DISPLAY "  REENVIOS SEM RESP. .: " WRK-CONT-REENVIADOS.
           DISPLAY "  CODIGOS ANONIMOS ...: " WRK-CONT-IGNORADOS.
           DISPLAY "CPFS ENVIADOS ........: " WRK-CONT-ENVIADOS.

           MOVE WRK-DATA-ATUAL    TO WRK-AUD-CHAVE.
           MOVE WRK-CONT-ENVIADOS TO WRK-AUD-QTDE.
           MOVE WRK-AUD-RESUMO    TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.
       9000-FINALIZA-EXIT.
           EXIT.
