      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "RetornoReceita".
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
           SELECT RECEITA-RETORNO ASSIGN TO "RFBRETOR"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-RETORNO.

           SELECT SITUACAO-RECEITA ASSIGN TO "SITRFB"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS SRF-CPF
                                   FILE STATUS IS WRK-STATUS-SITUACAO.

           SELECT CLIENTE-MASTER  ASSIGN TO "CLIMASTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS CPF
                                   ALTERNATE RECORD KEY IS NOME
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-MASTER.

           SELECT RECEITA-EXCECAO ASSIGN TO "RFBEXCEC"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-EXCEC.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  RECEITA-RETORNO
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY RFBCOPY.

       FD  SITUACAO-RECEITA
           LABEL RECORDS ARE STANDARD.
           COPY SRFCOPY.

       FD  CLIENTE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CLICOPY.

       FD  RECEITA-EXCECAO
           LABEL RECORDS ARE STANDARD.
       01  RFB-EXCEC-LINHA             PIC X(120).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-RETORNO             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-SITUACAO            PIC X(02) VALUE SPACES.

       77  WRK-STATUS-MASTER              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-EXCEC               PIC X(02) VALUE SPACES.

       77  WRK-FIM-RETORNO                PIC X(01) VALUE "N".
           88  FIM-RETORNO                    VALUE "S".

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

       77  WRK-DATA-RESPOSTA              PIC 9(08) VALUE ZEROS.

       77  WRK-CONVENIO                   PIC X(10) VALUE
               "BCO0001RFB".

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A VALIDACAO DO HEADER/TRAILER DO RETORNO,
      *    FEITA ANTES DE ATUALIZAR QUALQUER SITUACAO.
      *-----------------------------------------------------------------
       77  WRK-ID-ESPERADO                PIC X(08) VALUE "RETCPF".

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
           02 WRK-ANT-QTDE          PIC 9(07).
           02 FILLER                PIC X(42).

       01  WRK-CPF-CHAVE.
           02 WRK-CPF-NUM           PIC 9(11).
           02 FILLER                PIC X(01) VALUE SPACE.

      *-----------------------------------------------------------------
      *    DESCRICAO DAS SITUACOES CADASTRAIS DA RECEITA, PELO CODIGO
      *    DEVOLVIDO NO RETORNO.
      *-----------------------------------------------------------------
       01  WRK-TABELA-SITUACOES.
           02 FILLER                PIC X(25) VALUE
              "0REGULAR                 ".
           02 FILLER                PIC X(25) VALUE
              "2SUSPENSA                ".
           02 FILLER                PIC X(25) VALUE
              "3TITULAR FALECIDO        ".
           02 FILLER                PIC X(25) VALUE
              "4PENDENTE REGULARIZACAO  ".
           02 FILLER                PIC X(25) VALUE
              "5CANCELADA MULTIPLICIDADE".
           02 FILLER                PIC X(25) VALUE
              "8NULA                    ".
           02 FILLER                PIC X(25) VALUE
              "9CANCELADA DE OFICIO     ".

       01  WRK-TAB-SITUACAO REDEFINES WRK-TABELA-SITUACOES.
           02 WRK-SIT-ITEM OCCURS 7 TIMES.
               03 WRK-SIT-CODIGO    PIC X(01).
               03 WRK-SIT-DESCRICAO PIC X(24).

       77  WRK-IDX-SIT                    PIC 9(02) COMP VALUE ZEROS.

       77  WRK-DESCRICAO-SIT              PIC X(24) VALUE SPACES.

      *-----------------------------------------------------------------
      *    RELATORIO DE EXCECOES PARA O BACK OFFICE: TODO CPF QUE
      *    FOI BLOQUEADO, DESBLOQUEADO, VOLTOU IRREGULAR OU NAO PODE
      *    SER APLICADO, COM A PROVIDENCIA ESPERADA.
      *-----------------------------------------------------------------
       01  WRK-LINHA-TITULO.
           02 FILLER                PIC X(50) VALUE
              "RETORNO DA CONSULTA DE CPF NA RECEITA FEDERAL".
           02 FILLER                PIC X(10) VALUE "RESPOSTA ".
           02 WRK-T-DATA            PIC 9(08).

       01  WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(13) VALUE "CPF".
           02 FILLER                PIC X(41) VALUE "NOME".
           02 FILLER                PIC X(25) VALUE
              "SITUACAO NA RECEITA".
           02 FILLER                PIC X(06) VALUE "OBITO".
           02 FILLER                PIC X(30) VALUE "PROVIDENCIA".

       01  WRK-LINHA-EXCECAO.
           02 WRK-E-CPF             PIC X(12).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-E-NOME            PIC X(40).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-E-SITUACAO        PIC X(24).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-E-OBITO           PIC ZZZZ.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-E-PROVIDENCIA     PIC X(35).

       01  WRK-LINHA-TOTAL.
           02 WRK-TOT-TEXTO         PIC X(40).
           02 WRK-TOT-QTDE          PIC ZZZZZZ9.

       77  WRK-CONT-RECEBIDOS             PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-ATUALIZADOS           PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-BLOQUEADOS            PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-DESBLOQUEADOS         PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-IRREGULARES           PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-REJEITADOS            PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-EXCECOES              PIC 9(07) VALUE ZEROS.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "RetornoReceita".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       77  WRK-AUD-RESULTADO               PIC X(30) VALUE SPACES.

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
      *    APLICA O RETORNO DO BUREAU DE CONSULTA DE CPF: GUARDA A
      *    SITUACAO CADASTRAL E A DATA DA CONSULTA DE CADA CLIENTE NO
      *    SITRFB. TITULAR FALECIDO, CPF CANCELADO OU NULO BLOQUEIA O
      *    CLIENTE (SEM LANCAMENTOS NA RECONCILIACAO DE BOLETOS E FORA
      *    DO EXTRATO DO CRM); O RELATORIO DE EXCECOES VAI PARA O BACK
      *    OFFICE. RETURN-CODE 4 QUANDO HOUVE EXCECAO E 16 QUANDO O
      *    ARQUIVO DE RETORNO E RECUSADO NA VALIDACAO.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-PROCESSA-RETORNO
               THRU 2000-PROCESSA-RETORNO-EXIT
               UNTIL FIM-RETORNO.

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

           OPEN INPUT  RECEITA-RETORNO.
           PERFORM 1200-VALIDA-ARQUIVO THRU 1200-VALIDA-ARQUIVO-EXIT.

           OPEN I-O    SITUACAO-RECEITA.
           IF WRK-STATUS-SITUACAO = "35"
               CLOSE SITUACAO-RECEITA
               OPEN OUTPUT SITUACAO-RECEITA
               CLOSE SITUACAO-RECEITA
               OPEN I-O SITUACAO-RECEITA
           END-IF.

           OPEN INPUT  CLIENTE-MASTER.

           OPEN OUTPUT RECEITA-EXCECAO.
           MOVE WRK-DATA-RESPOSTA TO WRK-T-DATA.
           WRITE RFB-EXCEC-LINHA FROM WRK-LINHA-TITULO.
           WRITE RFB-EXCEC-LINHA FROM WRK-LINHA-CABECALHO.
       1000-INICIALIZA-EXIT.
           EXIT.

       1200-VALIDA-ARQUIVO.
      *-----------------------------------------------------------------
      *    PASSADA PREVIA DE INTEGRIDADE DO RETORNO: O PRIMEIRO
      *    REGISTRO DEVE SER O HEADER "RETCPF" DO NOSSO CONVENIO, COM
      *    DATA DE RESPOSTA NAO POSTERIOR A DATA DO LOTE, E O ULTIMO
      *    O TRAILER CUJA CONTAGEM FECHA COM OS DETALHES. QUALQUER
      *    DIVERGENCIA ABENDA O PASSO SEM ATUALIZAR NADA. AO FINAL O
      *    ARQUIVO E REABERTO E O HEADER E CONSUMIDO.
      *-----------------------------------------------------------------
           READ RECEITA-RETORNO
               AT END
                   MOVE "ARQUIVO VAZIO (SEM HEADER)"
                       TO WRK-ABEND-MOTIVO
                   PERFORM 1290-ABENDA-ARQUIVO
                       THRU 1290-ABENDA-ARQUIVO-EXIT
           END-READ.

           IF NOT RFB-REG-HEADER
              OR RFB-H-ARQUIVO NOT = WRK-ID-ESPERADO
               MOVE "PRIMEIRO REGISTRO NAO E O HEADER DO RETORNO"
                   TO WRK-ABEND-MOTIVO
               PERFORM 1290-ABENDA-ARQUIVO
                   THRU 1290-ABENDA-ARQUIVO-EXIT
           END-IF.

           IF RFB-H-CONVENIO NOT = WRK-CONVENIO
               MOVE "CONVENIO DO HEADER NAO E O DO BANCO"
                   TO WRK-ABEND-MOTIVO
               PERFORM 1290-ABENDA-ARQUIVO
                   THRU 1290-ABENDA-ARQUIVO-EXIT
           END-IF.

           IF RFB-H-DATA NOT NUMERIC
              OR RFB-H-DATA = ZEROS
              OR RFB-H-DATA > WRK-DATA-ATUAL
               MOVE "DATA DE RESPOSTA INVALIDA NO HEADER"
                   TO WRK-ABEND-MOTIVO
               PERFORM 1290-ABENDA-ARQUIVO
                   THRU 1290-ABENDA-ARQUIVO-EXIT
           END-IF.

           MOVE RFB-H-DATA TO WRK-DATA-RESPOSTA.

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

           CLOSE RECEITA-RETORNO.
           OPEN INPUT RECEITA-RETORNO.
           READ RECEITA-RETORNO
               AT END SET FIM-RETORNO TO TRUE
           END-READ.
           READ RECEITA-RETORNO
               AT END SET FIM-RETORNO TO TRUE
           END-READ.
       1200-VALIDA-ARQUIVO-EXIT.
           EXIT.

       1250-CONFERE-REGISTRO.
      *-----------------------------------------------------------------
      *    LEITURA COM UM REGISTRO DE ATRASO: SO NO FIM DO ARQUIVO
      *    SE SABE QUE O REGISTRO GUARDADO E O TRAILER.
      *-----------------------------------------------------------------
           READ RECEITA-RETORNO
               AT END
                   SET VALIDA-FIM TO TRUE
                   IF ANT-CHEIO
                      AND WRK-ANT-TIPO-REG = "9"
                       SET TRAILER-OK TO TRUE
                   END-IF
               NOT AT END
                   IF ANT-CHEIO
                       ADD 1 TO WRK-QTDE-DADOS
                   END-IF
                   MOVE RFB-HEADER-REC TO WRK-REG-ANTERIOR
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

       2000-PROCESSA-RETORNO.
      *-----------------------------------------------------------------
      *    O TRAILER ENCERRA O PROCESSAMENTO (A CONTAGEM JA FOI
      *    CONFERIDA NA VALIDACAO).
      *-----------------------------------------------------------------
           IF RFB-REG-TRAILER
               SET FIM-RETORNO TO TRUE
               GO TO 2000-PROCESSA-RETORNO-EXIT
           END-IF.

           ADD 1 TO WRK-CONT-RECEBIDOS.
           PERFORM 2100-APLICA-SITUACAO THRU 2100-APLICA-SITUACAO-EXIT.

           READ RECEITA-RETORNO
               AT END SET FIM-RETORNO TO TRUE
           END-READ.
       2000-PROCESSA-RETORNO-EXIT.
           EXIT.

       2100-APLICA-SITUACAO.
      *-----------------------------------------------------------------
      *    LOCALIZA O CLIENTE PELO CPF DEVOLVIDO E APLICA A
      *    SITUACAO. RESPOSTA MAIS ANTIGA QUE A JA GUARDADA (RETORNO
      *    REPROCESSADO FORA DE ORDEM) NAO SOBREPOE A MAIS RECENTE.
      *-----------------------------------------------------------------
           MOVE RFB-D-CPF TO WRK-CPF-NUM.
           MOVE WRK-CPF-CHAVE TO WRK-E-CPF.
           MOVE SPACES TO WRK-E-SITUACAO.
           MOVE ZEROS  TO WRK-E-OBITO.

           MOVE WRK-CPF-CHAVE TO CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO WRK-E-NOME
               NOT INVALID KEY
                   MOVE NOME TO WRK-E-NOME
           END-READ.

           IF NOT RFB-REG-DETALHE
               MOVE "REGISTRO INVALIDO NO RETORNO" TO WRK-E-PROVIDENCIA
               PERFORM 2900-REJEITA THRU 2900-REJEITA-EXIT
               GO TO 2100-APLICA-SITUACAO-EXIT
           END-IF.

           MOVE RFB-D-SITUACAO TO SRF-SITUACAO.
           IF NOT SRF-SITUACAO-VALIDA
               MOVE RFB-D-SITUACAO TO WRK-E-SITUACAO
               MOVE "SITUACAO DESCONHECIDA - VERIFICAR"
                   TO WRK-E-PROVIDENCIA
               PERFORM 2900-REJEITA THRU 2900-REJEITA-EXIT
               GO TO 2100-APLICA-SITUACAO-EXIT
           END-IF.

           PERFORM 2800-DESCREVE-SITUACAO
               THRU 2800-DESCREVE-SITUACAO-EXIT.
           MOVE WRK-DESCRICAO-SIT TO WRK-E-SITUACAO.

           MOVE WRK-CPF-CHAVE TO SRF-CPF.
           READ SITUACAO-RECEITA
               INVALID KEY
                   MOVE "CPF NAO ENVIADO PELO BANCO"
                       TO WRK-E-PROVIDENCIA
                   PERFORM 2900-REJEITA THRU 2900-REJEITA-EXIT
                   GO TO 2100-APLICA-SITUACAO-EXIT
           END-READ.

           IF SRF-DATA-CONSULTA > WRK-DATA-RESPOSTA
               MOVE "RESPOSTA ANTERIOR A ULTIMA CONSULTA"
                   TO WRK-E-PROVIDENCIA
               PERFORM 2900-REJEITA THRU 2900-REJEITA-EXIT
               GO TO 2100-APLICA-SITUACAO-EXIT
           END-IF.

           MOVE RFB-D-SITUACAO    TO SRF-SITUACAO.
           MOVE WRK-DATA-RESPOSTA TO SRF-DATA-CONSULTA.
           IF SRF-TITULAR-FALECIDO
              AND RFB-D-ANO-OBITO NUMERIC
               MOVE RFB-D-ANO-OBITO TO SRF-ANO-OBITO
           ELSE
               MOVE ZEROS TO SRF-ANO-OBITO
           END-IF.
           MOVE SRF-ANO-OBITO TO WRK-E-OBITO.

           PERFORM 2200-AVALIA-BLOQUEIO THRU 2200-AVALIA-BLOQUEIO-EXIT.

           REWRITE SITUACAO-RECEITA-REC
               INVALID KEY
                   MOVE "SITUACAO NAO REGRAVADA" TO WRK-E-PROVIDENCIA
                   PERFORM 2900-REJEITA THRU 2900-REJEITA-EXIT
                   GO TO 2100-APLICA-SITUACAO-EXIT
           END-REWRITE.
           ADD 1 TO WRK-CONT-ATUALIZADOS.
       2100-APLICA-SITUACAO-EXIT.
           EXIT.

       2200-AVALIA-BLOQUEIO.
      *-----------------------------------------------------------------
      *    FALECIDO, CANCELADO OU NULO BLOQUEIA O CLIENTE NA PRIMEIRA
      *    RESPOSTA NESSA SITUACAO (DATA DO BLOQUEIO = DATA DO LOTE,
      *    BASE DA EXCLUSAO NO DELTA DO CRM). CLIENTE BLOQUEADO QUE
      *    VOLTA SEM IMPEDIMENTO E LIBERADO (DATA DA LIBERACAO = DATA
      *    DO LOTE, BASE DO REENVIO AO CRM) E APONTADO PARA REVISAO.
      *    SUSPENSO OU PENDENTE DE REGULARIZACAO NAO BLOQUEIA, MAS O
      *    BACK OFFICE DEVE CONTATAR O CLIENTE.
      *-----------------------------------------------------------------
           IF SRF-SITUACAO-IMPEDITIVA
               IF NOT SRF-BLOQUEADO
                   SET SRF-BLOQUEADO TO TRUE
                   MOVE WRK-DATA-ATUAL TO SRF-DATA-BLOQUEIO
                   MOVE ZEROS          TO SRF-DATA-LIBERACAO
                   ADD 1 TO WRK-CONT-BLOQUEADOS
                   IF SRF-TITULAR-FALECIDO
                       MOVE "BLOQUEADO - TRATAR ESPOLIO"
                           TO WRK-E-PROVIDENCIA
                   ELSE
                       MOVE "BLOQUEADO - CPF SEM VALIDADE"
                           TO WRK-E-PROVIDENCIA
                   END-IF
                   PERFORM 2950-GRAVA-EXCECAO
                       THRU 2950-GRAVA-EXCECAO-EXIT
               END-IF
               GO TO 2200-AVALIA-BLOQUEIO-EXIT
           END-IF.

           IF SRF-BLOQUEADO
               SET SRF-LIBERADO TO TRUE
               MOVE ZEROS          TO SRF-DATA-BLOQUEIO
               MOVE WRK-DATA-ATUAL TO SRF-DATA-LIBERACAO
               ADD 1 TO WRK-CONT-DESBLOQUEADOS
               MOVE "DESBLOQUEADO - REVISAR CADASTRO"
                   TO WRK-E-PROVIDENCIA
               PERFORM 2950-GRAVA-EXCECAO
                   THRU 2950-GRAVA-EXCECAO-EXIT
           END-IF.

           IF SRF-SUSPENSA OR SRF-PENDENTE
               ADD 1 TO WRK-CONT-IRREGULARES
               MOVE "IRREGULAR - CONTATAR CLIENTE"
                   TO WRK-E-PROVIDENCIA
               PERFORM 2950-GRAVA-EXCECAO
                   THRU 2950-GRAVA-EXCECAO-EXIT
           END-IF.
       2200-AVALIA-BLOQUEIO-EXIT.
           EXIT.

       2800-DESCREVE-SITUACAO.
           MOVE SPACES TO WRK-DESCRICAO-SIT.
           PERFORM 2850-COMPARA-SITUACAO
               THRU 2850-COMPARA-SITUACAO-EXIT
               VARYING WRK-IDX-SIT FROM 1 BY 1
               UNTIL WRK-IDX-SIT > 7
                   OR WRK-DESCRICAO-SIT NOT = SPACES.
       2800-DESCREVE-SITUACAO-EXIT.
           EXIT.

       2850-COMPARA-SITUACAO.
           IF WRK-SIT-CODIGO(WRK-IDX-SIT) = RFB-D-SITUACAO
               MOVE WRK-SIT-DESCRICAO(WRK-IDX-SIT)
                   TO WRK-DESCRICAO-SIT
           END-IF.
       2850-COMPARA-SITUACAO-EXIT.
           EXIT.

       2900-REJEITA.
           ADD 1 TO WRK-CONT-REJEITADOS.
           PERFORM 2950-GRAVA-EXCECAO THRU 2950-GRAVA-EXCECAO-EXIT.
       2900-REJEITA-EXIT.
           EXIT.

       2950-GRAVA-EXCECAO.
           ADD 1 TO WRK-CONT-EXCECOES.
           WRITE RFB-EXCEC-LINHA FROM WRK-LINHA-EXCECAO.
       2950-GRAVA-EXCECAO-EXIT.
           EXIT.

       9000-FINALIZA.
           MOVE SPACES TO RFB-EXCEC-LINHA.
           WRITE RFB-EXCEC-LINHA.
           MOVE "CPFS RECEBIDOS NO RETORNO" TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-RECEBIDOS          TO WRK-TOT-QTDE.
           WRITE RFB-EXCEC-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "SITUACOES ATUALIZADAS"     TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-ATUALIZADOS        TO WRK-TOT-QTDE.
           WRITE RFB-EXCEC-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "CLIENTES BLOQUEADOS (OBITO/CANCELAMENTO)"
                                            TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-BLOQUEADOS         TO WRK-TOT-QTDE.
           WRITE RFB-EXCEC-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "CLIENTES DESBLOQUEADOS"    TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-DESBLOQUEADOS      TO WRK-TOT-QTDE.
           WRITE RFB-EXCEC-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "CPFS SUSPENSOS OU PENDENTES" TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-IRREGULARES        TO WRK-TOT-QTDE.
           WRITE RFB-EXCEC-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "RESPOSTAS NAO APLICADAS"   TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-REJEITADOS         TO WRK-TOT-QTDE.
           WRITE RFB-EXCEC-LINHA FROM WRK-LINHA-TOTAL.

           CLOSE RECEITA-RETORNO.
           CLOSE SITUACAO-RECEITA.
           CLOSE CLIENTE-MASTER.
           CLOSE RECEITA-EXCECAO.

           DISPLAY "CPFS RECEBIDOS .......: " WRK-CONT-RECEBIDOS.
           DISPLAY "  ATUALIZADOS ........: " WRK-CONT-ATUALIZADOS.
           DISPLAY "  BLOQUEADOS .........: " WRK-CONT-BLOQUEADOS.
           DISPLAY "  DESBLOQUEADOS ......: " WRK-CONT-DESBLOQUEADOS.
           DISPLAY "  IRREGULARES ........: " WRK-CONT-IRREGULARES.
           DISPLAY "  NAO APLICADOS ......: " WRK-CONT-REJEITADOS.

           MOVE WRK-DATA-RESPOSTA TO WRK-AUD-CHAVE.
           IF WRK-CONT-EXCECOES > 0
               MOVE "RETORNO RFB COM EXCECOES" TO WRK-AUD-RESULTADO
           ELSE
               MOVE "RETORNO RFB SEM EXCECOES" TO WRK-AUD-RESULTADO
           END-IF.

           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           IF WRK-CONT-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
