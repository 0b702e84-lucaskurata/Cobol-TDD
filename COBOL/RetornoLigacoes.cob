      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "RetornoLigacoes".
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
           SELECT RETORNO-LIGACOES ASSIGN TO "COBRRETF"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-RETORNO.

           SELECT TELEFONE-TRANS  ASSIGN TO "TELCOBR"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-TELTRANS.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
      *-----------------------------------------------------------------
      *    RESULTADO DE CADA LIGACAO FEITA PELA EQUIPE DE COBRANCA A
      *    PARTIR DA LISTA DE SMS/LIGACAO (COBRFONE), DEVOLVIDO PELA
      *    CENTRAL AO FIM DO DIA.
      *-----------------------------------------------------------------
       FD  RETORNO-LIGACOES
           LABEL RECORDS ARE STANDARD.
       01  RETORNO-LIGACAO-REC.
           02 RLG-CPF                PIC X(12).
           02 RLG-TELEFONE           PIC X(11).
           02 RLG-DATA-LIGACAO       PIC 9(08).
           02 RLG-RESULTADO          PIC X(02).
               88 RLG-ATENDIDA           VALUE "AT".
               88 RLG-NAO-ATENDE         VALUE "NA".
               88 RLG-NUMERO-ERRADO      VALUE "NE".
               88 RLG-NUMERO-DESLIGADO   VALUE "ND".
           02 RLG-OPERADOR           PIC X(08).
           02 FILLER                 PIC X(09).

       FD  TELEFONE-TRANS
           LABEL RECORDS ARE STANDARD.
           COPY TELCOPY.

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-RETORNO             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-TELTRANS            PIC X(02) VALUE SPACES.

       77  WRK-FIM-RETORNO                PIC X(01) VALUE "N".
           88  FIM-RETORNO                    VALUE "S".

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

       77  WRK-CONT-LIDOS                 PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-INATIVACOES           PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-SEM-ACAO              PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-DESCONHECIDOS         PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    REGISTRO DE CONTROLE PADRAO (HDRCOPY): O MOVIMENTO GERADO
      *    SAI COM HEADER E TRAILER, PRONTO PARA A VALIDACAO DE
      *    INTEGRIDADE DO DECISAO.
      *-----------------------------------------------------------------
           COPY HDRCOPY.

      *-----------------------------------------------------------------
      *    AREA DO REGISTRO DE PARAMETROS CENTRAIS DO LOTE (PARMREAD)
      *-----------------------------------------------------------------
           COPY PRMCOPY.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "RetornoLigacoes".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       01  WRK-AUD-RESULTADO-GRP.
           02 FILLER                       PIC X(04) VALUE "INA=".
           02 AUD-R-INA                    PIC 9(05).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "DES=".
           02 AUD-R-DES                    PIC 9(05).
           02 FILLER                       PIC X(11) VALUE SPACES.

       01  WRK-AUD-RESULTADO REDEFINES
               WRK-AUD-RESULTADO-GRP       PIC X(30).

      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
      *-----------------------------------------------------------------
      *    DEVOLVE AO CADASTRO DE CONTATOS OS NUMEROS QUE AS LIGACOES
      *    DE COBRANCA APONTARAM COMO ERRADOS ("NE", MOTIVO "NER") OU
      *    DESLIGADOS ("ND", MOTIVO "DES"): CADA UM VIRA UMA
      *    INATIVACAO ("D") NO LAYOUT DO TELTRANS, ORIGEM "COB", COM O
      *    HEADER E O TRAILER PADRAO. O ARQUIVO GERADO RODA COMO UMA
      *    EXECUCAO PROPRIA DO DECISAO (APONTANDO O DD TELTRANS PARA
      *    ELE) NA DATA DE PROCESSAMENTO DO PARMFILE. LIGACAO ATENDIDA
      *    OU NAO ATENDIDA NAO GERA MOVIMENTO; RESULTADO DESCONHECIDO
      *    E APONTADO E DEVOLVE RETURN-CODE 4.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-TRATA-LIGACAO THRU 2000-TRATA-LIGACAO-EXIT
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

           OPEN INPUT  RETORNO-LIGACOES.
           OPEN OUTPUT TELEFONE-TRANS.

           MOVE SPACES         TO TELEFONE-TRANS-REC.
           MOVE "0"            TO ARQ-TIPO-REG.
           MOVE "TELTRANS"     TO ARQ-ID-ARQUIVO.
           MOVE WRK-DATA-ATUAL TO ARQ-DATA-GERACAO.
           MOVE ZEROS          TO ARQ-QTDE-REGISTROS.
           MOVE ARQ-CONTROLE-REC TO TELEFONE-TRANS-REC.
           WRITE TELEFONE-TRANS-REC.

           READ RETORNO-LIGACOES
               AT END SET FIM-RETORNO TO TRUE
           END-READ.
       1000-INICIALIZA-EXIT.
           EXIT.

       2000-TRATA-LIGACAO.
           ADD 1 TO WRK-CONT-LIDOS.

           IF RLG-ATENDIDA OR RLG-NAO-ATENDE
               ADD 1 TO WRK-CONT-SEM-ACAO
               GO TO 2000-TRATA-LIGACAO-LEITURA
           END-IF.

           IF NOT RLG-NUMERO-ERRADO AND NOT RLG-NUMERO-DESLIGADO
               ADD 1 TO WRK-CONT-DESCONHECIDOS
               DISPLAY "RESULTADO DE LIGACAO DESCONHECIDO: "
                       RLG-RESULTADO " " RLG-CPF " " RLG-TELEFONE
               GO TO 2000-TRATA-LIGACAO-LEITURA
           END-IF.

           MOVE SPACES         TO TELEFONE-TRANS-REC.
           MOVE RLG-CPF        TO TEL-CPF.
           MOVE RLG-TELEFONE   TO TEL-VALOR.
           MOVE "COB"          TO TEL-ORIGEM.
           MOVE RLG-OPERADOR   TO TEL-OPERADOR.
           IF RLG-OPERADOR = SPACES
               MOVE "COBRRETL" TO TEL-OPERADOR
           END-IF.
           SET TEL-INATIVA     TO TRUE.
           IF RLG-NUMERO-ERRADO
               MOVE "NER"      TO TEL-MOTIVO
           ELSE
               MOVE "DES"      TO TEL-MOTIVO
           END-IF.
           WRITE TELEFONE-TRANS-REC.
           ADD 1 TO WRK-CONT-INATIVACOES.

       2000-TRATA-LIGACAO-LEITURA.
           READ RETORNO-LIGACOES
               AT END SET FIM-RETORNO TO TRUE
           END-READ.
       2000-TRATA-LIGACAO-EXIT.
           EXIT.

       9000-FINALIZA.
           MOVE SPACES               TO TELEFONE-TRANS-REC.
           MOVE "9"                  TO ARQ-TIPO-REG.
           MOVE "TELTRANS"           TO ARQ-ID-ARQUIVO.
           MOVE WRK-DATA-ATUAL       TO ARQ-DATA-GERACAO.
           MOVE WRK-CONT-INATIVACOES TO ARQ-QTDE-REGISTROS.
           MOVE ARQ-CONTROLE-REC     TO TELEFONE-TRANS-REC.
           WRITE TELEFONE-TRANS-REC.

           CLOSE RETORNO-LIGACOES.
           CLOSE TELEFONE-TRANS.

           DISPLAY "LIGACOES LIDAS ......: " WRK-CONT-LIDOS.
           DISPLAY "INATIVACOES GERADAS .: " WRK-CONT-INATIVACOES.
           DISPLAY "LIGACOES SEM ACAO ...: " WRK-CONT-SEM-ACAO.
           DISPLAY "RESULTADOS DESCONHEC.: " WRK-CONT-DESCONHECIDOS.

           MOVE WRK-DATA-ATUAL         TO WRK-AUD-CHAVE.
           MOVE WRK-CONT-INATIVACOES   TO AUD-R-INA.
           MOVE WRK-CONT-DESCONHECIDOS TO AUD-R-DES.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           IF WRK-CONT-DESCONHECIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
