      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "AlertaFraude".
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
           SELECT CLIENTE-JORNAL  ASSIGN TO "CLIJRNL"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-JORNAL.

           SELECT CONTATO-MASTER  ASSIGN TO "CONTMSTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS CTT-CHAVE
                                   FILE STATUS IS WRK-STATUS-CONTATO.

           SELECT CONTA-HISTORICO ASSIGN TO "CTAHIST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS HST-CHAVE
                                   FILE STATUS IS WRK-STATUS-HIST.

           SELECT CONTA-XREF      ASSIGN TO "CTAXREF"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS XRF-CONTA
                                   FILE STATUS IS WRK-STATUS-XREF.

           SELECT CLIENTE-MASTER  ASSIGN TO "CLIMASTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS CPF
                                   ALTERNATE RECORD KEY IS NOME
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-MASTER.

           SELECT FRAUDE-ALERTA   ASSIGN TO "FRDALERT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-ALERTA.

           SELECT FRAUDE-RELATORIO ASSIGN TO "FRDRELT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-RELAT.

           SELECT SORT-WORK       ASSIGN TO "SORTWK1".

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  CLIENTE-JORNAL
           LABEL RECORDS ARE STANDARD.
           COPY JRNCOPY.

       FD  CONTATO-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CTTCOPY.

       FD  CONTA-HISTORICO
           LABEL RECORDS ARE STANDARD.
           COPY HSTCOPY.

       FD  CONTA-XREF
           LABEL RECORDS ARE STANDARD.
           COPY XREFCPY.

       FD  CLIENTE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CLICOPY.

       FD  FRAUDE-ALERTA
           LABEL RECORDS ARE STANDARD.
           COPY FRDCOPY.

       FD  FRAUDE-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  FRAUDE-RELAT-LINHA          PIC X(100).

      *-----------------------------------------------------------------
      *    UMA MUDANCA DENTRO DA JANELA: ENDERECO ALTERADO NO JORNAL,
      *    TELEFONE INCLUIDO, REATIVADO OU SUBSTITUIDO NO CADASTRO DE
      *    CONTATOS, CONTA TRANSFERIDA OU ENCERRADA NO HISTORICO DE
      *    TITULARIDADE. ORDENADAS POR CPF E DATA, CADA CPF VIRA UM
      *    CASO NA SAIDA DA CLASSIFICACAO.
      *-----------------------------------------------------------------
       SD  SORT-WORK.
       01  SORT-REC.
           02 SORT-CPF              PIC X(12).
           02 SORT-DATA             PIC 9(08).
           02 SORT-CATEGORIA        PIC X(01).
               88 SORT-CAT-ENDERECO     VALUE "E".
               88 SORT-CAT-TELEFONE     VALUE "T".
               88 SORT-CAT-CONTA        VALUE "C".
           02 SORT-EVENTO           PIC X(12).
           02 SORT-ORIGEM           PIC X(03).
           02 SORT-OPERADOR         PIC X(08).
           02 SORT-DETALHE          PIC X(40).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-JORNAL              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CONTATO             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-HIST                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-XREF                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-MASTER              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-ALERTA              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-RELAT               PIC X(02) VALUE SPACES.

       77  WRK-FIM-JORNAL                 PIC X(01) VALUE "N".
           88  FIM-JORNAL                     VALUE "S".

       77  WRK-FIM-CONTATO                PIC X(01) VALUE "N".
           88  FIM-CONTATO                    VALUE "S".

       77  WRK-FIM-HIST                   PIC X(01) VALUE "N".
           88  FIM-HIST                       VALUE "S".

       77  WRK-FIM-SORT                   PIC X(01) VALUE "N".
           88  FIM-SORT                       VALUE "S".

       77  WRK-JORNAL-ABERTO-SW           PIC X(01) VALUE "N".
           88  JORNAL-DISPONIVEL              VALUE "S".

       77  WRK-CONTATO-ABERTO-SW          PIC X(01) VALUE "N".
           88  CONTATOS-DISPONIVEL            VALUE "S".

       77  WRK-HIST-ABERTO-SW             PIC X(01) VALUE "N".
           88  HISTORICO-DISPONIVEL           VALUE "S".

       77  WRK-JANELA-SW                  PIC X(01) VALUE "N".
           88  DENTRO-JANELA                  VALUE "S".

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    JANELA EM DIAS CORRIDOS ATE A DATA DE PROCESSAMENTO
      *    (PRM-DIAS-JANELA-FRAUDE, PADRAO 7). A DATA DE CADA MUDANCA
      *    E CONVERTIDA EM DIAS PELO DATADIAS; DATA MAIS DE TRES ANOS
      *    ANTERIOR (ACIMA DE QUALQUER JANELA DE TRES DIGITOS) NEM E
      *    CONVERTIDA.
      *-----------------------------------------------------------------
       77  WRK-DIAS-JANELA                PIC 9(03) VALUE ZEROS.

       77  WRK-DIAS-JANELA-PADRAO         PIC 9(03) VALUE 7.

       77  WRK-DIAS-ATUAL                 PIC 9(07) VALUE ZEROS.

       77  WRK-DIAS-INICIO                PIC 9(07) VALUE ZEROS.

       77  WRK-DIAS-EVENTO                PIC 9(07) VALUE ZEROS.

       77  WRK-DATA-EVENTO                PIC 9(08) VALUE ZEROS.

       77  WRK-DATA-CORTE                 PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    PONTUACAO DO CASO: CADA CATEGORIA PRESENTE NA JANELA SOMA
      *    O SEU PESO; A CONTA MEXIDA DEPOIS DA MUDANCA DE ENDERECO OU
      *    TELEFONE (A SEQUENCIA DO GOLPE) E O MESMO OPERADOR EM
      *    MUDANCAS DE CATEGORIAS DIFERENTES SOMAM UM ADICIONAL. O
      *    MINIMO EXIGE PELO MENOS DUAS CATEGORIAS.
      *-----------------------------------------------------------------
       77  WRK-PESO-ENDERECO              PIC 9(03) VALUE 30.

       77  WRK-PESO-TELEFONE              PIC 9(03) VALUE 30.

       77  WRK-PESO-CONTA                 PIC 9(03) VALUE 40.

       77  WRK-PESO-SEQUENCIA             PIC 9(03) VALUE 10.

       77  WRK-PESO-OPERADOR              PIC 9(03) VALUE 10.

       77  WRK-SCORE-MINIMO               PIC 9(03) VALUE 60.

      *-----------------------------------------------------------------
      *    IMAGENS ANTES E DEPOIS DO JORNAL NO LAYOUT DO CLICOPY, SO
      *    COM O ENDERECO SEPARADO.
      *-----------------------------------------------------------------
       01  WRK-IMG-ANTES.
           02 FILLER                PIC X(62).
           02 WRK-IMA-ENDERECO      PIC X(66).
           02 FILLER                PIC X(17).

       01  WRK-IMG-DEPOIS.
           02 FILLER                PIC X(62).
           02 WRK-IMD-ENDERECO.
               03 WRK-IMD-LOGRADOURO PIC X(30).
               03 WRK-IMD-NUMERO     PIC X(06).
               03 WRK-IMD-CIDADE     PIC X(20).
               03 WRK-IMD-UF         PIC X(02).
               03 WRK-IMD-CEP        PIC 9(08).
           02 FILLER                PIC X(17).

       01  WRK-DET-ENDERECO.
           02 WRK-DE-CIDADE         PIC X(20).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-DE-UF             PIC X(02).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-DE-CEP            PIC 9(08).

       01  WRK-DET-TELEFONE.
           02 WRK-DT-VALOR          PIC X(11).
           02 FILLER                PIC X(06) VALUE " TIPO ".
           02 WRK-DT-TIPO           PIC X(01).

       01  WRK-DET-SUBSTITUICAO.
           02 WRK-DS-ANTIGO         PIC X(11).
           02 FILLER                PIC X(04) VALUE " -> ".
           02 WRK-DS-NOVO           PIC X(11).

       01  WRK-DET-CONTA.
           02 WRK-DC-AGENCIA        PIC 9(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-DC-NUMERO         PIC 9(10).
           02 WRK-DC-TEXTO          PIC X(04).
           02 WRK-DC-CPF            PIC X(12).

      *-----------------------------------------------------------------
      *    MUDANCAS DO CASO CORRENTE, GUARDADAS ATE A PONTUACAO SER
      *    CONHECIDA. ACIMA DE 50 NA JANELA SO AS 50 PRIMEIRAS SAO
      *    LISTADAS, COM A CONTAGEM DO RESTANTE.
      *-----------------------------------------------------------------
       01  WRK-TABELA-EVENTOS.
           02 WRK-EVT-ITEM OCCURS 50 TIMES.
               03 WRK-TAB-EVT-DATA      PIC 9(08).
               03 WRK-TAB-EVT-CATEGORIA PIC X(01).
               03 WRK-TAB-EVT-EVENTO    PIC X(12).
               03 WRK-TAB-EVT-ORIGEM    PIC X(03).
               03 WRK-TAB-EVT-OPERADOR  PIC X(08).
               03 WRK-TAB-EVT-DETALHE   PIC X(40).

       77  WRK-EVT-USADOS                 PIC 9(02) COMP VALUE ZEROS.

       77  WRK-EVT-EXCEDENTES             PIC 9(05) VALUE ZEROS.

       77  WRK-IDX-EVT                    PIC 9(02) COMP VALUE ZEROS.

       77  WRK-IDX-OUTRO                  PIC 9(02) COMP VALUE ZEROS.

       01  WRK-CPF-CASO.
           02 WRK-CPF-NUM           PIC X(11).
           02 FILLER                PIC X(01).

       77  WRK-NOME-CASO                  PIC X(40) VALUE SPACES.

       77  WRK-SCORE-CASO                 PIC 9(03) VALUE ZEROS.

       01  WRK-COMBINACAO.
           02 WRK-COMB-ENDERECO     PIC X(01).
           02 WRK-COMB-TELEFONE     PIC X(01).
           02 WRK-COMB-CONTA        PIC X(01).

       77  WRK-PRIM-DATA-CADASTRO         PIC 9(08) VALUE ZEROS.

       77  WRK-ULT-DATA-CONTA             PIC 9(08) VALUE ZEROS.

       77  WRK-NOVO-HOJE-SW               PIC X(01) VALUE "N".
           88  CASO-COM-MUDANCA-HOJE          VALUE "S".

       77  WRK-MESMO-OPERADOR-SW          PIC X(01) VALUE "N".
           88  MESMO-OPERADOR                 VALUE "S".

       77  WRK-CONT-ENDERECOS             PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-TELEFONES             PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-CONTAS                PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-CASOS                 PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-ANONIMOS              PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-JA-ALERTADOS          PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-ALERTAS               PIC 9(05) VALUE ZEROS.

       01  WRK-LINHA-TITULO.
           02 FILLER                PIC X(40) VALUE
              "===== ALERTAS DE TOMADA DE CONTA EM ".
           02 WRK-T-DATA            PIC 9999/99/99.
           02 FILLER                PIC X(09) VALUE "  JANELA ".
           02 WRK-T-JANELA          PIC ZZ9.
           02 FILLER                PIC X(05) VALUE " DIAS".

       01  WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 FILLER                PIC X(11) VALUE "DATA".
           02 FILLER                PIC X(13) VALUE "MUDANCA".
           02 FILLER                PIC X(05) VALUE "ORIG".
           02 FILLER                PIC X(09) VALUE "OPERADOR".
           02 FILLER                PIC X(40) VALUE "DETALHE".

       01  WRK-LINHA-CASO.
           02 FILLER                PIC X(04) VALUE "CPF ".
           02 WRK-C-CPF             PIC X(12).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-C-NOME            PIC X(40).
           02 FILLER                PIC X(11) VALUE " PONTUACAO ".
           02 WRK-C-SCORE           PIC ZZ9.
           02 FILLER                PIC X(12) VALUE " COMBINACAO ".
           02 WRK-C-COMBINACAO      PIC X(03).

       01  WRK-LINHA-EVENTO.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-E-DATA            PIC 9999/99/99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-E-EVENTO          PIC X(12).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-E-ORIGEM          PIC X(03).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-E-OPERADOR        PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-E-DETALHE         PIC X(40).

       01  WRK-LINHA-EXCEDENTE.
           02 FILLER                PIC X(09) VALUE "    MAIS ".
           02 WRK-X-QTDE            PIC ZZZZ9.
           02 FILLER                PIC X(30) VALUE
              " MUDANCAS NA JANELA".

       01  WRK-LINHA-TOTAL.
           02 WRK-TOT-TEXTO         PIC X(40).
           02 WRK-TOT-QTDE          PIC ZZZZZZ9.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "AlertaFraude".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       01  WRK-AUD-RESULTADO-GRP.
           02 FILLER                       PIC X(04) VALUE "CAS=".
           02 AUD-R-CASOS                  PIC 9(07).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "ALR=".
           02 AUD-R-ALERTAS                PIC 9(05).
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
      *    ALERTA DIARIO DE TOMADA DE CONTA: REUNE POR CPF AS MUDANCAS
      *    DA JANELA QUE FICAM EM ARQUIVOS DIFERENTES (ENDERECO NO
      *    JORNAL DE CLIENTES, TELEFONES NO CADASTRO DE CONTATOS,
      *    TRANSFERENCIA E ENCERRAMENTO DE CONTA NO HISTORICO DE
      *    TITULARIDADE), PONTUA CADA CASO E GRAVA NO ARQUIVO DE
      *    ALERTAS E NO RELATORIO OS CASOS QUE ATINGEM O MINIMO E
      *    TIVERAM MUDANCA NA DATA DE PROCESSAMENTO (CASO SEM MUDANCA
      *    NOVA JA FOI ALERTADO NO DIA DA ULTIMA MUDANCA). CPF
      *    ANONIMIZADO (LGPD) NAO E AVALIADO. RETURN-CODE 4 QUANDO HA
      *    ALERTA.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           SORT SORT-WORK ON ASCENDING KEY SORT-CPF SORT-DATA
               INPUT PROCEDURE  IS 2000-LE-MUDANCAS
                                THRU 2000-LE-MUDANCAS-EXIT
               OUTPUT PROCEDURE IS 3000-AVALIA-CASOS
                                THRU 3000-AVALIA-CASOS-EXIT.

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

           IF PRM-DIAS-JANELA-FRAUDE NUMERIC
              AND PRM-DIAS-JANELA-FRAUDE > 0
               MOVE PRM-DIAS-JANELA-FRAUDE TO WRK-DIAS-JANELA
           ELSE
               MOVE WRK-DIAS-JANELA-PADRAO TO WRK-DIAS-JANELA
           END-IF.

           CALL "DATADIAS" USING WRK-DATA-ATUAL WRK-DIAS-ATUAL.
           COMPUTE WRK-DIAS-INICIO = WRK-DIAS-ATUAL - WRK-DIAS-JANELA.
           COMPUTE WRK-DATA-CORTE  = WRK-DATA-ATUAL - 30000.

           OPEN INPUT  CLIENTE-JORNAL.
           IF WRK-STATUS-JORNAL = "00"
               SET JORNAL-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CLIJRNL AUSENTE, ENDERECOS NAO CONFERIDOS"
           END-IF.

           OPEN INPUT  CONTATO-MASTER.
           IF WRK-STATUS-CONTATO = "00"
               SET CONTATOS-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CONTMSTR AUSENTE, TELEFONES NAO CONFERIDOS"
           END-IF.

           OPEN INPUT  CONTA-HISTORICO.
           IF WRK-STATUS-HIST = "00"
               SET HISTORICO-DISPONIVEL TO TRUE
           ELSE
               DISPLAY "CTAHIST AUSENTE, CONTAS NAO CONFERIDAS"
           END-IF.

           OPEN INPUT  CONTA-XREF.
           OPEN INPUT  CLIENTE-MASTER.
           OPEN OUTPUT FRAUDE-ALERTA.

           OPEN OUTPUT FRAUDE-RELATORIO.
           MOVE WRK-DATA-ATUAL  TO WRK-T-DATA.
           MOVE WRK-DIAS-JANELA TO WRK-T-JANELA.
           WRITE FRAUDE-RELAT-LINHA FROM WRK-LINHA-TITULO.
           WRITE FRAUDE-RELAT-LINHA FROM WRK-LINHA-CABECALHO.
       1000-INICIALIZA-EXIT.
           EXIT.

       2000-LE-MUDANCAS.
           IF JORNAL-DISPONIVEL
               READ CLIENTE-JORNAL
                   AT END SET FIM-JORNAL TO TRUE
               END-READ
               PERFORM 2100-MUDANCA-ENDERECO
                   THRU 2100-MUDANCA-ENDERECO-EXIT
                   UNTIL FIM-JORNAL
           END-IF.

           IF CONTATOS-DISPONIVEL
               READ CONTATO-MASTER NEXT RECORD
                   AT END SET FIM-CONTATO TO TRUE
               END-READ
               PERFORM 2200-MUDANCA-TELEFONE
                   THRU 2200-MUDANCA-TELEFONE-EXIT
                   UNTIL FIM-CONTATO
           END-IF.

           IF HISTORICO-DISPONIVEL
               READ CONTA-HISTORICO NEXT RECORD
                   AT END SET FIM-HIST TO TRUE
               END-READ
               PERFORM 2300-MUDANCA-CONTA
                   THRU 2300-MUDANCA-CONTA-EXIT
                   UNTIL FIM-HIST
           END-IF.
       2000-LE-MUDANCAS-EXIT.
           EXIT.

       2100-MUDANCA-ENDERECO.
      *-----------------------------------------------------------------
      *    SO A ALTERACAO ("U") COM AS DUAS IMAGENS E ENDERECO
      *    DIFERENTE ENTRE ELAS CONTA COMO MUDANCA DE ENDERECO.
      *-----------------------------------------------------------------
           IF NOT JRN-ALTERACAO
              OR JRN-IMAGEM-ANTES  = SPACES
              OR JRN-IMAGEM-DEPOIS = SPACES
               GO TO 2100-MUDANCA-ENDERECO-LEITURA
           END-IF.

           MOVE JRN-IMAGEM-ANTES  TO WRK-IMG-ANTES.
           MOVE JRN-IMAGEM-DEPOIS TO WRK-IMG-DEPOIS.
           IF WRK-IMA-ENDERECO = WRK-IMD-ENDERECO
               GO TO 2100-MUDANCA-ENDERECO-LEITURA
           END-IF.

           MOVE JRN-DATA TO WRK-DATA-EVENTO.
           PERFORM 2800-CONFERE-JANELA THRU 2800-CONFERE-JANELA-EXIT.
           IF NOT DENTRO-JANELA
               GO TO 2100-MUDANCA-ENDERECO-LEITURA
           END-IF.

           MOVE WRK-IMD-CIDADE    TO WRK-DE-CIDADE.
           MOVE WRK-IMD-UF        TO WRK-DE-UF.
           MOVE WRK-IMD-CEP       TO WRK-DE-CEP.

           MOVE JRN-CPF           TO SORT-CPF.
           MOVE JRN-DATA          TO SORT-DATA.
           SET SORT-CAT-ENDERECO  TO TRUE.
           MOVE "ENDERECO"        TO SORT-EVENTO.
           MOVE JRN-ORIGEM        TO SORT-ORIGEM.
           MOVE JRN-OPERADOR      TO SORT-OPERADOR.
           MOVE WRK-DET-ENDERECO  TO SORT-DETALHE.
           PERFORM 2900-RELEASE-MUDANCA THRU 2900-RELEASE-MUDANCA-EXIT.
           ADD 1 TO WRK-CONT-ENDERECOS.

       2100-MUDANCA-ENDERECO-LEITURA.
           READ CLIENTE-JORNAL
               AT END SET FIM-JORNAL TO TRUE
           END-READ.
       2100-MUDANCA-ENDERECO-EXIT.
           EXIT.

       2200-MUDANCA-TELEFONE.
      *-----------------------------------------------------------------
      *    CONTATO ATIVO CUJA SITUACAO MUDOU NA JANELA FOI INCLUIDO
      *    (DATA DA SITUACAO IGUAL A DE INCLUSAO) OU REATIVADO; O
      *    INATIVADO COM MOTIVO "SUB" NA JANELA FOI SUBSTITUIDO. AS
      *    DEMAIS INATIVACOES NAO INTERESSAM AO ALERTA.
      *-----------------------------------------------------------------
           MOVE CTT-DATA-SITUACAO TO WRK-DATA-EVENTO.
           PERFORM 2800-CONFERE-JANELA THRU 2800-CONFERE-JANELA-EXIT.
           IF NOT DENTRO-JANELA
               GO TO 2200-MUDANCA-TELEFONE-LEITURA
           END-IF.

           IF CTT-ATIVO
               IF CTT-DATA-INCLUSAO = CTT-DATA-SITUACAO
                   MOVE "TEL INCLUIDO"  TO SORT-EVENTO
               ELSE
                   MOVE "TEL REATIVAD"  TO SORT-EVENTO
               END-IF
               MOVE CTT-VALOR          TO WRK-DT-VALOR
               MOVE CTT-TIPO           TO WRK-DT-TIPO
               MOVE WRK-DET-TELEFONE   TO SORT-DETALHE
           ELSE
               IF NOT CTT-MOT-SUBSTITUIDO
                   GO TO 2200-MUDANCA-TELEFONE-LEITURA
               END-IF
               MOVE "TEL SUBSTIT"      TO SORT-EVENTO
               MOVE CTT-VALOR          TO WRK-DS-ANTIGO
               MOVE CTT-SUBSTITUTO     TO WRK-DS-NOVO
               MOVE WRK-DET-SUBSTITUICAO TO SORT-DETALHE
           END-IF.

           MOVE CTT-CPF           TO SORT-CPF.
           MOVE CTT-DATA-SITUACAO TO SORT-DATA.
           SET SORT-CAT-TELEFONE  TO TRUE.
           MOVE CTT-ORIGEM        TO SORT-ORIGEM.
           MOVE CTT-OPERADOR      TO SORT-OPERADOR.
           PERFORM 2900-RELEASE-MUDANCA THRU 2900-RELEASE-MUDANCA-EXIT.
           ADD 1 TO WRK-CONT-TELEFONES.

       2200-MUDANCA-TELEFONE-LEITURA.
           READ CONTATO-MASTER NEXT RECORD
               AT END SET FIM-CONTATO TO TRUE
           END-READ.
       2200-MUDANCA-TELEFONE-EXIT.
           EXIT.

       2300-MUDANCA-CONTA.
      *-----------------------------------------------------------------
      *    PERIODO DE TITULARIDADE FECHADO NA JANELA: A MUDANCA E DO
      *    TITULAR QUE SAIU. SE A REFERENCIA CRUZADA MOSTRA A CONTA
      *    ENCERRADA NA MESMA DATA E COM O MESMO TITULAR, FOI
      *    ENCERRAMENTO; SENAO FOI TRANSFERENCIA PARA O TITULAR ATUAL.
      *-----------------------------------------------------------------
           IF HST-DATA-FIM NOT NUMERIC
              OR HST-DATA-FIM = ZEROS
               GO TO 2300-MUDANCA-CONTA-LEITURA
           END-IF.

           MOVE HST-DATA-FIM TO WRK-DATA-EVENTO.
           PERFORM 2800-CONFERE-JANELA THRU 2800-CONFERE-JANELA-EXIT.
           IF NOT DENTRO-JANELA
               GO TO 2300-MUDANCA-CONTA-LEITURA
           END-IF.

           MOVE HST-AGENCIA  TO WRK-DC-AGENCIA XRF-AGENCIA.
           MOVE HST-NUMERO   TO WRK-DC-NUMERO XRF-NUMERO.
           MOVE "CTA TRANSFER" TO SORT-EVENTO.
           MOVE " P/ "       TO WRK-DC-TEXTO.
           READ CONTA-XREF
               INVALID KEY
                   MOVE SPACES TO CONTA-XREF-REC
           END-READ.
           MOVE XRF-CPF      TO WRK-DC-CPF.
           IF XRF-ENCERRADA
              AND XRF-DATA-ENCERRAMENTO = HST-DATA-FIM
              AND XRF-CPF = HST-CPF
               MOVE "CTA ENCERRAD" TO SORT-EVENTO
               MOVE SPACES         TO WRK-DC-TEXTO WRK-DC-CPF
           END-IF.

           MOVE HST-CPF          TO SORT-CPF.
           MOVE HST-DATA-FIM     TO SORT-DATA.
           SET SORT-CAT-CONTA    TO TRUE.
           MOVE SPACES           TO SORT-ORIGEM SORT-OPERADOR.
           MOVE WRK-DET-CONTA    TO SORT-DETALHE.
           PERFORM 2900-RELEASE-MUDANCA THRU 2900-RELEASE-MUDANCA-EXIT.
           ADD 1 TO WRK-CONT-CONTAS.

       2300-MUDANCA-CONTA-LEITURA.
           READ CONTA-HISTORICO NEXT RECORD
               AT END SET FIM-HIST TO TRUE
           END-READ.
       2300-MUDANCA-CONTA-EXIT.
           EXIT.

       2800-CONFERE-JANELA.
           MOVE "N" TO WRK-JANELA-SW.
           IF WRK-DATA-EVENTO NOT NUMERIC
              OR WRK-DATA-EVENTO < WRK-DATA-CORTE
              OR WRK-DATA-EVENTO > WRK-DATA-ATUAL
               GO TO 2800-CONFERE-JANELA-EXIT
           END-IF.

           CALL "DATADIAS" USING WRK-DATA-EVENTO WRK-DIAS-EVENTO.
           IF WRK-DIAS-EVENTO NOT < WRK-DIAS-INICIO
               SET DENTRO-JANELA TO TRUE
           END-IF.
       2800-CONFERE-JANELA-EXIT.
           EXIT.

       2900-RELEASE-MUDANCA.
           RELEASE SORT-REC.
       2900-RELEASE-MUDANCA-EXIT.
           EXIT.

       3000-AVALIA-CASOS.
           PERFORM 3900-LE-SORT THRU 3900-LE-SORT-EXIT.

           PERFORM 3100-AVALIA-CASO THRU 3100-AVALIA-CASO-EXIT
               UNTIL FIM-SORT.
       3000-AVALIA-CASOS-EXIT.
           EXIT.

       3100-AVALIA-CASO.
           MOVE SORT-CPF TO WRK-CPF-CASO.
           MOVE ZEROS    TO WRK-EVT-USADOS WRK-EVT-EXCEDENTES
                            WRK-PRIM-DATA-CADASTRO WRK-ULT-DATA-CONTA.
           MOVE "---"    TO WRK-COMBINACAO.
           MOVE "N"      TO WRK-NOVO-HOJE-SW WRK-MESMO-OPERADOR-SW.

           PERFORM 3200-ACUMULA-MUDANCA THRU 3200-ACUMULA-MUDANCA-EXIT
               UNTIL FIM-SORT
                  OR SORT-CPF NOT = WRK-CPF-CASO.

           IF WRK-CPF-NUM NOT NUMERIC
               ADD 1 TO WRK-CONT-ANONIMOS
               GO TO 3100-AVALIA-CASO-EXIT
           END-IF.
           ADD 1 TO WRK-CONT-CASOS.

           PERFORM 3300-PONTUA-CASO THRU 3300-PONTUA-CASO-EXIT.
           IF WRK-SCORE-CASO < WRK-SCORE-MINIMO
               GO TO 3100-AVALIA-CASO-EXIT
           END-IF.

           IF NOT CASO-COM-MUDANCA-HOJE
               ADD 1 TO WRK-CONT-JA-ALERTADOS
               GO TO 3100-AVALIA-CASO-EXIT
           END-IF.

           PERFORM 3400-EMITE-ALERTA THRU 3400-EMITE-ALERTA-EXIT.
       3100-AVALIA-CASO-EXIT.
           EXIT.

       3200-ACUMULA-MUDANCA.
      *-----------------------------------------------------------------
      *    AS MUDANCAS CHEGAM EM ORDEM DE DATA: A PRIMEIRA DE
      *    ENDERECO OU TELEFONE E A ULTIMA DE CONTA DEFINEM SE A CONTA
      *    FOI MEXIDA DEPOIS DO CADASTRO.
      *-----------------------------------------------------------------
           IF SORT-DATA = WRK-DATA-ATUAL
               SET CASO-COM-MUDANCA-HOJE TO TRUE
           END-IF.

           EVALUATE TRUE
               WHEN SORT-CAT-ENDERECO
                   MOVE "E" TO WRK-COMB-ENDERECO
               WHEN SORT-CAT-TELEFONE
                   MOVE "T" TO WRK-COMB-TELEFONE
               WHEN SORT-CAT-CONTA
                   MOVE "C" TO WRK-COMB-CONTA
                   MOVE SORT-DATA TO WRK-ULT-DATA-CONTA
           END-EVALUATE.
           IF NOT SORT-CAT-CONTA
              AND WRK-PRIM-DATA-CADASTRO = ZEROS
               MOVE SORT-DATA TO WRK-PRIM-DATA-CADASTRO
           END-IF.

           IF WRK-EVT-USADOS < 50
               ADD 1 TO WRK-EVT-USADOS
               MOVE SORT-DATA      TO WRK-TAB-EVT-DATA(WRK-EVT-USADOS)
               MOVE SORT-CATEGORIA
                   TO WRK-TAB-EVT-CATEGORIA(WRK-EVT-USADOS)
               MOVE SORT-EVENTO    TO WRK-TAB-EVT-EVENTO(WRK-EVT-USADOS)
               MOVE SORT-ORIGEM    TO WRK-TAB-EVT-ORIGEM(WRK-EVT-USADOS)
               MOVE SORT-OPERADOR
                   TO WRK-TAB-EVT-OPERADOR(WRK-EVT-USADOS)
               MOVE SORT-DETALHE
                   TO WRK-TAB-EVT-DETALHE(WRK-EVT-USADOS)
           ELSE
               ADD 1 TO WRK-EVT-EXCEDENTES
           END-IF.

           PERFORM 3900-LE-SORT THRU 3900-LE-SORT-EXIT.
       3200-ACUMULA-MUDANCA-EXIT.
           EXIT.

       3300-PONTUA-CASO.
           MOVE ZEROS TO WRK-SCORE-CASO.
           IF WRK-COMB-ENDERECO = "E"
               ADD WRK-PESO-ENDERECO TO WRK-SCORE-CASO
           END-IF.
           IF WRK-COMB-TELEFONE = "T"
               ADD WRK-PESO-TELEFONE TO WRK-SCORE-CASO
           END-IF.
           IF WRK-COMB-CONTA = "C"
               ADD WRK-PESO-CONTA    TO WRK-SCORE-CASO
           END-IF.

           IF WRK-COMB-CONTA = "C"
              AND WRK-PRIM-DATA-CADASTRO NOT = ZEROS
              AND WRK-ULT-DATA-CONTA NOT < WRK-PRIM-DATA-CADASTRO
               ADD WRK-PESO-SEQUENCIA TO WRK-SCORE-CASO
           END-IF.

           PERFORM 3350-CONFERE-OPERADOR
               THRU 3350-CONFERE-OPERADOR-EXIT
               VARYING WRK-IDX-EVT FROM 1 BY 1
                 UNTIL WRK-IDX-EVT > WRK-EVT-USADOS
                    OR MESMO-OPERADOR
               AFTER WRK-IDX-OUTRO FROM 1 BY 1
                 UNTIL WRK-IDX-OUTRO > WRK-EVT-USADOS
                    OR MESMO-OPERADOR.
           IF MESMO-OPERADOR
               ADD WRK-PESO-OPERADOR TO WRK-SCORE-CASO
           END-IF.
       3300-PONTUA-CASO-EXIT.
           EXIT.

       3350-CONFERE-OPERADOR.
           IF WRK-IDX-OUTRO NOT > WRK-IDX-EVT
              OR WRK-TAB-EVT-OPERADOR(WRK-IDX-EVT) = SPACES
               GO TO 3350-CONFERE-OPERADOR-EXIT
           END-IF.

           IF WRK-TAB-EVT-OPERADOR(WRK-IDX-EVT) =
              WRK-TAB-EVT-OPERADOR(WRK-IDX-OUTRO)
              AND WRK-TAB-EVT-CATEGORIA(WRK-IDX-EVT) NOT =
                  WRK-TAB-EVT-CATEGORIA(WRK-IDX-OUTRO)
               SET MESMO-OPERADOR TO TRUE
           END-IF.
       3350-CONFERE-OPERADOR-EXIT.
           EXIT.

       3400-EMITE-ALERTA.
           MOVE WRK-CPF-CASO TO CPF.
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE "** CLIENTE NAO CADASTRADO **" TO NOME
           END-READ.
           MOVE NOME TO WRK-NOME-CASO.

           MOVE WRK-CPF-CASO   TO WRK-C-CPF.
           MOVE WRK-NOME-CASO  TO WRK-C-NOME.
           MOVE WRK-SCORE-CASO TO WRK-C-SCORE.
           MOVE WRK-COMBINACAO TO WRK-C-COMBINACAO.
           MOVE SPACES TO FRAUDE-RELAT-LINHA.
           WRITE FRAUDE-RELAT-LINHA.
           WRITE FRAUDE-RELAT-LINHA FROM WRK-LINHA-CASO.

           PERFORM 3450-EMITE-MUDANCA THRU 3450-EMITE-MUDANCA-EXIT
               VARYING WRK-IDX-EVT FROM 1 BY 1
                 UNTIL WRK-IDX-EVT > WRK-EVT-USADOS.

           IF WRK-EVT-EXCEDENTES > 0
               MOVE WRK-EVT-EXCEDENTES TO WRK-X-QTDE
               WRITE FRAUDE-RELAT-LINHA FROM WRK-LINHA-EXCEDENTE
           END-IF.

           ADD 1 TO WRK-CONT-ALERTAS.
       3400-EMITE-ALERTA-EXIT.
           EXIT.

       3450-EMITE-MUDANCA.
           MOVE WRK-TAB-EVT-DATA(WRK-IDX-EVT)     TO WRK-E-DATA.
           MOVE WRK-TAB-EVT-EVENTO(WRK-IDX-EVT)   TO WRK-E-EVENTO.
           MOVE WRK-TAB-EVT-ORIGEM(WRK-IDX-EVT)   TO WRK-E-ORIGEM.
           MOVE WRK-TAB-EVT-OPERADOR(WRK-IDX-EVT) TO WRK-E-OPERADOR.
           MOVE WRK-TAB-EVT-DETALHE(WRK-IDX-EVT)  TO WRK-E-DETALHE.
           WRITE FRAUDE-RELAT-LINHA FROM WRK-LINHA-EVENTO.

           MOVE SPACES          TO FRAUDE-ALERTA-REC.
           MOVE WRK-DATA-ATUAL  TO FRD-DATA.
           MOVE WRK-CPF-CASO    TO FRD-CPF.
           MOVE WRK-NOME-CASO   TO FRD-NOME.
           MOVE WRK-SCORE-CASO  TO FRD-SCORE.
           MOVE WRK-COMBINACAO  TO FRD-COMBINACAO.
           MOVE WRK-TAB-EVT-CATEGORIA(WRK-IDX-EVT) TO FRD-CATEGORIA.
           MOVE WRK-TAB-EVT-EVENTO(WRK-IDX-EVT)    TO FRD-EVENTO.
           MOVE WRK-TAB-EVT-DATA(WRK-IDX-EVT)      TO FRD-DATA-EVENTO.
           MOVE WRK-TAB-EVT-ORIGEM(WRK-IDX-EVT)    TO FRD-ORIGEM.
           MOVE WRK-TAB-EVT-OPERADOR(WRK-IDX-EVT)  TO FRD-OPERADOR.
           MOVE WRK-TAB-EVT-DETALHE(WRK-IDX-EVT)   TO FRD-DETALHE.
           WRITE FRAUDE-ALERTA-REC.
       3450-EMITE-MUDANCA-EXIT.
           EXIT.

       3900-LE-SORT.
           RETURN SORT-WORK
               AT END SET FIM-SORT TO TRUE
           END-RETURN.
       3900-LE-SORT-EXIT.
           EXIT.

       9000-FINALIZA.
           MOVE SPACES TO FRAUDE-RELAT-LINHA.
           WRITE FRAUDE-RELAT-LINHA.
           MOVE "MUDANCAS DE ENDERECO NA JANELA"  TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-ENDERECOS               TO WRK-TOT-QTDE.
           WRITE FRAUDE-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "MUDANCAS DE TELEFONE NA JANELA"  TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-TELEFONES               TO WRK-TOT-QTDE.
           WRITE FRAUDE-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "CONTAS TRANSFERIDAS/ENCERRADAS"  TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-CONTAS                  TO WRK-TOT-QTDE.
           WRITE FRAUDE-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "CPFS AVALIADOS"                  TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-CASOS                   TO WRK-TOT-QTDE.
           WRITE FRAUDE-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "CASOS JA ALERTADOS SEM MUDANCA NOVA" TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-JA-ALERTADOS            TO WRK-TOT-QTDE.
           WRITE FRAUDE-RELAT-LINHA FROM WRK-LINHA-TOTAL.
           MOVE "ALERTAS EMITIDOS"                TO WRK-TOT-TEXTO.
           MOVE WRK-CONT-ALERTAS                 TO WRK-TOT-QTDE.
           WRITE FRAUDE-RELAT-LINHA FROM WRK-LINHA-TOTAL.

           IF JORNAL-DISPONIVEL
               CLOSE CLIENTE-JORNAL
           END-IF.
           IF CONTATOS-DISPONIVEL
               CLOSE CONTATO-MASTER
           END-IF.
           IF HISTORICO-DISPONIVEL
               CLOSE CONTA-HISTORICO
           END-IF.
           CLOSE CONTA-XREF.
           CLOSE CLIENTE-MASTER.
           CLOSE FRAUDE-ALERTA.
           CLOSE FRAUDE-RELATORIO.

           DISPLAY "JANELA EM DIAS ......: " WRK-DIAS-JANELA.
           DISPLAY "MUDANCAS DE ENDERECO : " WRK-CONT-ENDERECOS.
           DISPLAY "MUDANCAS DE TELEFONE : " WRK-CONT-TELEFONES.
           DISPLAY "MUDANCAS DE CONTA ...: " WRK-CONT-CONTAS.
           DISPLAY "CPFS AVALIADOS ......: " WRK-CONT-CASOS.
           DISPLAY "CPFS ANONIMIZADOS ...: " WRK-CONT-ANONIMOS.
           DISPLAY "JA ALERTADOS ........: " WRK-CONT-JA-ALERTADOS.
           DISPLAY "ALERTAS EMITIDOS ....: " WRK-CONT-ALERTAS.

           MOVE WRK-DATA-ATUAL   TO WRK-AUD-CHAVE.
           MOVE WRK-CONT-CASOS   TO AUD-R-CASOS.
           MOVE WRK-CONT-ALERTAS TO AUD-R-ALERTAS.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           IF WRK-CONT-ALERTAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
