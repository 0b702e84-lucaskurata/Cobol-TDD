      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "CobrancaAtraso".
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
           SELECT ETAPA-COBRANCA  ASSIGN TO "COBRETAP"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-ETAPA.

           SELECT BOLETO-PENDENTE ASSIGN TO "BOLPEND"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-PEND.

           SELECT CONTA-XREF      ASSIGN TO "CTAXREF"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS XRF-CONTA
                                   FILE STATUS IS WRK-STATUS-XREF.

           SELECT CLIENTE-MASTER  ASSIGN TO "CLIMASTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CPF
                                   ALTERNATE RECORD KEY IS NOME
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-MASTER.

           SELECT CONTATO-MASTER  ASSIGN TO "CONTMSTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CTT-CHAVE
                                   FILE STATUS IS WRK-STATUS-CONTATO.

           SELECT HIST-COBRANCA   ASSIGN TO "COBRHIST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HCB-CHAVE
                                   ALTERNATE RECORD KEY IS HCB-CPF
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-HIST.

           SELECT CONTA-PARTICIPANTE ASSIGN TO "CTAPART"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS PTC-CHAVE
                                   ALTERNATE RECORD KEY IS PTC-CPF
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-PART.

           SELECT CARTA-COBRANCA  ASSIGN TO "COBRCART"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-CARTA.

           SELECT LISTA-TELEFONES ASSIGN TO "COBRFONE"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-FONE.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ETAPA-COBRANCA
           LABEL RECORDS ARE STANDARD.
           COPY ETPCOPY.

       FD  BOLETO-PENDENTE
           LABEL RECORDS ARE STANDARD.
           COPY BPDCOPY.

       FD  CONTA-XREF
           LABEL RECORDS ARE STANDARD.
           COPY XREFCPY.

       FD  CLIENTE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CLICOPY.

       FD  CONTATO-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CTTCOPY.

       FD  HIST-COBRANCA
           LABEL RECORDS ARE STANDARD.
           COPY HCBCOPY.

       FD  CONTA-PARTICIPANTE
           LABEL RECORDS ARE STANDARD.
           COPY PTCCOPY.

       FD  CARTA-COBRANCA
           LABEL RECORDS ARE STANDARD.
       01  CARTA-LINHA              PIC X(80).

       FD  LISTA-TELEFONES
           LABEL RECORDS ARE STANDARD.
       01  FONE-LINHA               PIC X(110).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-ETAPA               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PEND                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-XREF                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-MASTER              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CONTATO             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-HIST                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PART                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CARTA               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-FONE                PIC X(02) VALUE SPACES.

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

       77  WRK-DIAS-HOJE                  PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    O ATRASO DA REGUA E CONTADO EM DIAS CORRIDOS A PARTIR DO
      *    VENCIMENTO JA ROLADO PARA O PROXIMO DIA UTIL (DIASUTIL),
      *    PARA QUE TITULO VENCIDO EM FIM DE SEMANA OU FERIADO NAO
      *    SEJA COBRADO ANTES DA HORA.
      *-----------------------------------------------------------------
       77  WRK-VENC-UTIL                  PIC 9(08) VALUE ZEROS.

       77  WRK-DIAS-VENC-UTEIS            PIC 9(07) VALUE ZEROS.

       77  WRK-DIAS-VENC-UTIL             PIC 9(07) VALUE ZEROS.

       77  WRK-DIAS-ATRASO                PIC S9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    TABELA DE ETAPAS DA REGUA, CARREGADA DO COBRETAP. SEM
      *    ARQUIVO VALEM AS ETAPAS PADRAO DE 5, 15 E 30 DIAS, TODAS
      *    COM CARTA E LISTA DE TELEFONES. O TITULO RECEBE A ETAPA
      *    MAIS ALTA JA ALCANCADA PELO ATRASO; ETAPAS ANTERIORES NAO
      *    ENVIADAS (TITULO QUE ENTROU ATRASADO NA CARTEIRA) FICAM
      *    SUPERADAS E NAO SAO MAIS EMITIDAS.
      *-----------------------------------------------------------------
       01  WRK-ETAPAS-PADRAO.
           02 FILLER                PIC X(06) VALUE "01005A".
           02 FILLER                PIC X(06) VALUE "02015A".
           02 FILLER                PIC X(06) VALUE "03030A".

       01  WRK-ETAPAS-PADRAO-R REDEFINES WRK-ETAPAS-PADRAO.
           02 WRK-PAD-ITEM OCCURS 3 TIMES.
               03 WRK-PAD-ETAPA         PIC 9(02).
               03 WRK-PAD-DIAS          PIC 9(03).
               03 WRK-PAD-CANAL         PIC X(01).

       01  WRK-TABELA-ETAPAS.
           02 WRK-ETP-ITEM OCCURS 20 TIMES.
               03 WRK-ETP-ETAPA         PIC 9(02).
               03 WRK-ETP-DIAS          PIC 9(03).
               03 WRK-ETP-CANAL         PIC X(01).
               03 WRK-ETP-QTDE          PIC 9(05).

       77  WRK-ETAPAS-USADAS              PIC 9(03) COMP VALUE ZEROS.

       77  WRK-IDX-ETAPA                  PIC 9(03) COMP VALUE ZEROS.

       77  WRK-ETAPA-ACHADA               PIC 9(03) COMP VALUE ZEROS.

       77  WRK-CANAL-USO                  PIC X(01) VALUE SPACES.
           88  CANAL-CARTA                    VALUE "C" "A".
           88  CANAL-TELEFONE                 VALUE "T" "A".

       77  WRK-FIM-ETAPA                  PIC X(01) VALUE "N".
           88  FIM-ETAPA                      VALUE "S".

       77  WRK-FIM-PEND                   PIC X(01) VALUE "N".
           88  FIM-PEND                       VALUE "S".

       77  WRK-FIM-CONTATO                PIC X(01) VALUE "N".
           88  FIM-CONTATO                    VALUE "S".

       77  WRK-FIM-PART                   PIC X(01) VALUE "N".
           88  FIM-PART                       VALUE "S".

       77  WRK-PART-SW                    PIC X(01) VALUE "N".
           88  PARTICIPANTES-DISPONIVEL       VALUE "S".

       77  WRK-TITULAR-SW                 PIC X(01) VALUE "N".
           88  TITULAR-ENCONTRADO             VALUE "S".

       77  WRK-CPF-TITULAR                PIC X(12) VALUE SPACES.

      *-----------------------------------------------------------------
      *    CLIENTE AVISADO NO MOMENTO (O TITULAR E, EM SEGUIDA, CADA
      *    COTITULAR DA CONTA) E OS TELEFONES LISTADOS PARA ELE; OS
      *    TELEFONES DO TITULO SOMAM OS DE TODOS OS AVISADOS.
      *-----------------------------------------------------------------
       77  WRK-CPF-AVISO                  PIC X(12) VALUE SPACES.

       77  WRK-CONTA-AVISO                PIC X(14) VALUE SPACES.

       77  WRK-QTDE-FONES-PESSOA          PIC 9(02) VALUE ZEROS.

       77  WRK-QTDE-FONES-TITULO          PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    OS TELEFONES DO AVISADO SAEM EM DUAS PASSADAS: PRIMEIRO OS
      *    PRINCIPAIS DE CADA TIPO, DEPOIS OS DEMAIS. NUMERO INATIVO
      *    NAO ENTRA NA LISTA.
      *-----------------------------------------------------------------
       77  WRK-PASSADA-FONE-SW            PIC X(01) VALUE "P".
           88  PASSADA-PRINCIPAIS             VALUE "P".
           88  PASSADA-DEMAIS                 VALUE "D".

       77  WRK-VALOR-ATUALIZADO           PIC 9(08)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CONTADORES DA EXECUCAO
      *-----------------------------------------------------------------
       77  WRK-CONT-LIDOS                 PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-EM-DIA                PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-SEM-ETAPA             PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-JA-AVISADOS           PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-AVISADOS              PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-CARTAS                PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-FONES                 PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-SEM-FONE              PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-SEM-TITULAR           PIC 9(05) VALUE ZEROS.

       77  WRK-CONT-COTITULARES           PIC 9(05) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CARTA DE COBRANCA (UMA POR TITULO AVISADO E DESTINATARIO)
      *-----------------------------------------------------------------
       01  WRK-CARTA-CABEC.
           02 FILLER                PIC X(30) VALUE
              "AVISO DE COBRANCA - ETAPA ".
           02 WRK-K-ETAPA           PIC Z9.
           02 FILLER                PIC X(18) VALUE SPACES.
           02 WRK-K-DATA            PIC 9999/99/99.

       01  WRK-CARTA-NOME.
           02 WRK-K-NOME            PIC X(40).

       01  WRK-CARTA-ENDERECO.
           02 WRK-K-LOGRADOURO      PIC X(30).
           02 FILLER                PIC X(02) VALUE ", ".
           02 WRK-K-NUMERO          PIC X(06).

       01  WRK-CARTA-CIDADE.
           02 FILLER                PIC X(04) VALUE "CEP ".
           02 WRK-K-CEP             PIC 99999B999.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-K-CIDADE          PIC X(20).
           02 FILLER                PIC X(03) VALUE " - ".
           02 WRK-K-UF              PIC X(02).

       01  WRK-CARTA-BRANCO         PIC X(01) VALUE SPACE.

       01  WRK-CARTA-SAUDACAO       PIC X(30) VALUE
              "PREZADO(A) CLIENTE,".

       01  WRK-CARTA-TEXTO-1.
           02 FILLER                PIC X(30) VALUE
              "CONSTA EM ABERTO O TITULO ".
           02 WRK-K-TITULO          PIC Z(07)9.
           02 FILLER                PIC X(10) VALUE " DA CONTA ".
           02 WRK-K-AGENCIA         PIC 9(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-K-CONTA           PIC 9(10).

       01  WRK-CARTA-TEXTO-2.
           02 FILLER                PIC X(13) VALUE "VENCIDO EM ".
           02 WRK-K-VENCIMENTO      PIC 9999/99/99.
           02 FILLER                PIC X(05) VALUE ", COM".
           02 WRK-K-DIAS            PIC ZZZZ9.
           02 FILLER                PIC X(17) VALUE " DIAS DE ATRASO.".

       01  WRK-CARTA-TEXTO-3.
           02 FILLER                PIC X(30) VALUE
              "VALOR EM ABERTO ..........: ".
           02 WRK-K-VALOR           PIC Z,ZZZ,ZZ9.99.

       01  WRK-CARTA-TEXTO-4.
           02 FILLER                PIC X(30) VALUE
              "ENCARGOS ATE A DATA ......: ".
           02 WRK-K-ENCARGOS        PIC Z,ZZZ,ZZ9.99.

       01  WRK-CARTA-TEXTO-5.
           02 FILLER                PIC X(30) VALUE
              "VALOR ATUALIZADO .........: ".
           02 WRK-K-ATUALIZADO      PIC ZZ,ZZZ,ZZ9.99.

       01  WRK-CARTA-TEXTO-6        PIC X(80) VALUE
              "SOLICITAMOS A REGULARIZACAO DO DEBITO. CASO O PAGAMENTO".

       01  WRK-CARTA-TEXTO-7        PIC X(80) VALUE
              "JA TENHA SIDO EFETUADO, DESCONSIDERE ESTE AVISO.".

       01  WRK-CARTA-SEPARADOR      PIC X(80) VALUE ALL "=".

      *-----------------------------------------------------------------
      *    LISTA DE SMS/LIGACAO (UMA LINHA POR TELEFONE DO AVISADO)
      *-----------------------------------------------------------------
       01  WRK-FONE-TITULO.
           02 FILLER                PIC X(40) VALUE
              "===== LISTA DE SMS/LIGACAO DE COBRANCA ".
           02 WRK-FT-DATA           PIC 9999/99/99.
           02 FILLER                PIC X(06) VALUE " =====".

       01  WRK-FONE-CABEC.
           02 FILLER                PIC X(13) VALUE "CPF".
           02 FILLER                PIC X(31) VALUE "NOME".
           02 FILLER                PIC X(12) VALUE "TELEFONE".
           02 FILLER                PIC X(05) VALUE "TIPO".
           02 FILLER                PIC X(09) VALUE "TITULO".
           02 FILLER                PIC X(07) VALUE "ATRASO".
           02 FILLER                PIC X(06) VALUE "ETAPA".
           02 FILLER                PIC X(14) VALUE "  ATUALIZADO".

       01  WRK-FONE-DETALHE.
           02 WRK-FD-CPF            PIC X(12).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-FD-NOME           PIC X(30).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-FD-TELEFONE       PIC X(11).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-FD-TIPO           PIC X(01).
           02 WRK-FD-PRINCIPAL      PIC X(01).
           02 FILLER                PIC X(03) VALUE SPACES.
           02 WRK-FD-TITULO         PIC Z(07)9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-FD-DIAS           PIC ZZZZ9.
           02 FILLER                PIC X(03) VALUE SPACES.
           02 WRK-FD-ETAPA          PIC Z9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-FD-VALOR          PIC ZZ,ZZZ,ZZ9.99.

       01  WRK-FONE-SEM-CONTATO.
           02 WRK-FS-CPF            PIC X(12).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-FS-NOME           PIC X(30).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 FILLER                PIC X(30) VALUE
              "** SEM TELEFONE ATIVO **".

       01  WRK-FONE-RESUMO.
           02 FILLER                PIC X(18) VALUE
              "TITULOS AVISADOS: ".
           02 WRK-FR-AVISADOS       PIC ZZZZ9.
           02 FILLER                PIC X(10) VALUE "  CARTAS: ".
           02 WRK-FR-CARTAS         PIC ZZZZ9.
           02 FILLER                PIC X(13) VALUE "  TELEFONES: ".
           02 WRK-FR-FONES          PIC ZZZZ9.
           02 FILLER                PIC X(16) VALUE "  SEM TELEFONE: ".
           02 WRK-FR-SEM-FONE       PIC ZZZZ9.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "CobrancaAtraso".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       01  WRK-AUD-RESULTADO-GRP.
           02 FILLER                       PIC X(04) VALUE "CAR=".
           02 AUD-R-CAR                    PIC 9(05).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "TEL=".
           02 AUD-R-TEL                    PIC 9(05).
           02 FILLER                       PIC X(11) VALUE SPACES.

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
      *    REGUA DIARIA DE COBRANCA SOBRE A CARTEIRA DE TITULOS
      *    PENDENTES DO DIA (BOLPEND, GRAVADA PELA RECONCILIACAO DE
      *    BOLETOS): PARA CADA TITULO QUE ALCANCOU UMA ETAPA DA REGUA
      *    AINDA NAO ENVIADA SAI A CARTA DE COBRANCA COM NOME E
      *    ENDERECO DO TITULAR E/OU A LISTA DE SMS/LIGACAO COM OS
      *    TELEFONES DO CLIENTE, REPETIDAS PARA CADA COTITULAR EM
      *    ABERTO DA CONTA (CTAPART), E O AVISO E GRAVADO NO
      *    HISTORICO DE COBRANCA. TITULO LIQUIDADO OU BAIXADO JA NAO
      *    ESTA NA CARTEIRA E DEIXA DE SER COBRADO SEM TRATAMENTO
      *    ESPECIAL.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-AVALIA-TITULO
               THRU 2000-AVALIA-TITULO-EXIT
               UNTIL FIM-PEND.

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

           PERFORM 1100-CARREGA-ETAPAS
               THRU 1100-CARREGA-ETAPAS-EXIT.

           OPEN INPUT  CONTA-XREF.
           OPEN INPUT  CLIENTE-MASTER.
           OPEN INPUT  CONTATO-MASTER.

           OPEN INPUT  CONTA-PARTICIPANTE.
           IF WRK-STATUS-PART = "00"
               SET PARTICIPANTES-DISPONIVEL TO TRUE
           END-IF.

           OPEN I-O    HIST-COBRANCA.
           IF WRK-STATUS-HIST = "35"
               CLOSE HIST-COBRANCA
               OPEN OUTPUT HIST-COBRANCA
               CLOSE HIST-COBRANCA
               OPEN I-O HIST-COBRANCA
           END-IF.

           OPEN OUTPUT CARTA-COBRANCA.
           OPEN OUTPUT LISTA-TELEFONES.
           MOVE WRK-DATA-ATUAL TO WRK-FT-DATA.
           WRITE FONE-LINHA FROM WRK-FONE-TITULO.
           WRITE FONE-LINHA FROM WRK-FONE-CABEC.

           OPEN INPUT  BOLETO-PENDENTE.
           IF WRK-STATUS-PEND NOT = "00"
               DISPLAY "CARTEIRA DE PENDENTES AUSENTE: "
                       WRK-STATUS-PEND
               SET FIM-PEND TO TRUE
           ELSE
               PERFORM 2900-LE-PENDENTE THRU 2900-LE-PENDENTE-EXIT
           END-IF.
       1000-INICIALIZA-EXIT.
           EXIT.

       1100-CARREGA-ETAPAS.
      *-----------------------------------------------------------------
      *    CARREGA AS ETAPAS DA REGUA DO COBRETAP. SEM ARQUIVO (OU
      *    VAZIO) VALEM AS ETAPAS PADRAO.
      *-----------------------------------------------------------------
           OPEN INPUT ETAPA-COBRANCA.
           IF WRK-STATUS-ETAPA = "00"
               READ ETAPA-COBRANCA
                   AT END SET FIM-ETAPA TO TRUE
               END-READ
               PERFORM 1150-GUARDA-ETAPA
                   THRU 1150-GUARDA-ETAPA-EXIT
                   UNTIL FIM-ETAPA
               CLOSE ETAPA-COBRANCA
           END-IF.

           IF WRK-ETAPAS-USADAS = 0
               DISPLAY "TABELA DE ETAPAS AUSENTE, USANDO REGUA PADRAO"
               PERFORM 1180-ETAPA-PADRAO
                   THRU 1180-ETAPA-PADRAO-EXIT
                   VARYING WRK-IDX-ETAPA FROM 1 BY 1
                   UNTIL WRK-IDX-ETAPA > 3
           END-IF.
       1100-CARREGA-ETAPAS-EXIT.
           EXIT.

       1150-GUARDA-ETAPA.
           IF WRK-ETAPAS-USADAS >= 20
               DISPLAY "TABELA DE ETAPAS CHEIA, ETAPA IGNORADA: "
                       ETP-ETAPA
           ELSE
               ADD 1 TO WRK-ETAPAS-USADAS
               MOVE ETP-ETAPA TO WRK-ETP-ETAPA(WRK-ETAPAS-USADAS)
               MOVE ETP-DIAS  TO WRK-ETP-DIAS(WRK-ETAPAS-USADAS)
               MOVE ETP-CANAL TO WRK-ETP-CANAL(WRK-ETAPAS-USADAS)
               MOVE ZEROS     TO WRK-ETP-QTDE(WRK-ETAPAS-USADAS)
           END-IF.

           READ ETAPA-COBRANCA
               AT END SET FIM-ETAPA TO TRUE
           END-READ.
       1150-GUARDA-ETAPA-EXIT.
           EXIT.

       1180-ETAPA-PADRAO.
           ADD 1 TO WRK-ETAPAS-USADAS.
           MOVE WRK-PAD-ETAPA(WRK-IDX-ETAPA) TO
               WRK-ETP-ETAPA(WRK-ETAPAS-USADAS).
           MOVE WRK-PAD-DIAS(WRK-IDX-ETAPA)  TO
               WRK-ETP-DIAS(WRK-ETAPAS-USADAS).
           MOVE WRK-PAD-CANAL(WRK-IDX-ETAPA) TO
               WRK-ETP-CANAL(WRK-ETAPAS-USADAS).
           MOVE ZEROS                        TO
               WRK-ETP-QTDE(WRK-ETAPAS-USADAS).
       1180-ETAPA-PADRAO-EXIT.
           EXIT.

       2000-AVALIA-TITULO.
      *-----------------------------------------------------------------
      *    APURA O ATRASO DO TITULO SOBRE O VENCIMENTO AJUSTADO PARA
      *    DIA UTIL E LOCALIZA A ETAPA MAIS ALTA JA ALCANCADA. O
      *    HISTORICO DE COBRANCA DIZ SE ESSA ETAPA JA FOI ENVIADA.
      *-----------------------------------------------------------------
           ADD 1 TO WRK-CONT-LIDOS.

           IF PEND-VENCIMENTO NOT NUMERIC
              OR PEND-VENCIMENTO = ZEROS
              OR PEND-VENCIMENTO NOT < WRK-DATA-ATUAL
               ADD 1 TO WRK-CONT-EM-DIA
               GO TO 2000-AVALIA-TITULO-LEITURA
           END-IF.

           CALL "DIASUTIL" USING PEND-VENCIMENTO
                                  WRK-VENC-UTIL
                                  WRK-DIAS-VENC-UTEIS.
           IF WRK-VENC-UTIL NOT < WRK-DATA-ATUAL
               ADD 1 TO WRK-CONT-EM-DIA
               GO TO 2000-AVALIA-TITULO-LEITURA
           END-IF.

           CALL "DATADIAS" USING WRK-VENC-UTIL WRK-DIAS-VENC-UTIL.
           COMPUTE WRK-DIAS-ATRASO EQUAL
               WRK-DIAS-HOJE - WRK-DIAS-VENC-UTIL.

           MOVE ZEROS TO WRK-ETAPA-ACHADA.
           PERFORM 2100-COMPARA-ETAPA
               THRU 2100-COMPARA-ETAPA-EXIT
               VARYING WRK-IDX-ETAPA FROM 1 BY 1
               UNTIL WRK-IDX-ETAPA > WRK-ETAPAS-USADAS.

           IF WRK-ETAPA-ACHADA = 0
               ADD 1 TO WRK-CONT-SEM-ETAPA
               GO TO 2000-AVALIA-TITULO-LEITURA
           END-IF.

           MOVE PEND-AGENCIA TO HCB-AGENCIA.
           MOVE PEND-CONTA   TO HCB-CONTA.
           MOVE PEND-NUMERO  TO HCB-NUMERO.
           MOVE WRK-ETP-ETAPA(WRK-ETAPA-ACHADA) TO HCB-ETAPA.
           READ HIST-COBRANCA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-JA-AVISADOS
                   GO TO 2000-AVALIA-TITULO-LEITURA
           END-READ.

           PERFORM 3000-BUSCA-TITULAR THRU 3000-BUSCA-TITULAR-EXIT.
           IF NOT TITULAR-ENCONTRADO
               ADD 1 TO WRK-CONT-SEM-TITULAR
               DISPLAY "TITULO SEM TITULAR CADASTRADO, NAO AVISADO: "
                       PEND-AGENCIA "/" PEND-CONTA " " PEND-NUMERO
               GO TO 2000-AVALIA-TITULO-LEITURA
           END-IF.

           MOVE WRK-ETP-CANAL(WRK-ETAPA-ACHADA) TO WRK-CANAL-USO.
           COMPUTE WRK-VALOR-ATUALIZADO EQUAL
               PEND-VALOR + PEND-ENCARGOS.

           MOVE WRK-CPF-TITULAR TO WRK-CPF-AVISO.
           IF CANAL-CARTA
               PERFORM 4000-EMITE-CARTA THRU 4000-EMITE-CARTA-EXIT
           END-IF.

           MOVE ZEROS TO WRK-QTDE-FONES-TITULO.
           IF CANAL-TELEFONE
               PERFORM 5000-LISTA-TELEFONES
                   THRU 5000-LISTA-TELEFONES-EXIT
           END-IF.

           IF PARTICIPANTES-DISPONIVEL
               PERFORM 7000-AVISA-COTITULARES
                   THRU 7000-AVISA-COTITULARES-EXIT
           END-IF.

           PERFORM 6000-GRAVA-HISTORICO
               THRU 6000-GRAVA-HISTORICO-EXIT.

       2000-AVALIA-TITULO-LEITURA.
           PERFORM 2900-LE-PENDENTE THRU 2900-LE-PENDENTE-EXIT.
       2000-AVALIA-TITULO-EXIT.
           EXIT.

       2100-COMPARA-ETAPA.
           IF WRK-DIAS-ATRASO NOT < WRK-ETP-DIAS(WRK-IDX-ETAPA)
               MOVE WRK-IDX-ETAPA TO WRK-ETAPA-ACHADA
           END-IF.
       2100-COMPARA-ETAPA-EXIT.
           EXIT.

       2900-LE-PENDENTE.
           READ BOLETO-PENDENTE
               AT END SET FIM-PEND TO TRUE
           END-READ.
       2900-LE-PENDENTE-EXIT.
           EXIT.

       3000-BUSCA-TITULAR.
      *-----------------------------------------------------------------
      *    RESOLVE CONTA -> CPF NA REFERENCIA CRUZADA E CPF -> NOME E
      *    ENDERECO NO CADASTRO DE CLIENTES.
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-TITULAR-SW.
           MOVE PEND-AGENCIA TO XRF-AGENCIA.
           MOVE PEND-CONTA   TO XRF-NUMERO.
           READ CONTA-XREF
               INVALID KEY
                   GO TO 3000-BUSCA-TITULAR-EXIT
           END-READ.

           MOVE XRF-CPF TO CPF WRK-CPF-TITULAR.
           READ CLIENTE-MASTER
               INVALID KEY
                   GO TO 3000-BUSCA-TITULAR-EXIT
           END-READ.

           SET TITULAR-ENCONTRADO TO TRUE.
       3000-BUSCA-TITULAR-EXIT.
           EXIT.

       4000-EMITE-CARTA.
           MOVE WRK-ETP-ETAPA(WRK-ETAPA-ACHADA) TO WRK-K-ETAPA.
           MOVE WRK-DATA-ATUAL       TO WRK-K-DATA.
           MOVE NOME                 TO WRK-K-NOME.
           MOVE END-LOGRADOURO       TO WRK-K-LOGRADOURO.
           MOVE END-NUMERO           TO WRK-K-NUMERO.
           MOVE END-CEP              TO WRK-K-CEP.
           MOVE END-CIDADE           TO WRK-K-CIDADE.
           MOVE END-UF               TO WRK-K-UF.
           MOVE PEND-NUMERO          TO WRK-K-TITULO.
           MOVE PEND-AGENCIA         TO WRK-K-AGENCIA.
           MOVE PEND-CONTA           TO WRK-K-CONTA.
           MOVE PEND-VENCIMENTO      TO WRK-K-VENCIMENTO.
           MOVE WRK-DIAS-ATRASO      TO WRK-K-DIAS.
           MOVE PEND-VALOR           TO WRK-K-VALOR.
           MOVE PEND-ENCARGOS        TO WRK-K-ENCARGOS.
           MOVE WRK-VALOR-ATUALIZADO TO WRK-K-ATUALIZADO.

           WRITE CARTA-LINHA FROM WRK-CARTA-CABEC.
           WRITE CARTA-LINHA FROM WRK-CARTA-BRANCO.
           WRITE CARTA-LINHA FROM WRK-CARTA-NOME.
           WRITE CARTA-LINHA FROM WRK-CARTA-ENDERECO.
           WRITE CARTA-LINHA FROM WRK-CARTA-CIDADE.
           WRITE CARTA-LINHA FROM WRK-CARTA-BRANCO.
           WRITE CARTA-LINHA FROM WRK-CARTA-SAUDACAO.
           WRITE CARTA-LINHA FROM WRK-CARTA-TEXTO-1.
           WRITE CARTA-LINHA FROM WRK-CARTA-TEXTO-2.
           WRITE CARTA-LINHA FROM WRK-CARTA-TEXTO-3.
           WRITE CARTA-LINHA FROM WRK-CARTA-TEXTO-4.
           WRITE CARTA-LINHA FROM WRK-CARTA-TEXTO-5.
           WRITE CARTA-LINHA FROM WRK-CARTA-BRANCO.
           WRITE CARTA-LINHA FROM WRK-CARTA-TEXTO-6.
           WRITE CARTA-LINHA FROM WRK-CARTA-TEXTO-7.
           WRITE CARTA-LINHA FROM WRK-CARTA-SEPARADOR.

           ADD 1 TO WRK-CONT-CARTAS.
       4000-EMITE-CARTA-EXIT.
           EXIT.

       5000-LISTA-TELEFONES.
      *-----------------------------------------------------------------
      *    A CHAVE DO CONTATO COMECA PELO CPF: O START POSICIONA NO
      *    PRIMEIRO TELEFONE DO CLIENTE AVISADO E A LEITURA PARA
      *    QUANDO O CPF MUDA. OS PRINCIPAIS SAEM ANTES DOS DEMAIS,
      *    MARCADOS COM "*" AO LADO DO TIPO. CLIENTE SEM TELEFONE
      *    ATIVO SAI APONTADO NA LISTA.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-QTDE-FONES-PESSOA.

           SET PASSADA-PRINCIPAIS TO TRUE.
           PERFORM 5050-PERCORRE-CONTATOS
               THRU 5050-PERCORRE-CONTATOS-EXIT.

           SET PASSADA-DEMAIS TO TRUE.
           PERFORM 5050-PERCORRE-CONTATOS
               THRU 5050-PERCORRE-CONTATOS-EXIT.

           IF WRK-QTDE-FONES-PESSOA = 0
               ADD 1 TO WRK-CONT-SEM-FONE
               MOVE WRK-CPF-AVISO   TO WRK-FS-CPF
               MOVE NOME            TO WRK-FS-NOME
               WRITE FONE-LINHA FROM WRK-FONE-SEM-CONTATO
           END-IF.
       5000-LISTA-TELEFONES-EXIT.
           EXIT.

       5050-PERCORRE-CONTATOS.
           MOVE "N"   TO WRK-FIM-CONTATO.

           MOVE WRK-CPF-AVISO   TO CTT-CPF.
           MOVE LOW-VALUES      TO CTT-VALOR.
           START CONTATO-MASTER KEY IS NOT LESS THAN CTT-CHAVE
               INVALID KEY
                   SET FIM-CONTATO TO TRUE
           END-START.

           IF NOT FIM-CONTATO
               READ CONTATO-MASTER NEXT RECORD
                   AT END SET FIM-CONTATO TO TRUE
               END-READ
           END-IF.

           PERFORM 5100-LISTA-TELEFONE
               THRU 5100-LISTA-TELEFONE-EXIT
               UNTIL FIM-CONTATO.
       5050-PERCORRE-CONTATOS-EXIT.
           EXIT.

       5100-LISTA-TELEFONE.
           IF CTT-CPF NOT = WRK-CPF-AVISO
               SET FIM-CONTATO TO TRUE
               GO TO 5100-LISTA-TELEFONE-EXIT
           END-IF.

           IF CTT-INATIVO
              OR (PASSADA-PRINCIPAIS AND NOT CTT-E-PRINCIPAL)
              OR (PASSADA-DEMAIS AND CTT-E-PRINCIPAL)
               GO TO 5100-LISTA-TELEFONE-LEITURA
           END-IF.

           ADD 1 TO WRK-QTDE-FONES-PESSOA.
           ADD 1 TO WRK-QTDE-FONES-TITULO.
           ADD 1 TO WRK-CONT-FONES.
           MOVE WRK-CPF-AVISO        TO WRK-FD-CPF.
           MOVE NOME                 TO WRK-FD-NOME.
           MOVE CTT-VALOR            TO WRK-FD-TELEFONE.
           MOVE CTT-TIPO             TO WRK-FD-TIPO.
           IF CTT-E-PRINCIPAL
               MOVE "*"              TO WRK-FD-PRINCIPAL
           ELSE
               MOVE SPACE            TO WRK-FD-PRINCIPAL
           END-IF.
           MOVE PEND-NUMERO          TO WRK-FD-TITULO.
           MOVE WRK-DIAS-ATRASO      TO WRK-FD-DIAS.
           MOVE WRK-ETP-ETAPA(WRK-ETAPA-ACHADA) TO WRK-FD-ETAPA.
           MOVE WRK-VALOR-ATUALIZADO TO WRK-FD-VALOR.
           WRITE FONE-LINHA FROM WRK-FONE-DETALHE.

       5100-LISTA-TELEFONE-LEITURA.
           READ CONTATO-MASTER NEXT RECORD
               AT END SET FIM-CONTATO TO TRUE
           END-READ.
       5100-LISTA-TELEFONE-EXIT.
           EXIT.

       6000-GRAVA-HISTORICO.
      *-----------------------------------------------------------------
      *    REGISTRA O AVISO NO HISTORICO DE COBRANCA DO TITULO (A
      *    CHAVE JA FOI MONTADA NA CONSULTA DE 2000-AVALIA-TITULO).
      *-----------------------------------------------------------------
           MOVE PEND-AGENCIA         TO HCB-AGENCIA.
           MOVE PEND-CONTA           TO HCB-CONTA.
           MOVE PEND-NUMERO          TO HCB-NUMERO.
           MOVE WRK-ETP-ETAPA(WRK-ETAPA-ACHADA) TO HCB-ETAPA.
           MOVE WRK-CPF-TITULAR      TO HCB-CPF.
           MOVE WRK-DATA-ATUAL       TO HCB-DATA-ENVIO.
           MOVE WRK-DIAS-ATRASO      TO HCB-DIAS-ATRASO.
           MOVE PEND-VALOR           TO HCB-VALOR.
           MOVE PEND-VENCIMENTO      TO HCB-VENCIMENTO.
           MOVE WRK-CANAL-USO        TO HCB-CANAL.
           MOVE WRK-QTDE-FONES-TITULO TO HCB-QTDE-TELEFONES.
           WRITE HIST-COBRANCA-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR HISTORICO DE COBRANCA: "
                           PEND-NUMERO
               NOT INVALID KEY
                   ADD 1 TO WRK-CONT-AVISADOS
                   ADD 1 TO WRK-ETP-QTDE(WRK-ETAPA-ACHADA)
           END-WRITE.
       6000-GRAVA-HISTORICO-EXIT.
           EXIT.

       7000-AVISA-COTITULARES.
      *-----------------------------------------------------------------
      *    A DIVIDA E DE TODOS OS TITULARES DA CONTA: CADA COTITULAR
      *    EM ABERTO NO CADASTRO DE PARTICIPANTES RECEBE A MESMA
      *    CARTA E/OU ENTRA NA LISTA DE TELEFONES, CONFORME O CANAL
      *    DA ETAPA. PROCURADOR NAO E DEVEDOR E NAO E AVISADO. O
      *    HISTORICO CONTINUA UM REGISTRO POR TITULO E ETAPA, NO CPF
      *    DO TITULAR.
      *-----------------------------------------------------------------
           MOVE "N"          TO WRK-FIM-PART.
           MOVE PEND-AGENCIA TO PTC-AGENCIA.
           MOVE PEND-CONTA   TO PTC-NUMERO.
           MOVE PTC-CONTA    TO WRK-CONTA-AVISO.
           MOVE LOW-VALUES   TO PTC-CPF.
           START CONTA-PARTICIPANTE KEY IS NOT LESS THAN PTC-CHAVE
               INVALID KEY
                   SET FIM-PART TO TRUE
           END-START.

           IF NOT FIM-PART
               READ CONTA-PARTICIPANTE NEXT RECORD
                   AT END SET FIM-PART TO TRUE
               END-READ
           END-IF.

           PERFORM 7100-AVISA-COTITULAR
               THRU 7100-AVISA-COTITULAR-EXIT
               UNTIL FIM-PART.
       7000-AVISA-COTITULARES-EXIT.
           EXIT.

       7100-AVISA-COTITULAR.
           IF PTC-CONTA NOT = WRK-CONTA-AVISO
               SET FIM-PART TO TRUE
               GO TO 7100-AVISA-COTITULAR-EXIT
           END-IF.

           IF NOT PTC-COTITULAR OR PTC-DATA-FIM NOT = ZEROS
               GO TO 7100-AVISA-COTITULAR-LEITURA
           END-IF.

           MOVE PTC-CPF TO CPF WRK-CPF-AVISO.
           READ CLIENTE-MASTER
               INVALID KEY
                   DISPLAY "COTITULAR NAO CADASTRADO, NAO AVISADO: "
                           PTC-CHAVE
                   GO TO 7100-AVISA-COTITULAR-LEITURA
           END-READ.

           ADD 1 TO WRK-CONT-COTITULARES.
           IF CANAL-CARTA
               PERFORM 4000-EMITE-CARTA THRU 4000-EMITE-CARTA-EXIT
           END-IF.
           IF CANAL-TELEFONE
               PERFORM 5000-LISTA-TELEFONES
                   THRU 5000-LISTA-TELEFONES-EXIT
           END-IF.

       7100-AVISA-COTITULAR-LEITURA.
           READ CONTA-PARTICIPANTE NEXT RECORD
               AT END SET FIM-PART TO TRUE
           END-READ.
       7100-AVISA-COTITULAR-EXIT.
           EXIT.

       9000-FINALIZA.
           MOVE WRK-CONT-AVISADOS TO WRK-FR-AVISADOS.
           MOVE WRK-CONT-CARTAS   TO WRK-FR-CARTAS.
           MOVE WRK-CONT-FONES    TO WRK-FR-FONES.
           MOVE WRK-CONT-SEM-FONE TO WRK-FR-SEM-FONE.
           WRITE FONE-LINHA FROM WRK-FONE-RESUMO.

           IF WRK-STATUS-PEND = "00" OR WRK-STATUS-PEND = "10"
               CLOSE BOLETO-PENDENTE
           END-IF.
           CLOSE CONTA-XREF.
           CLOSE CLIENTE-MASTER.
           CLOSE CONTATO-MASTER.
           IF PARTICIPANTES-DISPONIVEL
               CLOSE CONTA-PARTICIPANTE
           END-IF.
           CLOSE HIST-COBRANCA.
           CLOSE CARTA-COBRANCA.
           CLOSE LISTA-TELEFONES.

           DISPLAY "TITULOS LIDOS .......: " WRK-CONT-LIDOS.
           DISPLAY "TITULOS EM DIA ......: " WRK-CONT-EM-DIA.
           DISPLAY "ABAIXO DA 1A ETAPA ..: " WRK-CONT-SEM-ETAPA.
           DISPLAY "ETAPA JA ENVIADA ....: " WRK-CONT-JA-AVISADOS.
           DISPLAY "TITULOS AVISADOS ....: " WRK-CONT-AVISADOS.
           DISPLAY "CARTAS EMITIDAS .....: " WRK-CONT-CARTAS.
           DISPLAY "TELEFONES NA LISTA ..: " WRK-CONT-FONES.
           DISPLAY "AVISADOS SEM FONE ...: " WRK-CONT-SEM-FONE.
           DISPLAY "COTITULARES AVISADOS : " WRK-CONT-COTITULARES.
           DISPLAY "SEM TITULAR .........: " WRK-CONT-SEM-TITULAR.

           MOVE WRK-DATA-ATUAL  TO WRK-AUD-CHAVE.
           MOVE WRK-CONT-CARTAS TO AUD-R-CAR.
           MOVE WRK-CONT-FONES  TO AUD-R-TEL.

           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           IF WRK-CONT-SEM-TITULAR > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-FINALIZA-EXIT.
           EXIT.
