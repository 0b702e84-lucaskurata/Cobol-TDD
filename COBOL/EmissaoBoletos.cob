      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "EmissaoBoletos".
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
           SELECT COBRANCA-EMITIR ASSIGN TO "EMITRANS"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-TRANS.

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

           SELECT TITULO-EMITIDO  ASSIGN TO "BOLEMIT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS EMI-CHAVE
                                   ALTERNATE RECORD KEY IS
                                       EMI-REFERENCIA
                                   FILE STATUS IS WRK-STATUS-EMITIDO.

           SELECT NOSSO-NUMERO    ASSIGN TO "BOLNNUM"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-NOSSO.

           SELECT REMESSA-CNAB    ASSIGN TO "CNABREM"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-CNAB.

           SELECT EMISSAO-RELATORIO ASSIGN TO "EMIRELAT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-RELAT.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  COBRANCA-EMITIR
           RECORD CONTAINS 52 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY CRGCOPY.

       FD  CONTA-XREF
           LABEL RECORDS ARE STANDARD.
           COPY XREFCPY.

       FD  CLIENTE-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CLICOPY.

       FD  TITULO-EMITIDO
           LABEL RECORDS ARE STANDARD.
           COPY EMICOPY.

       FD  NOSSO-NUMERO
           LABEL RECORDS ARE STANDARD.
           COPY NSNCOPY.

       FD  REMESSA-CNAB
           LABEL RECORDS ARE STANDARD.
       01  CNAB-REC                 PIC X(400).

       FD  EMISSAO-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  EMI-RELAT-LINHA          PIC X(132).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-TRANS               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-XREF                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-MASTER              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-EMITIDO             PIC X(02) VALUE SPACES.

       77  WRK-STATUS-NOSSO               PIC X(02) VALUE SPACES.

       77  WRK-STATUS-CNAB                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-RELAT               PIC X(02) VALUE SPACES.

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

       77  WRK-FIM-TRANS                  PIC X(01) VALUE "N".
           88  FIM-TRANS                      VALUE "S".

      *-----------------------------------------------------------------
      *    DADOS DO CONVENIO DE COBRANCA DA EMPRESA (BENEFICIARIO)
      *    JUNTO AO BANCO, QUE SAEM NO HEADER E EM CADA DETALHE DA
      *    REMESSA E COMPOEM O CAMPO LIVRE DO CODIGO DE BARRAS.
      *-----------------------------------------------------------------
       01  WRK-CONVENIO.
           02 WRK-CNV-BANCO         PIC X(03) VALUE "341".
           02 WRK-CNV-NOME-BANCO    PIC X(15) VALUE "BANCO ITAU SA".
           02 WRK-CNV-AGENCIA       PIC 9(04) VALUE 0001.
           02 WRK-CNV-CONTA         PIC 9(05) VALUE 10025.
           02 WRK-CNV-CARTEIRA      PIC 9(03) VALUE 109.
           02 WRK-CNV-CNPJ          PIC 9(14) VALUE 12345678000195.
           02 WRK-CNV-NOME-EMPRESA  PIC X(30) VALUE
              "LUCAS KURATA SERVICOS LTDA".

       77  WRK-CNV-DAC                    PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CONTROLE DA SEQUENCIA DE NOSSO NUMERO: O ULTIMO NUMERO
      *    ATRIBUIDO VEM DO BOLNNUM E E REGRAVADO NO FIM DA EXECUCAO.
      *    SEM ARQUIVO DE CONTROLE A SEQUENCIA COMECA DO ZERO.
      *-----------------------------------------------------------------
       77  WRK-ULTIMO-NOSSO-NUMERO        PIC 9(08) VALUE ZEROS.

       77  WRK-LIMITE-NOSSO-NUMERO        PIC 9(08) VALUE 99999999.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO AO CALCULO DE DIGITOS VERIFICADORES: OS
      *    DIGITOS DO CAMPO SAO CARREGADOS A ESQUERDA DE WRK-DV-CAMPO,
      *    WRK-DV-TAMANHO INFORMA QUANTOS SAO, E O RESULTADO SAI EM
      *    WRK-DV-RESULTADO. MODULO 10 (PESOS 2,1 A PARTIR DA DIREITA)
      *    PARA NOSSO NUMERO, CONTA E CAMPOS DA LINHA DIGITAVEL;
      *    MODULO 11 (PESOS 2 A 9) PARA O DIGITO GERAL DO CODIGO DE
      *    BARRAS.
      *-----------------------------------------------------------------
       01  WRK-DV-CAMPO                   PIC X(43) VALUE SPACES.

       01  WRK-DV-TABELA REDEFINES WRK-DV-CAMPO.
           02 WRK-DV-DIGITO OCCURS 43 TIMES PIC 9(01).

       77  WRK-DV-TAMANHO                 PIC 9(02) COMP VALUE ZEROS.

       77  WRK-DV-IDX                     PIC 9(02) COMP VALUE ZEROS.

       77  WRK-DV-PESO                    PIC 9(02) COMP VALUE ZEROS.

       77  WRK-DV-PRODUTO                 PIC 9(02) COMP VALUE ZEROS.

       77  WRK-DV-SOMA                    PIC 9(05) COMP VALUE ZEROS.

       77  WRK-DV-QUOCIENTE               PIC 9(05) COMP VALUE ZEROS.

       77  WRK-DV-RESTO                   PIC 9(02) COMP VALUE ZEROS.

       77  WRK-DV-RESULTADO               PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CODIGO DE BARRAS (44 POSICOES): BANCO, MOEDA, DIGITO GERAL,
      *    FATOR DE VENCIMENTO, VALOR E CAMPO LIVRE (CARTEIRA, NOSSO
      *    NUMERO E DAC, AGENCIA, CONTA E DAC DO BENEFICIARIO).
      *-----------------------------------------------------------------
       01  WRK-CODIGO-BARRAS.
           02 WRK-CB-BANCO          PIC X(03).
           02 WRK-CB-MOEDA          PIC X(01) VALUE "9".
           02 WRK-CB-DV             PIC 9(01).
           02 WRK-CB-FATOR          PIC 9(04).
           02 WRK-CB-VALOR          PIC 9(08)V99.
           02 WRK-CB-CAMPO-LIVRE.
               03 WRK-CL-CARTEIRA       PIC 9(03).
               03 WRK-CL-NOSSO-NUMERO   PIC 9(08).
               03 WRK-CL-DAC-NOSSO      PIC 9(01).
               03 WRK-CL-AGENCIA        PIC 9(04).
               03 WRK-CL-CONTA          PIC 9(05).
               03 WRK-CL-DAC-CONTA      PIC 9(01).
               03 FILLER                PIC X(03) VALUE "000".

       01  WRK-CODIGO-BARRAS-PARTES REDEFINES WRK-CODIGO-BARRAS.
           02 WRK-CBP-BANCO-MOEDA   PIC X(04).
           02 WRK-CBP-DV            PIC X(01).
           02 WRK-CBP-FATOR-VALOR   PIC X(14).
           02 WRK-CBP-LIVRE-1       PIC X(05).
           02 WRK-CBP-LIVRE-2       PIC X(10).
           02 WRK-CBP-LIVRE-3       PIC X(10).

      *-----------------------------------------------------------------
      *    LINHA DIGITAVEL (47 DIGITOS): TRES CAMPOS COM DIGITO
      *    MODULO 10, O DIGITO GERAL E FATOR + VALOR. A VERSAO
      *    FORMATADA (COM PONTOS E ESPACOS) SAI NO RELATORIO.
      *-----------------------------------------------------------------
       01  WRK-LINHA-DIGITAVEL.
           02 WRK-LD-CAMPO-1.
               03 WRK-LD-1-DADOS        PIC X(09).
               03 WRK-LD-1-DV           PIC 9(01).
           02 WRK-LD-CAMPO-2.
               03 WRK-LD-2-DADOS        PIC X(10).
               03 WRK-LD-2-DV           PIC 9(01).
           02 WRK-LD-CAMPO-3.
               03 WRK-LD-3-DADOS        PIC X(10).
               03 WRK-LD-3-DV           PIC 9(01).
           02 WRK-LD-CAMPO-4            PIC 9(01).
           02 WRK-LD-CAMPO-5            PIC X(14).

       01  WRK-LINHA-DIG-FORMATADA.
           02 WRK-LDF-1A            PIC X(05).
           02 FILLER                PIC X(01) VALUE ".".
           02 WRK-LDF-1B            PIC X(05).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-LDF-2A            PIC X(05).
           02 FILLER                PIC X(01) VALUE ".".
           02 WRK-LDF-2B            PIC X(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-LDF-3A            PIC X(05).
           02 FILLER                PIC X(01) VALUE ".".
           02 WRK-LDF-3B            PIC X(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-LDF-4             PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-LDF-5             PIC X(14).

      *-----------------------------------------------------------------
      *    FATOR DE VENCIMENTO: DIAS CORRIDOS DESDE A DATA BASE DO
      *    BANCO CENTRAL (07/10/1997). AO PASSAR DE 9999 O FATOR
      *    RECOMECA EM 1000 (VENCIMENTOS A PARTIR DE 22/02/2025).
      *-----------------------------------------------------------------
       77  WRK-DATA-BASE-FATOR            PIC 9(08) VALUE 19971007.

       77  WRK-DIAS-BASE-FATOR            PIC 9(07) VALUE ZEROS.

       77  WRK-DIAS-VENCIMENTO            PIC 9(07) VALUE ZEROS.

       77  WRK-FATOR-CALC                 PIC 9(07) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CONVERSAO DE DATA AAAAMMDD PARA O FORMATO DDMMAA DO CNAB
      *-----------------------------------------------------------------
       01  WRK-DATA-CONV.
           02 WRK-DC-SECULO         PIC 9(02).
           02 WRK-DC-ANO            PIC 9(02).
           02 WRK-DC-MES            PIC 9(02).
           02 WRK-DC-DIA            PIC 9(02).

       01  WRK-DATA-CONV-NUM REDEFINES WRK-DATA-CONV PIC 9(08).

       01  WRK-DATA-DDMMAA.
           02 WRK-DD-DIA            PIC 9(02).
           02 WRK-DD-MES            PIC 9(02).
           02 WRK-DD-ANO            PIC 9(02).

       01  WRK-DATA-DDMMAA-NUM REDEFINES WRK-DATA-DDMMAA PIC 9(06).

      *-----------------------------------------------------------------
      *    LAYOUTS CNAB 400 DA REMESSA E SEQUENCIAL DE REGISTRO
      *-----------------------------------------------------------------
           COPY CNBCOPY.

       77  WRK-SEQ-REMESSA                PIC 9(06) VALUE ZEROS.

       77  WRK-CPF-NUMERICO               PIC 9(11) VALUE ZEROS.

       77  WRK-JUROS-DIA                  PIC 9(09)V99 VALUE ZEROS.

       77  WRK-TAXA-JUROS-DIA             PIC V9(06) VALUE .000333.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A CRITICA DE CADA COBRANCA
      *-----------------------------------------------------------------
       77  WRK-MOTIVO-RECUSA              PIC X(30) VALUE SPACES.

       77  WRK-VENC-MES                   PIC 9(02) VALUE ZEROS.

       77  WRK-VENC-DIA                   PIC 9(02) VALUE ZEROS.

       77  WRK-CPF-SACADO                 PIC X(12) VALUE SPACES.

      *-----------------------------------------------------------------
      *    CONTADORES E TOTAIS DA EXECUCAO
      *-----------------------------------------------------------------
       77  WRK-CONT-LIDOS                 PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-EMITIDOS              PIC 9(07) VALUE ZEROS.

       77  WRK-CONT-RECUSADOS             PIC 9(07) VALUE ZEROS.

       77  WRK-TOT-VALOR-EMITIDO          PIC 9(11)V99 VALUE ZEROS.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A VALIDACAO DO HEADER/TRAILER PADRAO DO
      *    ARQUIVO DE COBRANCAS, FEITA ANTES DE EMITIR QUALQUER BOLETO.
      *-----------------------------------------------------------------
       77  WRK-ID-ESPERADO                PIC X(08) VALUE "EMITRANS".

           COPY HDRCOPY.

       77  WRK-VALIDA-FIM-SW              PIC X(01) VALUE "N".
           88  VALIDA-FIM                     VALUE "S".

       77  WRK-ANT-CHEIO-SW               PIC X(01) VALUE "N".
           88  ANT-CHEIO                      VALUE "S".

       77  WRK-TRAILER-OK-SW              PIC X(01) VALUE "N".
           88  TRAILER-OK                     VALUE "S".

       77  WRK-QTDE-DADOS                 PIC 9(07) VALUE ZEROS.

       77  WRK-REGS-LIDOS                 PIC 9(07) VALUE ZEROS.

       77  WRK-ABEND-MOTIVO               PIC X(45) VALUE SPACES.

       01  WRK-REG-ANTERIOR.
           02 WRK-ANT-TIPO-REG      PIC X(01).
           02 WRK-ANT-ID-ARQUIVO    PIC X(08).
           02 WRK-ANT-DATA          PIC 9(08).
           02 WRK-ANT-QTDE          PIC 9(07).
           02 FILLER                PIC X(28).

      *-----------------------------------------------------------------
      *    LINHAS DO RELATORIO DE EMISSAO
      *-----------------------------------------------------------------
       01  WRK-LINHA-TITULO.
           02 FILLER                PIC X(42) VALUE
              "===== EMISSAO DE BOLETOS - REMESSA CNAB DE".
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-T-DATA            PIC 9999/99/99.
           02 FILLER                PIC X(06) VALUE " =====".

       01  WRK-LINHA-EMITIDO.
           02 FILLER                PIC X(03) VALUE "NN ".
           02 WRK-E-NOSSO-NUMERO    PIC 9(08).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-E-DAC             PIC 9(01).
           02 FILLER                PIC X(07) VALUE " CONTA ".
           02 WRK-E-AGENCIA         PIC 9(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-E-CONTA           PIC 9(10).
           02 FILLER                PIC X(06) VALUE " VENC ".
           02 WRK-E-VENCIMENTO      PIC 9999/99/99.
           02 FILLER                PIC X(07) VALUE " VALOR ".
           02 WRK-E-VALOR           PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-E-LINHA-DIG       PIC X(54).

       01  WRK-LINHA-RECUSA.
           02 FILLER                PIC X(18) VALUE
              "RECUSADO SEU NUM ".
           02 WRK-R-SEU-NUMERO      PIC X(10).
           02 FILLER                PIC X(07) VALUE " CONTA ".
           02 WRK-R-AGENCIA         PIC 9(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-R-CONTA           PIC 9(10).
           02 FILLER                PIC X(07) VALUE " VALOR ".
           02 WRK-R-VALOR           PIC Z,ZZZ,ZZ9.99.
           02 FILLER                PIC X(09) VALUE " MOTIVO: ".
           02 WRK-R-MOTIVO          PIC X(30).

       01  WRK-LINHA-RESUMO.
           02 FILLER                PIC X(07) VALUE "LIDOS: ".
           02 WRK-S-LIDOS           PIC ZZZZZZ9.
           02 FILLER                PIC X(12) VALUE "  EMITIDOS: ".
           02 WRK-S-EMITIDOS        PIC ZZZZZZ9.
           02 FILLER                PIC X(13) VALUE "  RECUSADOS: ".
           02 WRK-S-RECUSADOS       PIC ZZZZZZ9.
           02 FILLER                PIC X(17) VALUE
              "  VALOR EMITIDO: ".
           02 WRK-S-VALOR           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER                PIC X(15) VALUE
              "  ULTIMO NN: ".
           02 WRK-S-ULTIMO-NN       PIC 9(08).

       01  WRK-LINHA-SEPARADOR      PIC X(60) VALUE ALL "-".

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO AO RETURN-CODE POR TOLERANCIA DE RECUSAS
      *-----------------------------------------------------------------
       77  WRK-PERC-REJEITO               PIC S9(03)V99 COMP-3
                                           VALUE ZEROS.

       77  WRK-AUD-PROGRAMA                PIC X(20) VALUE
               "EmissaoBoletos".

       77  WRK-AUD-CHAVE                   PIC X(20) VALUE SPACES.

       77  WRK-AUD-ORIGEM-OPER             PIC X(11) VALUE SPACES.

       01  WRK-AUD-RESULTADO-GRP.
           02 FILLER                       PIC X(04) VALUE "EMI=".
           02 AUD-R-EMI                    PIC 9(05).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "REJ=".
           02 AUD-R-REJ                    PIC 9(05).
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
      *    EMISSAO DE BOLETOS DE COBRANCA AOS NOSSOS CLIENTES: CADA
      *    COBRANCA DO EMITRANS TEM A CONTA CONFERIDA NA REFERENCIA
      *    CRUZADA (ATIVA, NAO ENCERRADA), RECEBE O PROXIMO NOSSO
      *    NUMERO, O CODIGO DE BARRAS E A LINHA DIGITAVEL COM SEUS
      *    DIGITOS, E E REGISTRADA NA REMESSA CNAB 400 PARA O BANCO E
      *    NO ARQUIVO PERMANENTE DE TITULOS EMITIDOS, QUE A
      *    RECONCILIACAO DE BOLETOS CONFERE CONTRA O BOLTRANS.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           PERFORM 2000-PROCESSA-COBRANCA
               THRU 2000-PROCESSA-COBRANCA-EXIT
               UNTIL FIM-TRANS.

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
           CALL "DATADIAS" USING WRK-DATA-BASE-FATOR
                                  WRK-DIAS-BASE-FATOR.

           OPEN INPUT  COBRANCA-EMITIR.
           OPEN INPUT  CONTA-XREF.
           OPEN INPUT  CLIENTE-MASTER.

           OPEN I-O    TITULO-EMITIDO.
           IF WRK-STATUS-EMITIDO = "35"
               CLOSE TITULO-EMITIDO
               OPEN OUTPUT TITULO-EMITIDO
               CLOSE TITULO-EMITIDO
               OPEN I-O TITULO-EMITIDO
           END-IF.

           PERFORM 1100-LE-NOSSO-NUMERO
               THRU 1100-LE-NOSSO-NUMERO-EXIT.

           PERFORM 1150-DAC-CONVENIO
               THRU 1150-DAC-CONVENIO-EXIT.

           OPEN OUTPUT EMISSAO-RELATORIO.
           MOVE WRK-DATA-ATUAL TO WRK-T-DATA.
           WRITE EMI-RELAT-LINHA FROM WRK-LINHA-TITULO.

           PERFORM 1200-VALIDA-ARQUIVO
               THRU 1200-VALIDA-ARQUIVO-EXIT.

           PERFORM 1400-GRAVA-HEADER-CNAB
               THRU 1400-GRAVA-HEADER-CNAB-EXIT.

           PERFORM 2900-LE-COBRANCA THRU 2900-LE-COBRANCA-EXIT.
       1000-INICIALIZA-EXIT.
           EXIT.

       1100-LE-NOSSO-NUMERO.
      *-----------------------------------------------------------------
      *    CARREGA O ULTIMO NOSSO NUMERO ATRIBUIDO. SEM ARQUIVO DE
      *    CONTROLE (PRIMEIRA EMISSAO) A SEQUENCIA COMECA DO ZERO.
      *-----------------------------------------------------------------
           OPEN INPUT NOSSO-NUMERO.
           IF WRK-STATUS-NOSSO NOT = "00"
               DISPLAY "CONTROLE DE NOSSO NUMERO AUSENTE, INICIANDO"
                       " SEQUENCIA"
               GO TO 1100-LE-NOSSO-NUMERO-EXIT
           END-IF.

           READ NOSSO-NUMERO
               AT END
                   DISPLAY "CONTROLE DE NOSSO NUMERO VAZIO, INICIANDO"
                           " SEQUENCIA"
               NOT AT END
                   MOVE NSN-ULTIMO-NUMERO TO WRK-ULTIMO-NOSSO-NUMERO
           END-READ.

           CLOSE NOSSO-NUMERO.
       1100-LE-NOSSO-NUMERO-EXIT.
           EXIT.

       1150-DAC-CONVENIO.
      *-----------------------------------------------------------------
      *    DAC DA CONTA DO BENEFICIARIO: MODULO 10 SOBRE AGENCIA +
      *    CONTA, IGUAL PARA TODOS OS TITULOS DA REMESSA.
      *-----------------------------------------------------------------
           MOVE SPACES          TO WRK-DV-CAMPO.
           MOVE WRK-CNV-AGENCIA TO WRK-DV-CAMPO(1:4).
           MOVE WRK-CNV-CONTA   TO WRK-DV-CAMPO(5:5).
           MOVE 9               TO WRK-DV-TAMANHO.
           PERFORM 7000-CALCULA-MODULO-10
               THRU 7000-CALCULA-MODULO-10-EXIT.
           MOVE WRK-DV-RESULTADO TO WRK-CNV-DAC.
       1150-DAC-CONVENIO-EXIT.
           EXIT.

       1200-VALIDA-ARQUIVO.
      *-----------------------------------------------------------------
      *    PASSADA PREVIA DE INTEGRIDADE DO ARQUIVO DE COBRANCAS:
      *    O PRIMEIRO REGISTRO DEVE SER O HEADER PADRAO COM A DATA
      *    DA EXECUCAO E O ULTIMO DEVE SER O TRAILER CUJA CONTAGEM
      *    FECHA COM OS REGISTROS DE DADOS. QUALQUER DIVERGENCIA
      *    ABENDA O PASSO ANTES DE QUALQUER NOSSO NUMERO SER USADO.
      *    AO FINAL O ARQUIVO E REABERTO E O HEADER E CONSUMIDO.
      *-----------------------------------------------------------------
           READ COBRANCA-EMITIR
               AT END
                   MOVE "ARQUIVO VAZIO (SEM HEADER)"
                       TO WRK-ABEND-MOTIVO
                   PERFORM 1290-ABENDA-ARQUIVO
                       THRU 1290-ABENDA-ARQUIVO-EXIT
           END-READ.

           MOVE COBRANCA-EMITIR-REC TO ARQ-CONTROLE-REC.

           IF NOT ARQ-REG-HEADER
              OR ARQ-ID-ARQUIVO NOT = WRK-ID-ESPERADO
               MOVE "PRIMEIRO REGISTRO NAO E O HEADER PADRAO"
                   TO WRK-ABEND-MOTIVO
               PERFORM 1290-ABENDA-ARQUIVO
                   THRU 1290-ABENDA-ARQUIVO-EXIT
           END-IF.

           IF ARQ-DATA-GERACAO NOT = WRK-DATA-ATUAL
               MOVE "DATA DO HEADER DIVERGE (DUPLICADO/ATRASADO)"
                   TO WRK-ABEND-MOTIVO
               PERFORM 1290-ABENDA-ARQUIVO
                   THRU 1290-ABENDA-ARQUIVO-EXIT
           END-IF.

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

           CLOSE COBRANCA-EMITIR.
           OPEN INPUT COBRANCA-EMITIR.
           READ COBRANCA-EMITIR
               AT END SET FIM-TRANS TO TRUE
           END-READ.
       1200-VALIDA-ARQUIVO-EXIT.
           EXIT.

       1250-CONFERE-REGISTRO.
      *-----------------------------------------------------------------
      *    LEITURA COM UM REGISTRO DE ATRASO: SO NO FIM DO ARQUIVO
      *    SE SABE QUE O REGISTRO GUARDADO E O TRAILER.
      *-----------------------------------------------------------------
           READ COBRANCA-EMITIR
               AT END
                   SET VALIDA-FIM TO TRUE
                   IF ANT-CHEIO
                      AND WRK-ANT-TIPO-REG = "9"
                      AND WRK-ANT-ID-ARQUIVO = WRK-ID-ESPERADO
                       SET TRAILER-OK TO TRUE
                   END-IF
               NOT AT END
                   IF ANT-CHEIO
                       ADD 1 TO WRK-QTDE-DADOS
                   END-IF
                   MOVE COBRANCA-EMITIR-REC TO WRK-REG-ANTERIOR
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

       1400-GRAVA-HEADER-CNAB.
      *-----------------------------------------------------------------
      *    ABRE A REMESSA CNAB E GRAVA O HEADER DE ARQUIVO COM OS
      *    DADOS DO CONVENIO E A DATA DE GRAVACAO.
      *-----------------------------------------------------------------
           OPEN OUTPUT REMESSA-CNAB.

           MOVE WRK-CNV-AGENCIA      TO CNH-AGENCIA.
           MOVE WRK-CNV-CONTA        TO CNH-CONTA.
           MOVE WRK-CNV-DAC          TO CNH-DAC.
           MOVE WRK-CNV-NOME-EMPRESA TO CNH-NOME-EMPRESA.
           MOVE WRK-CNV-BANCO        TO CNH-CODIGO-BANCO.
           MOVE WRK-CNV-NOME-BANCO   TO CNH-NOME-BANCO.
           MOVE WRK-DATA-ATUAL       TO WRK-DATA-CONV-NUM.
           PERFORM 7600-CONVERTE-DDMMAA
               THRU 7600-CONVERTE-DDMMAA-EXIT.
           MOVE WRK-DATA-DDMMAA-NUM  TO CNH-DATA-GRAVACAO.
           ADD 1                     TO WRK-SEQ-REMESSA.
           MOVE WRK-SEQ-REMESSA      TO CNH-SEQUENCIAL.
           WRITE CNAB-REC FROM WRK-CNAB-HEADER.
       1400-GRAVA-HEADER-CNAB-EXIT.
           EXIT.

       2900-LE-COBRANCA.
      *-----------------------------------------------------------------
      *    LE O PROXIMO REGISTRO DE DADOS; A QUANTIDADE DO TRAILER,
      *    JA CONFERIDA NA PASSADA PREVIA, DELIMITA O FIM DOS DADOS.
      *-----------------------------------------------------------------
           IF WRK-REGS-LIDOS NOT < WRK-QTDE-DADOS
               SET FIM-TRANS TO TRUE
           ELSE
               READ COBRANCA-EMITIR
                   AT END SET FIM-TRANS TO TRUE
               END-READ
               IF NOT FIM-TRANS
                   ADD 1 TO WRK-REGS-LIDOS
               END-IF
           END-IF.
       2900-LE-COBRANCA-EXIT.
           EXIT.

       2000-PROCESSA-COBRANCA.
           ADD 1 TO WRK-CONT-LIDOS.
           MOVE SPACES TO WRK-MOTIVO-RECUSA.

           PERFORM 3000-CRITICA-COBRANCA
               THRU 3000-CRITICA-COBRANCA-EXIT.

           IF WRK-MOTIVO-RECUSA NOT = SPACES
               PERFORM 3900-RECUSA-COBRANCA
                   THRU 3900-RECUSA-COBRANCA-EXIT
               GO TO 2000-PROCESSA-COBRANCA-LEITURA
           END-IF.

           IF WRK-ULTIMO-NOSSO-NUMERO NOT < WRK-LIMITE-NOSSO-NUMERO
               DISPLAY "SEQUENCIA DE NOSSO NUMERO ESGOTADA"
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-FINALIZA THRU 9000-FINALIZA-EXIT
               STOP RUN
           END-IF.

           ADD 1 TO WRK-ULTIMO-NOSSO-NUMERO.

           PERFORM 4000-MONTA-CODIGO-BARRAS
               THRU 4000-MONTA-CODIGO-BARRAS-EXIT.

           PERFORM 4500-MONTA-LINHA-DIGITAVEL
               THRU 4500-MONTA-LINHA-DIGITAVEL-EXIT.

           PERFORM 5000-GRAVA-EMITIDO
               THRU 5000-GRAVA-EMITIDO-EXIT.

           IF WRK-MOTIVO-RECUSA NOT = SPACES
               PERFORM 3900-RECUSA-COBRANCA
                   THRU 3900-RECUSA-COBRANCA-EXIT
               GO TO 2000-PROCESSA-COBRANCA-LEITURA
           END-IF.

           PERFORM 6000-GRAVA-DETALHE-CNAB
               THRU 6000-GRAVA-DETALHE-CNAB-EXIT.

           ADD 1         TO WRK-CONT-EMITIDOS.
           ADD CRG-VALOR TO WRK-TOT-VALOR-EMITIDO.

           MOVE WRK-ULTIMO-NOSSO-NUMERO TO WRK-E-NOSSO-NUMERO.
           MOVE WRK-CL-DAC-NOSSO        TO WRK-E-DAC.
           MOVE CRG-AGENCIA             TO WRK-E-AGENCIA.
           MOVE CRG-CONTA               TO WRK-E-CONTA.
           MOVE CRG-VENCIMENTO          TO WRK-E-VENCIMENTO.
           MOVE CRG-VALOR               TO WRK-E-VALOR.
           MOVE WRK-LINHA-DIG-FORMATADA TO WRK-E-LINHA-DIG.
           WRITE EMI-RELAT-LINHA FROM WRK-LINHA-EMITIDO.

       2000-PROCESSA-COBRANCA-LEITURA.

           PERFORM 2900-LE-COBRANCA THRU 2900-LE-COBRANCA-EXIT.
       2000-PROCESSA-COBRANCA-EXIT.
           EXIT.

       3000-CRITICA-COBRANCA.
      *-----------------------------------------------------------------
      *    CRITICA A COBRANCA ANTES DE GASTAR UM NOSSO NUMERO: VALOR,
      *    VENCIMENTO, DOCUMENTO, CONTA ATIVA NA REFERENCIA CRUZADA,
      *    TITULAR NO CADASTRO (DADOS DO PAGADOR NA REMESSA) E
      *    DOCUMENTO AINDA NAO EMITIDO. O PRIMEIRO MOTIVO ENCONTRADO
      *    FICA EM WRK-MOTIVO-RECUSA.
      *-----------------------------------------------------------------
           IF NOT CRG-DETALHE
               MOVE "TIPO DE REGISTRO INVALIDO" TO WRK-MOTIVO-RECUSA
               GO TO 3000-CRITICA-COBRANCA-EXIT
           END-IF.

           IF CRG-VALOR NOT NUMERIC OR CRG-VALOR = ZEROS
               MOVE "VALOR INVALIDO" TO WRK-MOTIVO-RECUSA
               GO TO 3000-CRITICA-COBRANCA-EXIT
           END-IF.

           IF CRG-VENCIMENTO NOT NUMERIC
              OR CRG-VENCIMENTO < WRK-DATA-ATUAL
               MOVE "VENCIMENTO INVALIDO" TO WRK-MOTIVO-RECUSA
               GO TO 3000-CRITICA-COBRANCA-EXIT
           END-IF.

           MOVE CRG-VENCIMENTO TO WRK-DATA-CONV-NUM.
           MOVE WRK-DC-MES     TO WRK-VENC-MES.
           MOVE WRK-DC-DIA     TO WRK-VENC-DIA.
           IF WRK-VENC-MES < 1 OR WRK-VENC-MES > 12
              OR WRK-VENC-DIA < 1 OR WRK-VENC-DIA > 31
               MOVE "VENCIMENTO INVALIDO" TO WRK-MOTIVO-RECUSA
               GO TO 3000-CRITICA-COBRANCA-EXIT
           END-IF.

           IF CRG-SEU-NUMERO = SPACES
               MOVE "DOCUMENTO NAO INFORMADO" TO WRK-MOTIVO-RECUSA
               GO TO 3000-CRITICA-COBRANCA-EXIT
           END-IF.

           MOVE CRG-AGENCIA TO XRF-AGENCIA.
           MOVE CRG-CONTA   TO XRF-NUMERO.
           READ CONTA-XREF
               INVALID KEY
                   MOVE "CONTA NAO CADASTRADA" TO WRK-MOTIVO-RECUSA
                   GO TO 3000-CRITICA-COBRANCA-EXIT
           END-READ.

           IF XRF-ENCERRADA
               MOVE "CONTA ENCERRADA" TO WRK-MOTIVO-RECUSA
               GO TO 3000-CRITICA-COBRANCA-EXIT
           END-IF.

           IF NOT XRF-ATIVA
               MOVE "CONTA NAO ATIVA" TO WRK-MOTIVO-RECUSA
               GO TO 3000-CRITICA-COBRANCA-EXIT
           END-IF.

           MOVE XRF-CPF TO CPF WRK-CPF-SACADO.
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE "TITULAR NAO CADASTRADO" TO WRK-MOTIVO-RECUSA
                   GO TO 3000-CRITICA-COBRANCA-EXIT
           END-READ.

           MOVE CRG-AGENCIA    TO EMI-REF-AGENCIA.
           MOVE CRG-CONTA      TO EMI-REF-CONTA.
           MOVE CRG-SEU-NUMERO TO EMI-SEU-NUMERO.
           READ TITULO-EMITIDO KEY IS EMI-REFERENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "DOCUMENTO JA EMITIDO" TO WRK-MOTIVO-RECUSA
           END-READ.
       3000-CRITICA-COBRANCA-EXIT.
           EXIT.

       3900-RECUSA-COBRANCA.
      *-----------------------------------------------------------------
      *    COBRANCA RECUSADA NAO ENTRA NA REMESSA: SAI NO RELATORIO
      *    DE EMISSAO COM O MOTIVO, PARA CORRECAO E REENVIO.
      *-----------------------------------------------------------------
           ADD 1 TO WRK-CONT-RECUSADOS.
           MOVE CRG-SEU-NUMERO    TO WRK-R-SEU-NUMERO.
           MOVE CRG-AGENCIA       TO WRK-R-AGENCIA.
           MOVE CRG-CONTA         TO WRK-R-CONTA.
           IF CRG-VALOR NUMERIC
               MOVE CRG-VALOR     TO WRK-R-VALOR
           ELSE
               MOVE ZEROS         TO WRK-R-VALOR
           END-IF.
           MOVE WRK-MOTIVO-RECUSA TO WRK-R-MOTIVO.
           WRITE EMI-RELAT-LINHA FROM WRK-LINHA-RECUSA.
           DISPLAY "COBRANCA RECUSADA: " CRG-SEU-NUMERO " - "
                   WRK-MOTIVO-RECUSA.
       3900-RECUSA-COBRANCA-EXIT.
           EXIT.

       4000-MONTA-CODIGO-BARRAS.
      *-----------------------------------------------------------------
      *    MONTA O CAMPO LIVRE (CARTEIRA, NOSSO NUMERO COM DAC,
      *    AGENCIA E CONTA DO BENEFICIARIO COM DAC), O FATOR DE
      *    VENCIMENTO E O VALOR, E CALCULA O DIGITO GERAL MODULO 11
      *    SOBRE AS 43 POSICOES RESTANTES DO CODIGO.
      *-----------------------------------------------------------------
           MOVE WRK-CNV-BANCO           TO WRK-CB-BANCO.
           MOVE WRK-CNV-CARTEIRA        TO WRK-CL-CARTEIRA.
           MOVE WRK-ULTIMO-NOSSO-NUMERO TO WRK-CL-NOSSO-NUMERO.
           MOVE WRK-CNV-AGENCIA         TO WRK-CL-AGENCIA.
           MOVE WRK-CNV-CONTA           TO WRK-CL-CONTA.
           MOVE WRK-CNV-DAC             TO WRK-CL-DAC-CONTA.

      *-----------------------------------------------------------------
      *    DAC DO NOSSO NUMERO: MODULO 10 SOBRE AGENCIA, CONTA,
      *    CARTEIRA E NOSSO NUMERO.
      *-----------------------------------------------------------------
           MOVE SPACES                  TO WRK-DV-CAMPO.
           MOVE WRK-CNV-AGENCIA         TO WRK-DV-CAMPO(1:4).
           MOVE WRK-CNV-CONTA           TO WRK-DV-CAMPO(5:5).
           MOVE WRK-CNV-CARTEIRA        TO WRK-DV-CAMPO(10:3).
           MOVE WRK-ULTIMO-NOSSO-NUMERO TO WRK-DV-CAMPO(13:8).
           MOVE 20                      TO WRK-DV-TAMANHO.
           PERFORM 7000-CALCULA-MODULO-10
               THRU 7000-CALCULA-MODULO-10-EXIT.
           MOVE WRK-DV-RESULTADO        TO WRK-CL-DAC-NOSSO.

           CALL "DATADIAS" USING CRG-VENCIMENTO WRK-DIAS-VENCIMENTO.
           COMPUTE WRK-FATOR-CALC EQUAL
               WRK-DIAS-VENCIMENTO - WRK-DIAS-BASE-FATOR.
           IF WRK-FATOR-CALC > 9999
               SUBTRACT 9000 FROM WRK-FATOR-CALC
           END-IF.
           MOVE WRK-FATOR-CALC          TO WRK-CB-FATOR.
           MOVE CRG-VALOR               TO WRK-CB-VALOR.

           MOVE SPACES                  TO WRK-DV-CAMPO.
           MOVE WRK-CBP-BANCO-MOEDA     TO WRK-DV-CAMPO(1:4).
           MOVE WRK-CODIGO-BARRAS(6:39) TO WRK-DV-CAMPO(5:39).
           MOVE 43                      TO WRK-DV-TAMANHO.
           PERFORM 7100-CALCULA-MODULO-11
               THRU 7100-CALCULA-MODULO-11-EXIT.
           MOVE WRK-DV-RESULTADO        TO WRK-CB-DV.
       4000-MONTA-CODIGO-BARRAS-EXIT.
           EXIT.

       4500-MONTA-LINHA-DIGITAVEL.
      *-----------------------------------------------------------------
      *    DISTRIBUI O CODIGO DE BARRAS NOS CINCO CAMPOS DA LINHA
      *    DIGITAVEL: CAMPO 1 = BANCO, MOEDA E 5 PRIMEIRAS POSICOES DO
      *    CAMPO LIVRE; CAMPOS 2 E 3 = RESTANTE DO CAMPO LIVRE; CADA
      *    UM COM DIGITO MODULO 10. CAMPO 4 = DIGITO GERAL; CAMPO 5 =
      *    FATOR DE VENCIMENTO E VALOR.
      *-----------------------------------------------------------------
           MOVE WRK-CBP-BANCO-MOEDA     TO WRK-LD-1-DADOS(1:4).
           MOVE WRK-CBP-LIVRE-1         TO WRK-LD-1-DADOS(5:5).
           MOVE SPACES                  TO WRK-DV-CAMPO.
           MOVE WRK-LD-1-DADOS          TO WRK-DV-CAMPO(1:9).
           MOVE 9                       TO WRK-DV-TAMANHO.
           PERFORM 7000-CALCULA-MODULO-10
               THRU 7000-CALCULA-MODULO-10-EXIT.
           MOVE WRK-DV-RESULTADO        TO WRK-LD-1-DV.

           MOVE WRK-CBP-LIVRE-2         TO WRK-LD-2-DADOS.
           MOVE SPACES                  TO WRK-DV-CAMPO.
           MOVE WRK-LD-2-DADOS          TO WRK-DV-CAMPO(1:10).
           MOVE 10                      TO WRK-DV-TAMANHO.
           PERFORM 7000-CALCULA-MODULO-10
               THRU 7000-CALCULA-MODULO-10-EXIT.
           MOVE WRK-DV-RESULTADO        TO WRK-LD-2-DV.

           MOVE WRK-CBP-LIVRE-3         TO WRK-LD-3-DADOS.
           MOVE SPACES                  TO WRK-DV-CAMPO.
           MOVE WRK-LD-3-DADOS          TO WRK-DV-CAMPO(1:10).
           MOVE 10                      TO WRK-DV-TAMANHO.
           PERFORM 7000-CALCULA-MODULO-10
               THRU 7000-CALCULA-MODULO-10-EXIT.
           MOVE WRK-DV-RESULTADO        TO WRK-LD-3-DV.

           MOVE WRK-CB-DV               TO WRK-LD-CAMPO-4.
           MOVE WRK-CBP-FATOR-VALOR     TO WRK-LD-CAMPO-5.

           MOVE WRK-LINHA-DIGITAVEL(1:5)  TO WRK-LDF-1A.
           MOVE WRK-LINHA-DIGITAVEL(6:5)  TO WRK-LDF-1B.
           MOVE WRK-LINHA-DIGITAVEL(11:5) TO WRK-LDF-2A.
           MOVE WRK-LINHA-DIGITAVEL(16:6) TO WRK-LDF-2B.
           MOVE WRK-LINHA-DIGITAVEL(22:5) TO WRK-LDF-3A.
           MOVE WRK-LINHA-DIGITAVEL(27:6) TO WRK-LDF-3B.
           MOVE WRK-LD-CAMPO-4            TO WRK-LDF-4.
           MOVE WRK-LD-CAMPO-5            TO WRK-LDF-5.
       4500-MONTA-LINHA-DIGITAVEL-EXIT.
           EXIT.

       5000-GRAVA-EMITIDO.
      *-----------------------------------------------------------------
      *    REGISTRA O TITULO NO ARQUIVO PERMANENTE DE EMITIDOS ANTES
      *    DE INCLUI-LO NA REMESSA, PARA QUE TODO TITULO REGISTRADO NO
      *    BANCO POSSA SER CONFERIDO NO RETORNO. CHAVE JA EXISTENTE
      *    INDICA CONTROLE DE NOSSO NUMERO FORA DE SINCRONIA: A
      *    COBRANCA E RECUSADA E O NUMERO NAO E REUTILIZADO.
      *-----------------------------------------------------------------
           MOVE SPACES                  TO TITULO-EMITIDO-REC.
           MOVE CRG-AGENCIA             TO EMI-AGENCIA
                                           EMI-REF-AGENCIA.
           MOVE CRG-CONTA               TO EMI-CONTA
                                           EMI-REF-CONTA.
           MOVE WRK-ULTIMO-NOSSO-NUMERO TO EMI-NOSSO-NUMERO.
           MOVE CRG-SEU-NUMERO          TO EMI-SEU-NUMERO.
           MOVE WRK-CL-DAC-NOSSO        TO EMI-DV-NOSSO-NUMERO.
           MOVE WRK-CPF-SACADO          TO EMI-CPF.
           MOVE CRG-VALOR               TO EMI-VALOR.
           MOVE CRG-VENCIMENTO          TO EMI-VENCIMENTO.
           MOVE WRK-DATA-ATUAL          TO EMI-DATA-EMISSAO.
           MOVE WRK-CODIGO-BARRAS       TO EMI-CODIGO-BARRAS.
           MOVE WRK-LINHA-DIGITAVEL     TO EMI-LINHA-DIGITAVEL.
           SET EMI-EMITIDO              TO TRUE.
           MOVE ZEROS                   TO EMI-DATA-RETORNO.
           WRITE TITULO-EMITIDO-REC
               INVALID KEY
                   MOVE "NOSSO NUMERO JA UTILIZADO"
                       TO WRK-MOTIVO-RECUSA
                   DISPLAY "NOSSO NUMERO JA CONSTA NOS EMITIDOS: "
                           WRK-ULTIMO-NOSSO-NUMERO
           END-WRITE.
       5000-GRAVA-EMITIDO-EXIT.
           EXIT.

       6000-GRAVA-DETALHE-CNAB.
      *-----------------------------------------------------------------
      *    GRAVA O DETALHE CNAB 400 DO TITULO COM OS DADOS DO
      *    CONVENIO, DO DOCUMENTO E DO PAGADOR (CADASTRO DE CLIENTES).
      *-----------------------------------------------------------------
           MOVE WRK-CNV-CNPJ            TO CND-CNPJ-EMPRESA.
           MOVE WRK-CNV-AGENCIA         TO CND-AGENCIA.
           MOVE WRK-CNV-CONTA           TO CND-CONTA.
           MOVE WRK-CNV-DAC             TO CND-DAC.
           MOVE SPACES                  TO CND-USO-EMPRESA.
           MOVE CRG-SEU-NUMERO          TO CND-USO-EMPRESA(1:10).
           MOVE WRK-ULTIMO-NOSSO-NUMERO TO CND-NOSSO-NUMERO.
           MOVE ZEROS                   TO CND-QTDE-MOEDA.
           MOVE WRK-CNV-CARTEIRA        TO CND-CARTEIRA.
           MOVE CRG-SEU-NUMERO          TO CND-NUMERO-DOCUMENTO.

           MOVE CRG-VENCIMENTO          TO WRK-DATA-CONV-NUM.
           PERFORM 7600-CONVERTE-DDMMAA
               THRU 7600-CONVERTE-DDMMAA-EXIT.
           MOVE WRK-DATA-DDMMAA-NUM     TO CND-VENCIMENTO
                                           CND-DATA-MORA.

           MOVE CRG-VALOR               TO CND-VALOR-TITULO.
           MOVE WRK-CNV-BANCO           TO CND-CODIGO-BANCO.
           MOVE ZEROS                   TO CND-AGENCIA-COBRADORA.

           MOVE WRK-DATA-ATUAL          TO WRK-DATA-CONV-NUM.
           PERFORM 7600-CONVERTE-DDMMAA
               THRU 7600-CONVERTE-DDMMAA-EXIT.
           MOVE WRK-DATA-DDMMAA-NUM     TO CND-DATA-EMISSAO.

           MOVE CRG-INSTRUCAO-1         TO CND-INSTRUCAO-1.
           MOVE CRG-INSTRUCAO-2         TO CND-INSTRUCAO-2.

           COMPUTE WRK-JUROS-DIA ROUNDED EQUAL
               CRG-VALOR * WRK-TAXA-JUROS-DIA.
           MOVE WRK-JUROS-DIA           TO CND-JUROS-DIA.
           MOVE ZEROS                   TO CND-DESCONTO-ATE
                                           CND-VALOR-DESCONTO
                                           CND-VALOR-IOF
                                           CND-ABATIMENTO.

           MOVE WRK-CPF-SACADO(1:11)    TO WRK-CPF-NUMERICO.
           MOVE WRK-CPF-NUMERICO        TO CND-CPF-SACADO.
           MOVE NOME                    TO CND-NOME-SACADO.
           MOVE SPACES                  TO CND-LOGRADOURO.
           STRING END-LOGRADOURO DELIMITED BY "  "
                  ", "           DELIMITED BY SIZE
                  END-NUMERO     DELIMITED BY SPACE
               INTO CND-LOGRADOURO
           END-STRING.
           MOVE SPACES                  TO CND-BAIRRO.
           MOVE END-CEP                 TO CND-CEP.
           MOVE END-CIDADE              TO CND-CIDADE.
           MOVE END-UF                  TO CND-UF.
           MOVE SPACES                  TO CND-SACADOR-AVALISTA.

           IF CRG-DIAS-PROTESTO NUMERIC
               MOVE CRG-DIAS-PROTESTO   TO CND-PRAZO-PROTESTO
           ELSE
               MOVE ZEROS               TO CND-PRAZO-PROTESTO
           END-IF.

           ADD 1                        TO WRK-SEQ-REMESSA.
           MOVE WRK-SEQ-REMESSA         TO CND-SEQUENCIAL.
           WRITE CNAB-REC FROM WRK-CNAB-DETALHE.
       6000-GRAVA-DETALHE-CNAB-EXIT.
           EXIT.

       7000-CALCULA-MODULO-10.
      *-----------------------------------------------------------------
      *    MODULO 10: DA DIREITA PARA A ESQUERDA, PESOS ALTERNADOS 2
      *    E 1; PRODUTO MAIOR QUE 9 SOMA OS DOIS ALGARISMOS. DIGITO =
      *    10 MENOS O RESTO DA SOMA POR 10 (RESTO ZERO DA DIGITO 0).
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-DV-SOMA.
           MOVE 2     TO WRK-DV-PESO.
           PERFORM 7050-SOMA-MODULO-10
               THRU 7050-SOMA-MODULO-10-EXIT
               VARYING WRK-DV-IDX FROM WRK-DV-TAMANHO BY -1
               UNTIL WRK-DV-IDX < 1.

           DIVIDE WRK-DV-SOMA BY 10 GIVING WRK-DV-QUOCIENTE
               REMAINDER WRK-DV-RESTO.
           IF WRK-DV-RESTO = 0
               MOVE 0 TO WRK-DV-RESULTADO
           ELSE
               COMPUTE WRK-DV-RESULTADO EQUAL 10 - WRK-DV-RESTO
           END-IF.
       7000-CALCULA-MODULO-10-EXIT.
           EXIT.

       7050-SOMA-MODULO-10.
           COMPUTE WRK-DV-PRODUTO EQUAL
               WRK-DV-DIGITO(WRK-DV-IDX) * WRK-DV-PESO.
           IF WRK-DV-PRODUTO > 9
               SUBTRACT 9 FROM WRK-DV-PRODUTO
           END-IF.
           ADD WRK-DV-PRODUTO TO WRK-DV-SOMA.
           IF WRK-DV-PESO = 2
               MOVE 1 TO WRK-DV-PESO
           ELSE
               MOVE 2 TO WRK-DV-PESO
           END-IF.
       7050-SOMA-MODULO-10-EXIT.
           EXIT.

       7100-CALCULA-MODULO-11.
      *-----------------------------------------------------------------
      *    MODULO 11 DO CODIGO DE BARRAS: DA DIREITA PARA A ESQUERDA,
      *    PESOS DE 2 A 9 EM CICLO. DIGITO = 11 MENOS O RESTO DA SOMA
      *    POR 11; RESULTADO 0, 10 OU 11 VIRA 1.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-DV-SOMA.
           MOVE 2     TO WRK-DV-PESO.
           PERFORM 7150-SOMA-MODULO-11
               THRU 7150-SOMA-MODULO-11-EXIT
               VARYING WRK-DV-IDX FROM WRK-DV-TAMANHO BY -1
               UNTIL WRK-DV-IDX < 1.

           DIVIDE WRK-DV-SOMA BY 11 GIVING WRK-DV-QUOCIENTE
               REMAINDER WRK-DV-RESTO.
           IF WRK-DV-RESTO < 2
               MOVE 1 TO WRK-DV-RESULTADO
           ELSE
               COMPUTE WRK-DV-RESULTADO EQUAL 11 - WRK-DV-RESTO
           END-IF.
       7100-CALCULA-MODULO-11-EXIT.
           EXIT.

       7150-SOMA-MODULO-11.
           COMPUTE WRK-DV-PRODUTO EQUAL
               WRK-DV-DIGITO(WRK-DV-IDX) * WRK-DV-PESO.
           ADD WRK-DV-PRODUTO TO WRK-DV-SOMA.
           IF WRK-DV-PESO = 9
               MOVE 2 TO WRK-DV-PESO
           ELSE
               ADD 1 TO WRK-DV-PESO
           END-IF.
       7150-SOMA-MODULO-11-EXIT.
           EXIT.

       7600-CONVERTE-DDMMAA.
           MOVE WRK-DC-DIA TO WRK-DD-DIA.
           MOVE WRK-DC-MES TO WRK-DD-MES.
           MOVE WRK-DC-ANO TO WRK-DD-ANO.
       7600-CONVERTE-DDMMAA-EXIT.
           EXIT.

       9000-FINALIZA.
      *-----------------------------------------------------------------
      *    FECHA A REMESSA COM O TRAILER, REGRAVA O CONTROLE DE NOSSO
      *    NUMERO COM O ULTIMO NUMERO ATRIBUIDO E EMITE O RESUMO.
      *-----------------------------------------------------------------
           MOVE SPACES          TO CNAB-REC.
           ADD 1                TO WRK-SEQ-REMESSA.
           MOVE WRK-SEQ-REMESSA TO CNT-SEQUENCIAL.
           WRITE CNAB-REC FROM WRK-CNAB-TRAILER.

           OPEN OUTPUT NOSSO-NUMERO.
           MOVE SPACES                  TO NOSSO-NUMERO-REC.
           MOVE WRK-ULTIMO-NOSSO-NUMERO TO NSN-ULTIMO-NUMERO.
           MOVE WRK-DATA-ATUAL          TO NSN-DATA-EMISSAO.
           MOVE WRK-CONT-EMITIDOS       TO NSN-QTDE-EMITIDOS.
           WRITE NOSSO-NUMERO-REC.
           CLOSE NOSSO-NUMERO.

           WRITE EMI-RELAT-LINHA FROM WRK-LINHA-SEPARADOR.
           MOVE WRK-CONT-LIDOS          TO WRK-S-LIDOS.
           MOVE WRK-CONT-EMITIDOS       TO WRK-S-EMITIDOS.
           MOVE WRK-CONT-RECUSADOS      TO WRK-S-RECUSADOS.
           MOVE WRK-TOT-VALOR-EMITIDO   TO WRK-S-VALOR.
           MOVE WRK-ULTIMO-NOSSO-NUMERO TO WRK-S-ULTIMO-NN.
           WRITE EMI-RELAT-LINHA FROM WRK-LINHA-RESUMO.

           CLOSE COBRANCA-EMITIR.
           CLOSE CONTA-XREF.
           CLOSE CLIENTE-MASTER.
           CLOSE TITULO-EMITIDO.
           CLOSE REMESSA-CNAB.
           CLOSE EMISSAO-RELATORIO.

           DISPLAY "COBRANCAS LIDAS ......: " WRK-CONT-LIDOS.
           DISPLAY "BOLETOS EMITIDOS .....: " WRK-CONT-EMITIDOS.
           DISPLAY "COBRANCAS RECUSADAS ..: " WRK-CONT-RECUSADOS.
           DISPLAY "VALOR EMITIDO ........: " WRK-TOT-VALOR-EMITIDO.
           DISPLAY "ULTIMO NOSSO NUMERO ..: " WRK-ULTIMO-NOSSO-NUMERO.

           MOVE WRK-CONT-EMITIDOS  TO AUD-R-EMI.
           MOVE WRK-CONT-RECUSADOS TO AUD-R-REJ.

           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
                                  WRK-AUD-RESULTADO
                                  WRK-AUD-ORIGEM-OPER.

           PERFORM 9500-APURA-RETURN-CODE
               THRU 9500-APURA-RETURN-CODE-EXIT.
       9000-FINALIZA-EXIT.
           EXIT.

       9500-APURA-RETURN-CODE.
      *-----------------------------------------------------------------
      *    COBRANCA RECUSADA ENCERRA COM 4; ACIMA DO PERCENTUAL
      *    TOLERADO (PRM-PERC-TOL-REJEITO) ENCERRA COM 8. O ABEND POR
      *    SEQUENCIA ESGOTADA (16) NAO E REBAIXADO.
      *-----------------------------------------------------------------
           IF RETURN-CODE = 16
              OR WRK-CONT-LIDOS = 0 OR WRK-CONT-RECUSADOS = 0
               GO TO 9500-APURA-RETURN-CODE-EXIT
           END-IF.

           COMPUTE WRK-PERC-REJEITO ROUNDED EQUAL
               (WRK-CONT-RECUSADOS * 100) / WRK-CONT-LIDOS.

           IF PRM-PERC-TOL-REJEITO > 0
              AND WRK-PERC-REJEITO > PRM-PERC-TOL-REJEITO
               MOVE 8 TO RETURN-CODE
               DISPLAY "RECUSAS ACIMA DA TOLERANCIA - RC=8"
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
       9500-APURA-RETURN-CODE-EXIT.
           EXIT.
