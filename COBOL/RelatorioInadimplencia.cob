                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-MASTER.

           SELECT CONTA-PARTICIPANTE ASSIGN TO "CTAPART"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS PTC-CHAVE
                                   ALTERNATE RECORD KEY IS PTC-CPF
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-PART.

           SELECT INADIMPLENCIA-RELATORIO ASSIGN TO "INADRELA"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-RELAT.

           SELECT INADIMPLENCIA-CSV ASSIGN TO "INADCSV"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-CSV.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
           LABEL RECORDS ARE STANDARD.
           COPY CLICOPY.

       FD  CONTA-PARTICIPANTE
           LABEL RECORDS ARE STANDARD.
           COPY PTCCOPY.

       FD  INADIMPLENCIA-RELATORIO
           LABEL RECORDS ARE STANDARD.
       01  INADIMPLENCIA-LINHA       PIC X(80).

       FD  INADIMPLENCIA-CSV
           LABEL RECORDS ARE STANDARD.
       01  INAD-CSV-LINHA            PIC X(150).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------

       77  WRK-STATUS-MASTER              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-PART                PIC X(02) VALUE SPACES.

       77  WRK-STATUS-RELAT               PIC X(02) VALUE SPACES.

       77  WRK-FIM-PEND                   PIC X(01) VALUE "N".
           88  FIM-PEND                       VALUE "S".

       77  WRK-FIM-PART                   PIC X(01) VALUE "N".
           88  FIM-PART                       VALUE "S".

       77  WRK-PART-SW                    PIC X(01) VALUE "N".
           88  PARTICIPANTES-DISPONIVEL       VALUE "S".

      *-----------------------------------------------------------------
      *    ULTIMA CONTA CUJOS VINCULADOS FORAM LISTADOS: TITULOS
      *    SEGUIDOS DA MESMA CONTA NA CARTEIRA NAO REPETEM A LISTA.
      *-----------------------------------------------------------------
       77  WRK-ULTIMA-CONTA               PIC X(14) VALUE SPACES.

       77  WRK-CONTA-PEND                 PIC X(14) VALUE SPACES.

       77  WRK-DATA-ATUAL                 PIC 9(08) VALUE ZEROS.

       77  WRK-DATA-NASC-CMP              PIC 9(08) VALUE ZEROS.

       77  WRK-TOT-ENCARGOS               PIC 9(11)V99 VALUE ZEROS.

       77  WRK-TOT-VINCULADOS             PIC 9(04) VALUE ZEROS.

      *-----------------------------------------------------------------
      *    UNIDADES DA FEDERACAO RECONHECIDAS, NA MESMA ORDEM DO
      *    RELATORIO DEMOGRAFICO POR UF; A POSICAO 28 ACUMULA AS UF
           02 FILLER                PIC X(10) VALUE " ENCARGOS ".
           02 WRK-F-ENCARGOS        PIC ---,---,---,--9.99.

       01  WRK-LINHA-VINC-TITULO    PIC X(50) VALUE
              "VINCULADOS NAO TITULARES DE CONTAS EM ATRASO:".

       01  WRK-LINHA-VINCULADO.
           02 FILLER                PIC X(08) VALUE "  CONTA ".
           02 WRK-V-CONTA           PIC X(14).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-V-PAPEL           PIC X(10).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-V-CPF             PIC X(12).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-V-NOME            PIC X(30).

       01  WRK-LINHA-RESUMO-VINC.
           02 FILLER                PIC X(26) VALUE
              "VINCULADOS NAO TITULARES: ".
           02 WRK-R-VINCULADOS      PIC ZZZ9.

       01  WRK-LINHA-RESUMO.
           02 FILLER                PIC X(09) VALUE "TITULOS: ".
           02 WRK-R-TITULOS         PIC ZZZZZZ9.
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "SEM=".
           02 AUD-R-SEM                    PIC 9(05).
           02 FILLER                       PIC X(01) VALUE SPACE.
           02 FILLER                       PIC X(04) VALUE "VIN=".
           02 AUD-R-VIN                    PIC 9(04).

       01  WRK-AUD-RESULTADO REDEFINES
               WRK-AUD-RESULTADO-GRP       PIC X(30).
      *-----------------------------------------------------------------
           COPY PRMCOPY.

      *-----------------------------------------------------------------
      *    CAMPOS DE APOIO A EXPORTACAO CSV (PRM-EXPORTA-CSV): UMA
      *    LINHA POR VINCULADO (TIPO VINCULADO), POR CELULA UF X FAIXA
      *    IMPRESSA (TIPO FAIXA) E POR LINHA DE RESUMO (TIPOS TOTAL E
      *    TOTAL_VINCULADOS), COM AS COLUNAS QUE NAO SE APLICAM AO
      *    TIPO EM BRANCO, SEPARADAS POR PONTO E VIRGULA, COM VIRGULA
      *    DECIMAL E DATA AAAA-MM-DD, REGISTRADAS NO MANIFESTO
      *    CSVMANIF VIA MNFWRITE.
      *-----------------------------------------------------------------
       77  WRK-STATUS-CSV                 PIC X(02) VALUE SPACES.

       77  WRK-CSV-ARQUIVO                PIC X(08) VALUE "INADCSV".

       77  WRK-CSV-LINHAS                 PIC 9(09) VALUE ZEROS.

       77  WRK-CSV-VALOR                  PIC S9(11)V99 VALUE ZEROS.

       77  WRK-CSV-SEM-DECIMAIS           PIC 9(01) VALUE 0.

       77  WRK-CSV-DUAS-DECIMAIS          PIC 9(01) VALUE 2.

       77  WRK-CSV-DATA                   PIC 9999/99/99.

       01  WRK-CSV-CAMPOS.
           02 WRK-CSV-TIPO          PIC X(16).
           02 WRK-CSV-UF            PIC X(02).
           02 WRK-CSV-FAIXA         PIC X(10).
           02 WRK-CSV-TITULOS       PIC X(15).
           02 WRK-CSV-ENCARGOS      PIC X(15).
           02 WRK-CSV-SEM-TITULAR   PIC X(15).
           02 WRK-CSV-VINCULADOS    PIC X(15).
           02 WRK-CSV-CONTA         PIC X(14).
           02 WRK-CSV-PAPEL         PIC X(10).
           02 WRK-CSV-CPF           PIC X(12).
           02 WRK-CSV-NOME          PIC X(40).

       01  WRK-CSV-CABECALHO.
           02 FILLER                PIC X(42) VALUE
              "DATA_RELATORIO;TIPO_LINHA;UF;FAIXA_ETARIA;".
           02 FILLER                PIC X(40) VALUE
              "TITULOS;ENCARGOS;SEM_TITULAR;VINCULADOS;".
           02 FILLER                PIC X(20) VALUE
              "CONTA;PAPEL;CPF;NOME".

      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE                                       DIVISION.
      *    CLIENTE PELA REFERENCIA CRUZADA E CRUZA A CONTAGEM E OS
      *    ENCARGOS DOS TITULOS EM ATRASO POR UF DO ENDERECO E PELAS
      *    MESMAS FAIXAS DE NASCIMENTO DO RELATORIO DEMOGRAFICO.
      *    ANTES DA MATRIZ SAEM OS COTITULARES E PROCURADORES EM
      *    ABERTO DAS CONTAS EM ATRASO (CADASTRO DE PARTICIPANTES),
      *    CLIENTES LIGADOS A DIVIDA SEM SEREM O TITULAR DELA.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.

           OPEN INPUT  CLIENTE-MASTER.
           OPEN OUTPUT INADIMPLENCIA-RELATORIO.

           OPEN INPUT  CONTA-PARTICIPANTE.
           IF WRK-STATUS-PART = "00"
               SET PARTICIPANTES-DISPONIVEL TO TRUE
           END-IF.

           MOVE ZEROS TO WRK-TABELA-INADIMPLENCIA.

           MOVE WRK-DATA-ATUAL TO WRK-T-DATA.
           WRITE INADIMPLENCIA-LINHA FROM WRK-LINHA-TITULO.

           IF PRM-CSV-ATIVO
               MOVE WRK-DATA-ATUAL TO WRK-CSV-DATA
               INSPECT WRK-CSV-DATA REPLACING ALL "/" BY "-"
               OPEN OUTPUT INADIMPLENCIA-CSV
               WRITE INAD-CSV-LINHA FROM WRK-CSV-CABECALHO
           END-IF.

           READ BOLETO-PENDENTES
               AT END SET FIM-PEND TO TRUE
           END-READ.
           ADD PEND-ENCARGOS
               TO WRK-INAD-ENCARGOS(WRK-IDX-ACHADO WRK-IDX-FAIXA).

           IF PARTICIPANTES-DISPONIVEL
               PERFORM 4000-LISTA-VINCULADOS
                   THRU 4000-LISTA-VINCULADOS-EXIT
           END-IF.

           READ BOLETO-PENDENTES
               AT END SET FIM-PEND TO TRUE
           END-READ.
       3800-COMPARA-UF-EXIT.
           EXIT.

       4000-LISTA-VINCULADOS.
      *-----------------------------------------------------------------
      *    A CHAVE DO CADASTRO DE PARTICIPANTES COMECA PELA CONTA,
      *    ENTAO O START POSICIONA NO PRIMEIRO PARTICIPANTE DA CONTA
      *    DO TITULO E A LEITURA PARA QUANDO A CONTA MUDA.
      *-----------------------------------------------------------------
           MOVE PEND-AGENCIA TO PTC-AGENCIA.
           MOVE PEND-CONTA   TO PTC-NUMERO.
           MOVE PTC-CONTA    TO WRK-CONTA-PEND.
           IF WRK-CONTA-PEND = WRK-ULTIMA-CONTA
               GO TO 4000-LISTA-VINCULADOS-EXIT
           END-IF.
           MOVE WRK-CONTA-PEND TO WRK-ULTIMA-CONTA.

           MOVE "N"        TO WRK-FIM-PART.
           MOVE LOW-VALUES TO PTC-CPF.
           START CONTA-PARTICIPANTE KEY IS NOT LESS THAN PTC-CHAVE
               INVALID KEY
                   SET FIM-PART TO TRUE
           END-START.

           IF NOT FIM-PART
               READ CONTA-PARTICIPANTE NEXT RECORD
                   AT END SET FIM-PART TO TRUE
               END-READ
           END-IF.

           PERFORM 4100-LISTA-VINCULADO
               THRU 4100-LISTA-VINCULADO-EXIT
               UNTIL FIM-PART.
       4000-LISTA-VINCULADOS-EXIT.
           EXIT.

       4100-LISTA-VINCULADO.
           IF PTC-CONTA NOT = WRK-CONTA-PEND
               SET FIM-PART TO TRUE
               GO TO 4100-LISTA-VINCULADO-EXIT
           END-IF.

           IF NOT PTC-TITULAR AND PTC-DATA-FIM = ZEROS
               IF WRK-TOT-VINCULADOS = ZEROS
                   WRITE INADIMPLENCIA-LINHA FROM WRK-LINHA-VINC-TITULO
               END-IF
               ADD 1 TO WRK-TOT-VINCULADOS
               MOVE PTC-CONTA TO WRK-V-CONTA
               EVALUATE TRUE
                   WHEN PTC-COTITULAR
                       MOVE "COTITULAR"   TO WRK-V-PAPEL
                   WHEN PTC-RESP-LEGAL
                       MOVE "RESP.LEGAL"  TO WRK-V-PAPEL
                   WHEN OTHER
                       MOVE "PROCURADOR"  TO WRK-V-PAPEL
               END-EVALUATE
               MOVE PTC-CPF   TO WRK-V-CPF
               MOVE PTC-CPF   TO CPF
               READ CLIENTE-MASTER
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO WRK-V-NOME
                   NOT INVALID KEY
                       MOVE NOME TO WRK-V-NOME
               END-READ
               WRITE INADIMPLENCIA-LINHA FROM WRK-LINHA-VINCULADO
               IF PRM-CSV-ATIVO
                   MOVE SPACES       TO WRK-CSV-CAMPOS
                   MOVE "VINCULADO"  TO WRK-CSV-TIPO
                   MOVE WRK-V-CONTA  TO WRK-CSV-CONTA
                   MOVE WRK-V-PAPEL  TO WRK-CSV-PAPEL
                   MOVE WRK-V-CPF    TO WRK-CSV-CPF
                   MOVE WRK-V-NOME   TO WRK-CSV-NOME
                   PERFORM 9300-GRAVA-CSV THRU 9300-GRAVA-CSV-EXIT
               END-IF
           END-IF.

           READ CONTA-PARTICIPANTE NEXT RECORD
               AT END SET FIM-PART TO TRUE
           END-READ.
       4100-LISTA-VINCULADO-EXIT.
           EXIT.

       9000-IMPRIME-RELATORIO.
           PERFORM 9100-IMPRIME-UF THRU 9100-IMPRIME-UF-EXIT
               VARYING WRK-IDX-UF FROM 1 BY 1
           MOVE WRK-TOT-SEM-TITULAR TO WRK-R-SEM-TITULAR.
           MOVE WRK-TOT-ENCARGOS    TO WRK-R-ENCARGOS.
           WRITE INADIMPLENCIA-LINHA FROM WRK-LINHA-RESUMO.
           MOVE WRK-TOT-VINCULADOS  TO WRK-R-VINCULADOS.
           WRITE INADIMPLENCIA-LINHA FROM WRK-LINHA-RESUMO-VINC.

           IF PRM-CSV-ATIVO
               PERFORM 9400-FECHA-CSV THRU 9400-FECHA-CSV-EXIT
           END-IF.

           CLOSE BOLETO-PENDENTES.
           CLOSE CONTA-XREF.
           CLOSE CLIENTE-MASTER.
           IF PARTICIPANTES-DISPONIVEL
               CLOSE CONTA-PARTICIPANTE
           END-IF.
           CLOSE INADIMPLENCIA-RELATORIO.

           DISPLAY "TITULOS EM ATRASO ...: " WRK-TOT-TITULOS.
           DISPLAY "SEM TITULAR .........: " WRK-TOT-SEM-TITULAR.
           DISPLAY "VINCULADOS NAO TITUL.: " WRK-TOT-VINCULADOS.

           MOVE WRK-TOT-TITULOS     TO AUD-R-TIT.
           MOVE WRK-TOT-SEM-TITULAR TO AUD-R-SEM.
           MOVE WRK-TOT-VINCULADOS  TO AUD-R-VIN.

           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA
                                  WRK-AUD-CHAVE
           MOVE WRK-INAD-ENCARGOS(WRK-IDX-UF WRK-IDX-FAIXA)
               TO WRK-F-ENCARGOS.
           WRITE INADIMPLENCIA-LINHA FROM WRK-LINHA-FAIXA.

           IF PRM-CSV-ATIVO
               MOVE SPACES      TO WRK-CSV-CAMPOS
               MOVE "FAIXA"     TO WRK-CSV-TIPO
               MOVE WRK-U-SIGLA TO WRK-CSV-UF
               MOVE WRK-F-DESCR TO WRK-CSV-FAIXA
               MOVE WRK-INAD-QTDE(WRK-IDX-UF WRK-IDX-FAIXA)
                   TO WRK-CSV-VALOR
               CALL "CSVCAMPO" USING WRK-CSV-VALOR
                                      WRK-CSV-SEM-DECIMAIS
                                      WRK-CSV-TITULOS
               MOVE WRK-INAD-ENCARGOS(WRK-IDX-UF WRK-IDX-FAIXA)
                   TO WRK-CSV-VALOR
               CALL "CSVCAMPO" USING WRK-CSV-VALOR
                                      WRK-CSV-DUAS-DECIMAIS
                                      WRK-CSV-ENCARGOS
               PERFORM 9300-GRAVA-CSV THRU 9300-GRAVA-CSV-EXIT
           END-IF.
       9200-IMPRIME-FAIXA-EXIT.
           EXIT.

       9300-GRAVA-CSV.
      *-----------------------------------------------------------------
      *    GRAVA UMA LINHA DE DADOS DO CSV A PARTIR DE WRK-CSV-CAMPOS
      *    (CAMPO EM BRANCO SAI COMO COLUNA VAZIA). PONTO E VIRGULA
      *    NO NOME DO CADASTRO VIRA VIRGULA PARA NAO QUEBRAR A COLUNA.
      *-----------------------------------------------------------------
           INSPECT WRK-CSV-NOME REPLACING ALL ";" BY ",".

           MOVE SPACES TO INAD-CSV-LINHA.
           STRING WRK-CSV-DATA        DELIMITED BY SIZE
                  ";"                 DELIMITED BY SIZE
                  WRK-CSV-TIPO        DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WRK-CSV-UF          DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WRK-CSV-FAIXA       DELIMITED BY "  "
                  ";"                 DELIMITED BY SIZE
                  WRK-CSV-TITULOS     DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WRK-CSV-ENCARGOS    DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WRK-CSV-SEM-TITULAR DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WRK-CSV-VINCULADOS  DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WRK-CSV-CONTA       DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WRK-CSV-PAPEL       DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WRK-CSV-CPF         DELIMITED BY SPACE
                  ";"                 DELIMITED BY SIZE
                  WRK-CSV-NOME        DELIMITED BY "  "
               INTO INAD-CSV-LINHA
           END-STRING.
           WRITE INAD-CSV-LINHA.
           ADD 1 TO WRK-CSV-LINHAS.
       9300-GRAVA-CSV-EXIT.
           EXIT.

       9400-FECHA-CSV.
      *-----------------------------------------------------------------
      *    GRAVA AS DUAS LINHAS DE RESUMO DO RELATORIO, FECHA O CSV E
      *    REGISTRA O ARQUIVO NO MANIFESTO COM A DATA DO RELATORIO E
      *    A QUANTIDADE DE LINHAS.
      *-----------------------------------------------------------------
           MOVE SPACES              TO WRK-CSV-CAMPOS.
           MOVE "TOTAL"             TO WRK-CSV-TIPO.
           MOVE WRK-TOT-TITULOS     TO WRK-CSV-VALOR.
           CALL "CSVCAMPO" USING WRK-CSV-VALOR WRK-CSV-SEM-DECIMAIS
                                  WRK-CSV-TITULOS.
           MOVE WRK-TOT-ENCARGOS    TO WRK-CSV-VALOR.
           CALL "CSVCAMPO" USING WRK-CSV-VALOR WRK-CSV-DUAS-DECIMAIS
                                  WRK-CSV-ENCARGOS.
           MOVE WRK-TOT-SEM-TITULAR TO WRK-CSV-VALOR.
           CALL "CSVCAMPO" USING WRK-CSV-VALOR WRK-CSV-SEM-DECIMAIS
                                  WRK-CSV-SEM-TITULAR.
           PERFORM 9300-GRAVA-CSV THRU 9300-GRAVA-CSV-EXIT.

           MOVE SPACES              TO WRK-CSV-CAMPOS.
           MOVE "TOTAL_VINCULADOS"  TO WRK-CSV-TIPO.
           MOVE WRK-TOT-VINCULADOS  TO WRK-CSV-VALOR.
           CALL "CSVCAMPO" USING WRK-CSV-VALOR WRK-CSV-SEM-DECIMAIS
                                  WRK-CSV-VINCULADOS.
           PERFORM 9300-GRAVA-CSV THRU 9300-GRAVA-CSV-EXIT.

           CLOSE INADIMPLENCIA-CSV.

           CALL "MNFWRITE" USING WRK-CSV-ARQUIVO
                                  WRK-AUD-PROGRAMA
                                  WRK-DATA-ATUAL
                                  WRK-CSV-LINHAS.
           DISPLAY "LINHAS GRAVADAS NO CSV: " WRK-CSV-LINHAS.
       9400-FECHA-CSV-EXIT.
           EXIT.
