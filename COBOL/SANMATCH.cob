      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "SANMATCH".
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
           SELECT SANCAO-MESTRE   ASSIGN TO "SANMSTR"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS SAN-CHAVE
                                   ALTERNATE RECORD KEY IS SAN-CPF
                                       WITH DUPLICATES
                                   FILE STATUS IS WRK-STATUS-SANCAO.

           SELECT SANCAO-TERMO    ASSIGN TO "SANTOKEN"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS TOK-CHAVE
                                   FILE STATUS IS WRK-STATUS-TERMO.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  SANCAO-MESTRE
           LABEL RECORDS ARE STANDARD.
           COPY SANCOPY.

       FD  SANCAO-TERMO
           LABEL RECORDS ARE STANDARD.
           COPY TOKCOPY.

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-SANCAO              PIC X(02) VALUE SPACES.

       77  WRK-STATUS-TERMO               PIC X(02) VALUE SPACES.

       77  WRK-ABERTOS-SW                 PIC X(01) VALUE "N".
           88  ARQUIVOS-ABERTOS               VALUE "S".

       77  WRK-FIM-LEITURA-SW             PIC X(01) VALUE "N".
           88  FIM-LEITURA                    VALUE "S".

      *-----------------------------------------------------------------
      *    NORMALIZACAO DO NOME: MAIUSCULAS, SEM ACENTO (LETRAS
      *    ACENTUADAS DO PADRAO LATIN-1 DOS ARQUIVOS DE ENTRADA), SEM
      *    PONTUACAO NEM DIGITOS. OS TERMOS SAO AS PALAVRAS QUE SOBRAM
      *    (ATE 8, COM ATE 15 LETRAS), SEM INICIAIS E SEM PARTICULAS.
      *-----------------------------------------------------------------
       01  WRK-NOME-TRAB                  PIC X(60) VALUE SPACES.
       01  WRK-NOME-CARACTERES REDEFINES WRK-NOME-TRAB.
           02 WRK-NOME-CAR          PIC X(01) OCCURS 60 TIMES.

       77  WRK-MINUSCULAS                 PIC X(26) VALUE
               "abcdefghijklmnopqrstuvwxyz".

       77  WRK-MAIUSCULAS                 PIC X(26) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  WRK-ACENTOS-MAIUSC             PIC X(26) VALUE
               X"C0C1C2C3C4C5C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDCDD".

       77  WRK-BASE-MAIUSC                PIC X(26) VALUE
               "AAAAAACEEEEIIIINOOOOOUUUUY".

       77  WRK-ACENTOS-MINUSC             PIC X(26) VALUE
               X"E0E1E2E3E4E5E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFCFD".

       77  WRK-BASE-MINUSC                PIC X(26) VALUE
               "AAAAAACEEEEIIIINOOOOOUUUUY".

       77  WRK-IDX-CAR                    PIC 9(02) COMP VALUE ZEROS.

       01  WRK-TERMO-ATUAL                PIC X(15) VALUE SPACES.
           88  TERMO-PARTICULA                VALUE "DA" "DE" "DO"
                                                    "DAS" "DOS" "DI"
                                                    "DU" "DEL" "E" "Y".
       01  WRK-TERMO-ATUAL-CARS REDEFINES WRK-TERMO-ATUAL.
           02 WRK-TERMO-CAR         PIC X(01) OCCURS 15 TIMES.

       77  WRK-TAM-TERMO                  PIC 9(02) COMP VALUE ZEROS.

      *-----------------------------------------------------------------
      *    PONTUACAO DO NOME (0 A 100): CADA TERMO DO CLIENTE CASA COM
      *    NO MAXIMO UM TERMO DA LISTA, VALENDO 10 QUANDO IGUAL E 8
      *    QUANDO DIFERE POR UMA LETRA (TROCA, FALTA, SOBRA OU
      *    INVERSAO DE VIZINHAS, SO EM TERMOS DE 4 LETRAS OU MAIS). A
      *    PONTUACAO E 2 X PONTOS X 10 / (TERMOS DO CLIENTE + TERMOS
      *    DA LISTA). CPF IGUAL AO DA LISTA LEVA A 100 E CPF DIFERENTE
      *    TIRA 30; NASCIMENTO IGUAL SOMA 10 E DIFERENTE TIRA 20.
      *-----------------------------------------------------------------
       77  WRK-IDX-A                      PIC 9(02) COMP VALUE ZEROS.

       77  WRK-IDX-B                      PIC 9(02) COMP VALUE ZEROS.

       77  WRK-IDX-MELHOR                 PIC 9(02) COMP VALUE ZEROS.

       77  WRK-QTDE-B                     PIC 9(02) COMP VALUE ZEROS.

       01  WRK-TERMOS-USADOS.
           02 WRK-USADO-SW          PIC X(01) OCCURS 8 TIMES.

       77  WRK-PONTOS                     PIC 9(03) COMP VALUE ZEROS.

       77  WRK-PONTOS-PAR                 PIC 9(02) COMP VALUE ZEROS.

       77  WRK-MELHOR-PAR                 PIC 9(02) COMP VALUE ZEROS.

       77  WRK-SCORE                      PIC S9(03) COMP VALUE ZEROS.

       77  WRK-CRITERIO                   PIC X(01) VALUE SPACE.

       77  WRK-IDX-ACHADO                 PIC 9(02) COMP VALUE ZEROS.

       77  WRK-JA-ACHADO-SW               PIC X(01) VALUE "N".
           88  JA-ACHADO                      VALUE "S".

       77  WRK-IDX-TERMO                  PIC 9(02) COMP VALUE ZEROS.

       77  WRK-CHAVE-PROCURADA            PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
      *    COMPARACAO DE DOIS TERMOS A UMA LETRA DE DISTANCIA
      *-----------------------------------------------------------------
       01  WRK-TERMO-A                    PIC X(15) VALUE SPACES.
       01  WRK-TERMO-A-CARS REDEFINES WRK-TERMO-A.
           02 WRK-TA-CAR            PIC X(01) OCCURS 15 TIMES.

       01  WRK-TERMO-B                    PIC X(15) VALUE SPACES.
       01  WRK-TERMO-B-CARS REDEFINES WRK-TERMO-B.
           02 WRK-TB-CAR            PIC X(01) OCCURS 15 TIMES.

       01  WRK-TERMO-CURTO                PIC X(15) VALUE SPACES.
       01  WRK-TERMO-CURTO-CARS REDEFINES WRK-TERMO-CURTO.
           02 WRK-TC-CAR            PIC X(01) OCCURS 15 TIMES.

       01  WRK-TERMO-LONGO                PIC X(15) VALUE SPACES.
       01  WRK-TERMO-LONGO-CARS REDEFINES WRK-TERMO-LONGO.
           02 WRK-TL-CAR            PIC X(01) OCCURS 15 TIMES.

       77  WRK-TAM-A                      PIC 9(02) COMP VALUE ZEROS.

       77  WRK-TAM-B                      PIC 9(02) COMP VALUE ZEROS.

       77  WRK-TAM-CURTO                  PIC 9(02) COMP VALUE ZEROS.

       77  WRK-IDX-I                      PIC 9(02) COMP VALUE ZEROS.

       77  WRK-IDX-J                      PIC 9(02) COMP VALUE ZEROS.

       77  WRK-DIFERENCAS                 PIC 9(02) COMP VALUE ZEROS.

       77  WRK-POS-DIF-1                  PIC 9(02) COMP VALUE ZEROS.

       77  WRK-POS-DIF-2                  PIC 9(02) COMP VALUE ZEROS.

       77  WRK-PROXIMO-SW                 PIC X(01) VALUE "N".
           88  TERMO-PROXIMO                  VALUE "S".

      *-----------------------------------------------------------------
       LINKAGE                                SECTION.
      *-----------------------------------------------------------------
       01  LNK-TRIAGEM-AREA.
           02 LNK-FUNCAO              PIC X(01).
               88 LNK-ABRIR               VALUE "A".
               88 LNK-NORMALIZAR          VALUE "N".
               88 LNK-TRIAR               VALUE "T".
               88 LNK-FECHAR              VALUE "F".
           02 LNK-NOME                PIC X(60).
           02 LNK-DATA-NASC           PIC 9(08).
           02 LNK-CPF                 PIC X(12).
           02 LNK-LIMIAR              PIC 9(03).
           02 LNK-STATUS              PIC X(02).
           02 LNK-QTDE-TERMOS         PIC 9(02).
           02 LNK-TERMO               PIC X(15) OCCURS 8 TIMES.
           02 LNK-QTDE-ACHADOS        PIC 9(02).
           02 LNK-EXCEDEU             PIC X(01).
           02 LNK-ACHADO              OCCURS 20 TIMES.
               03 LNK-A-CHAVE         PIC X(20).
               03 LNK-A-LISTA         PIC X(01).
               03 LNK-A-SCORE         PIC 9(03).
               03 LNK-A-CRITERIO      PIC X(01).
               03 LNK-A-NOME          PIC X(60).

      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE     DIVISION USING LNK-TRIAGEM-AREA.
      *=================================================================
       0000-MAINLINE.
      *-----------------------------------------------------------------
      *    TRIAGEM DE UM NOME CONTRA AS LISTAS RESTRITIVAS
      *    CARREGADAS (SANMSTR), USANDO O INDICE DE TERMOS (SANTOKEN)
      *    PARA LER SO AS ENTRADAS QUE TEM ALGUM TERMO EM COMUM COM O
      *    NOME, MAIS AS ENTRADAS COM O MESMO CPF. OS ARQUIVOS FICAM
      *    ABERTOS ENTRE AS CHAMADAS, DA FUNCAO "A" ATE A "F".
      *-----------------------------------------------------------------
           MOVE "00" TO LNK-STATUS.

           EVALUATE TRUE
               WHEN LNK-ABRIR
                   PERFORM 1000-ABRE-LISTAS
                       THRU 1000-ABRE-LISTAS-EXIT
               WHEN LNK-NORMALIZAR
                   PERFORM 2000-NORMALIZA-NOME
                       THRU 2000-NORMALIZA-NOME-EXIT
               WHEN LNK-TRIAR
                   PERFORM 3000-TRIA-NOME
                       THRU 3000-TRIA-NOME-EXIT
               WHEN LNK-FECHAR
                   PERFORM 9000-FECHA-LISTAS
                       THRU 9000-FECHA-LISTAS-EXIT
               WHEN OTHER
                   MOVE "99" TO LNK-STATUS
           END-EVALUATE.

           GOBACK.

       1000-ABRE-LISTAS.
           IF ARQUIVOS-ABERTOS
               GO TO 1000-ABRE-LISTAS-EXIT
           END-IF.

           OPEN INPUT SANCAO-MESTRE.
           IF WRK-STATUS-SANCAO NOT = "00"
               MOVE WRK-STATUS-SANCAO TO LNK-STATUS
               GO TO 1000-ABRE-LISTAS-EXIT
           END-IF.

           OPEN INPUT SANCAO-TERMO.
           IF WRK-STATUS-TERMO NOT = "00"
               MOVE WRK-STATUS-TERMO TO LNK-STATUS
               CLOSE SANCAO-MESTRE
               GO TO 1000-ABRE-LISTAS-EXIT
           END-IF.

           SET ARQUIVOS-ABERTOS TO TRUE.
       1000-ABRE-LISTAS-EXIT.
           EXIT.

       2000-NORMALIZA-NOME.
           MOVE LNK-NOME TO WRK-NOME-TRAB.
           INSPECT WRK-NOME-TRAB
               CONVERTING WRK-MINUSCULAS TO WRK-MAIUSCULAS.
           INSPECT WRK-NOME-TRAB
               CONVERTING WRK-ACENTOS-MAIUSC TO WRK-BASE-MAIUSC.
           INSPECT WRK-NOME-TRAB
               CONVERTING WRK-ACENTOS-MINUSC TO WRK-BASE-MINUSC.

           MOVE ZEROS  TO LNK-QTDE-TERMOS.
           MOVE SPACES TO WRK-TERMO-ATUAL.
           MOVE ZEROS  TO WRK-TAM-TERMO.

           PERFORM 2100-TRATA-CARACTER THRU 2100-TRATA-CARACTER-EXIT
               VARYING WRK-IDX-CAR FROM 1 BY 1
               UNTIL WRK-IDX-CAR > 60.

           PERFORM 2200-FECHA-TERMO THRU 2200-FECHA-TERMO-EXIT.
       2000-NORMALIZA-NOME-EXIT.
           EXIT.

       2100-TRATA-CARACTER.
      *-----------------------------------------------------------------
      *    QUALQUER CARACTER QUE NAO SEJA LETRA SEPARA TERMOS; TERMO
      *    COM MAIS DE 15 LETRAS E TRUNCADO.
      *-----------------------------------------------------------------
           IF WRK-NOME-CAR(WRK-IDX-CAR) = SPACE
              OR WRK-NOME-CAR(WRK-IDX-CAR) IS NOT ALPHABETIC-UPPER
               PERFORM 2200-FECHA-TERMO THRU 2200-FECHA-TERMO-EXIT
               GO TO 2100-TRATA-CARACTER-EXIT
           END-IF.

           IF WRK-TAM-TERMO < 15
               ADD 1 TO WRK-TAM-TERMO
               MOVE WRK-NOME-CAR(WRK-IDX-CAR)
                   TO WRK-TERMO-CAR(WRK-TAM-TERMO)
           END-IF.
       2100-TRATA-CARACTER-EXIT.
           EXIT.

       2200-FECHA-TERMO.
           IF WRK-TAM-TERMO > 1
              AND NOT TERMO-PARTICULA
              AND LNK-QTDE-TERMOS < 8
               ADD 1 TO LNK-QTDE-TERMOS
               MOVE WRK-TERMO-ATUAL TO LNK-TERMO(LNK-QTDE-TERMOS)
           END-IF.
           MOVE SPACES TO WRK-TERMO-ATUAL.
           MOVE ZEROS  TO WRK-TAM-TERMO.
       2200-FECHA-TERMO-EXIT.
           EXIT.

       3000-TRIA-NOME.
           MOVE ZEROS TO LNK-QTDE-ACHADOS.
           MOVE "N"   TO LNK-EXCEDEU.

           IF NOT ARQUIVOS-ABERTOS
               MOVE "35" TO LNK-STATUS
               GO TO 3000-TRIA-NOME-EXIT
           END-IF.

           PERFORM 2000-NORMALIZA-NOME THRU 2000-NORMALIZA-NOME-EXIT.

           IF LNK-CPF NOT = SPACES
               PERFORM 3100-BUSCA-POR-CPF THRU 3100-BUSCA-POR-CPF-EXIT
           END-IF.

           PERFORM 3200-BUSCA-POR-TERMO THRU 3200-BUSCA-POR-TERMO-EXIT
               VARYING WRK-IDX-TERMO FROM 1 BY 1
               UNTIL WRK-IDX-TERMO > LNK-QTDE-TERMOS.
       3000-TRIA-NOME-EXIT.
           EXIT.

       3100-BUSCA-POR-CPF.
           MOVE LNK-CPF TO SAN-CPF.
           MOVE "N" TO WRK-FIM-LEITURA-SW.
           START SANCAO-MESTRE KEY IS EQUAL TO SAN-CPF
               INVALID KEY
                   GO TO 3100-BUSCA-POR-CPF-EXIT
           END-START.

           PERFORM 3150-LE-POR-CPF THRU 3150-LE-POR-CPF-EXIT
               UNTIL FIM-LEITURA.
       3100-BUSCA-POR-CPF-EXIT.
           EXIT.

       3150-LE-POR-CPF.
           READ SANCAO-MESTRE NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO 3150-LE-POR-CPF-EXIT
           END-READ.

           IF SAN-CPF NOT = LNK-CPF
               SET FIM-LEITURA TO TRUE
               GO TO 3150-LE-POR-CPF-EXIT
           END-IF.

           PERFORM 4000-AVALIA-ENTRADA THRU 4000-AVALIA-ENTRADA-EXIT.
       3150-LE-POR-CPF-EXIT.
           EXIT.

       3200-BUSCA-POR-TERMO.
           MOVE LNK-TERMO(WRK-IDX-TERMO) TO TOK-TERMO.
           MOVE LOW-VALUES TO TOK-SAN-CHAVE.
           MOVE "N" TO WRK-FIM-LEITURA-SW.
           START SANCAO-TERMO KEY IS NOT LESS THAN TOK-CHAVE
               INVALID KEY
                   GO TO 3200-BUSCA-POR-TERMO-EXIT
           END-START.

           PERFORM 3250-LE-POR-TERMO THRU 3250-LE-POR-TERMO-EXIT
               UNTIL FIM-LEITURA.
       3200-BUSCA-POR-TERMO-EXIT.
           EXIT.

       3250-LE-POR-TERMO.
           READ SANCAO-TERMO NEXT RECORD
               AT END
                   SET FIM-LEITURA TO TRUE
                   GO TO 3250-LE-POR-TERMO-EXIT
           END-READ.

           IF TOK-TERMO NOT = LNK-TERMO(WRK-IDX-TERMO)
               SET FIM-LEITURA TO TRUE
               GO TO 3250-LE-POR-TERMO-EXIT
           END-IF.

           MOVE TOK-SAN-CHAVE TO WRK-CHAVE-PROCURADA.
           PERFORM 4900-VERIFICA-ACHADO THRU 4900-VERIFICA-ACHADO-EXIT.
           IF JA-ACHADO
               GO TO 3250-LE-POR-TERMO-EXIT
           END-IF.

           MOVE TOK-SAN-CHAVE TO SAN-CHAVE.
           READ SANCAO-MESTRE KEY IS SAN-CHAVE
               INVALID KEY
                   GO TO 3250-LE-POR-TERMO-EXIT
           END-READ.

           PERFORM 4000-AVALIA-ENTRADA THRU 4000-AVALIA-ENTRADA-EXIT.
       3250-LE-POR-TERMO-EXIT.
           EXIT.

       4000-AVALIA-ENTRADA.
      *-----------------------------------------------------------------
      *    PONTUA A ENTRADA DE LISTA LIDA EM SANCAO-MESTRE-REC CONTRA
      *    O NOME NORMALIZADO E GUARDA O ACHADO QUANDO ATINGE O
      *    LIMIAR.
      *-----------------------------------------------------------------
           MOVE SAN-CHAVE TO WRK-CHAVE-PROCURADA.
           PERFORM 4900-VERIFICA-ACHADO THRU 4900-VERIFICA-ACHADO-EXIT.
           IF JA-ACHADO
               GO TO 4000-AVALIA-ENTRADA-EXIT
           END-IF.

           PERFORM 4100-PONTUA-NOME THRU 4100-PONTUA-NOME-EXIT.
           MOVE "N" TO WRK-CRITERIO.

           IF SAN-CPF NOT = SPACES
              AND LNK-CPF NOT = SPACES
               IF SAN-CPF = LNK-CPF
                   MOVE 100 TO WRK-SCORE
                   MOVE "C" TO WRK-CRITERIO
               ELSE
                   SUBTRACT 30 FROM WRK-SCORE
               END-IF
           END-IF.

           IF WRK-CRITERIO NOT = "C"
              AND SAN-DATA-NASC NUMERIC
              AND SAN-DATA-NASC > 0
              AND LNK-DATA-NASC NUMERIC
              AND LNK-DATA-NASC > 0
               IF SAN-DATA-NASC = LNK-DATA-NASC
                   ADD 10 TO WRK-SCORE
                   MOVE "D" TO WRK-CRITERIO
                   IF WRK-SCORE > 100
                       MOVE 100 TO WRK-SCORE
                   END-IF
               ELSE
                   SUBTRACT 20 FROM WRK-SCORE
               END-IF
           END-IF.

           IF WRK-SCORE < 0
               MOVE 0 TO WRK-SCORE
           END-IF.

           IF WRK-SCORE < LNK-LIMIAR
               GO TO 4000-AVALIA-ENTRADA-EXIT
           END-IF.

           IF LNK-QTDE-ACHADOS >= 20
               MOVE "S" TO LNK-EXCEDEU
               GO TO 4000-AVALIA-ENTRADA-EXIT
           END-IF.

           ADD 1 TO LNK-QTDE-ACHADOS.
           MOVE SAN-CHAVE    TO LNK-A-CHAVE(LNK-QTDE-ACHADOS).
           MOVE SAN-LISTA    TO LNK-A-LISTA(LNK-QTDE-ACHADOS).
           MOVE WRK-SCORE    TO LNK-A-SCORE(LNK-QTDE-ACHADOS).
           MOVE WRK-CRITERIO TO LNK-A-CRITERIO(LNK-QTDE-ACHADOS).
           MOVE SAN-NOME     TO LNK-A-NOME(LNK-QTDE-ACHADOS).
       4000-AVALIA-ENTRADA-EXIT.
           EXIT.

       4100-PONTUA-NOME.
           MOVE ZEROS  TO WRK-PONTOS.
           MOVE ZEROS  TO WRK-SCORE.
           MOVE SPACES TO WRK-TERMOS-USADOS.

           MOVE ZEROS TO WRK-QTDE-B.
           IF SAN-QTDE-TERMOS NUMERIC
               MOVE SAN-QTDE-TERMOS TO WRK-QTDE-B
           END-IF.
           IF WRK-QTDE-B > 8
               MOVE 8 TO WRK-QTDE-B
           END-IF.

           IF LNK-QTDE-TERMOS = 0 OR WRK-QTDE-B = 0
               GO TO 4100-PONTUA-NOME-EXIT
           END-IF.

           PERFORM 4110-CASA-TERMO THRU 4110-CASA-TERMO-EXIT
               VARYING WRK-IDX-A FROM 1 BY 1
               UNTIL WRK-IDX-A > LNK-QTDE-TERMOS.

           COMPUTE WRK-SCORE EQUAL
               (WRK-PONTOS * 20) / (LNK-QTDE-TERMOS + WRK-QTDE-B).
       4100-PONTUA-NOME-EXIT.
           EXIT.

       4110-CASA-TERMO.
      *-----------------------------------------------------------------
      *    PROCURA, ENTRE OS TERMOS DA LISTA AINDA NAO CASADOS, O QUE
      *    MELHOR CASA COM O TERMO DO CLIENTE.
      *-----------------------------------------------------------------
           MOVE ZEROS TO WRK-MELHOR-PAR.
           MOVE ZEROS TO WRK-IDX-MELHOR.

           PERFORM 4120-COMPARA-TERMO THRU 4120-COMPARA-TERMO-EXIT
               VARYING WRK-IDX-B FROM 1 BY 1
               UNTIL WRK-IDX-B > WRK-QTDE-B.

           IF WRK-IDX-MELHOR > 0
               MOVE "S" TO WRK-USADO-SW(WRK-IDX-MELHOR)
               ADD WRK-MELHOR-PAR TO WRK-PONTOS
           END-IF.
       4110-CASA-TERMO-EXIT.
           EXIT.

       4120-COMPARA-TERMO.
           IF WRK-USADO-SW(WRK-IDX-B) = "S"
               GO TO 4120-COMPARA-TERMO-EXIT
           END-IF.

           MOVE ZEROS TO WRK-PONTOS-PAR.
           IF LNK-TERMO(WRK-IDX-A) = SAN-TERMO(WRK-IDX-B)
               MOVE 10 TO WRK-PONTOS-PAR
           ELSE
               MOVE LNK-TERMO(WRK-IDX-A) TO WRK-TERMO-A
               MOVE SAN-TERMO(WRK-IDX-B) TO WRK-TERMO-B
               PERFORM 4200-VERIFICA-PROXIMO
                   THRU 4200-VERIFICA-PROXIMO-EXIT
               IF TERMO-PROXIMO
                   MOVE 8 TO WRK-PONTOS-PAR
               END-IF
           END-IF.

           IF WRK-PONTOS-PAR > WRK-MELHOR-PAR
               MOVE WRK-PONTOS-PAR TO WRK-MELHOR-PAR
               MOVE WRK-IDX-B      TO WRK-IDX-MELHOR
           END-IF.
       4120-COMPARA-TERMO-EXIT.
           EXIT.

       4200-VERIFICA-PROXIMO.
      *-----------------------------------------------------------------
      *    TERMOS DE MESMO TAMANHO: UMA LETRA TROCADA OU DUAS VIZINHAS
      *    INVERTIDAS. TAMANHOS QUE DIFEREM DE UM: UMA LETRA A MAIS
      *    NO TERMO MAIS LONGO.
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-PROXIMO-SW.
           MOVE ZEROS TO WRK-TAM-A WRK-TAM-B.
           INSPECT WRK-TERMO-A TALLYING WRK-TAM-A
               FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT WRK-TERMO-B TALLYING WRK-TAM-B
               FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WRK-TAM-A < 4 OR WRK-TAM-B < 4
               GO TO 4200-VERIFICA-PROXIMO-EXIT
           END-IF.

           IF WRK-TAM-A = WRK-TAM-B
               PERFORM 4300-MESMO-TAMANHO
                   THRU 4300-MESMO-TAMANHO-EXIT
               GO TO 4200-VERIFICA-PROXIMO-EXIT
           END-IF.

           IF WRK-TAM-A = WRK-TAM-B + 1
               MOVE WRK-TERMO-B TO WRK-TERMO-CURTO
               MOVE WRK-TERMO-A TO WRK-TERMO-LONGO
               MOVE WRK-TAM-B   TO WRK-TAM-CURTO
               PERFORM 4400-UMA-LETRA-A-MAIS
                   THRU 4400-UMA-LETRA-A-MAIS-EXIT
               GO TO 4200-VERIFICA-PROXIMO-EXIT
           END-IF.

           IF WRK-TAM-B = WRK-TAM-A + 1
               MOVE WRK-TERMO-A TO WRK-TERMO-CURTO
               MOVE WRK-TERMO-B TO WRK-TERMO-LONGO
               MOVE WRK-TAM-A   TO WRK-TAM-CURTO
               PERFORM 4400-UMA-LETRA-A-MAIS
                   THRU 4400-UMA-LETRA-A-MAIS-EXIT
           END-IF.
       4200-VERIFICA-PROXIMO-EXIT.
           EXIT.

       4300-MESMO-TAMANHO.
           MOVE ZEROS TO WRK-DIFERENCAS WRK-POS-DIF-1 WRK-POS-DIF-2.
           PERFORM 4310-CONTA-DIFERENCA THRU 4310-CONTA-DIFERENCA-EXIT
               VARYING WRK-IDX-I FROM 1 BY 1
               UNTIL WRK-IDX-I > WRK-TAM-A
                   OR WRK-DIFERENCAS > 2.

           IF WRK-DIFERENCAS = 1
               SET TERMO-PROXIMO TO TRUE
           END-IF.

           IF WRK-DIFERENCAS = 2
              AND WRK-POS-DIF-2 = WRK-POS-DIF-1 + 1
              AND WRK-TA-CAR(WRK-POS-DIF-1) = WRK-TB-CAR(WRK-POS-DIF-2)
              AND WRK-TA-CAR(WRK-POS-DIF-2) = WRK-TB-CAR(WRK-POS-DIF-1)
               SET TERMO-PROXIMO TO TRUE
           END-IF.
       4300-MESMO-TAMANHO-EXIT.
           EXIT.

       4310-CONTA-DIFERENCA.
           IF WRK-TA-CAR(WRK-IDX-I) NOT = WRK-TB-CAR(WRK-IDX-I)
               ADD 1 TO WRK-DIFERENCAS
               IF WRK-DIFERENCAS = 1
                   MOVE WRK-IDX-I TO WRK-POS-DIF-1
               ELSE
                   MOVE WRK-IDX-I TO WRK-POS-DIF-2
               END-IF
           END-IF.
       4310-CONTA-DIFERENCA-EXIT.
           EXIT.

       4400-UMA-LETRA-A-MAIS.
           MOVE 1 TO WRK-IDX-I.
           MOVE 1 TO WRK-IDX-J.
           MOVE ZEROS TO WRK-DIFERENCAS.
           PERFORM 4410-AVANCA-LETRA THRU 4410-AVANCA-LETRA-EXIT
               UNTIL WRK-IDX-I > WRK-TAM-CURTO
                   OR WRK-DIFERENCAS > 1.

           IF WRK-DIFERENCAS NOT > 1
               SET TERMO-PROXIMO TO TRUE
           END-IF.
       4400-UMA-LETRA-A-MAIS-EXIT.
           EXIT.

       4410-AVANCA-LETRA.
           IF WRK-TC-CAR(WRK-IDX-I) = WRK-TL-CAR(WRK-IDX-J)
               ADD 1 TO WRK-IDX-I
           ELSE
               ADD 1 TO WRK-DIFERENCAS
           END-IF.
           ADD 1 TO WRK-IDX-J.
       4410-AVANCA-LETRA-EXIT.
           EXIT.

       4900-VERIFICA-ACHADO.
      *-----------------------------------------------------------------
      *    A MESMA ENTRADA PODE SER ALCANCADA POR MAIS DE UM TERMO (OU
      *    PELO CPF E POR UM TERMO); SO E DEVOLVIDA UMA VEZ.
      *-----------------------------------------------------------------
           MOVE "N" TO WRK-JA-ACHADO-SW.
           PERFORM 4950-COMPARA-ACHADO THRU 4950-COMPARA-ACHADO-EXIT
               VARYING WRK-IDX-ACHADO FROM 1 BY 1
               UNTIL WRK-IDX-ACHADO > LNK-QTDE-ACHADOS
                   OR JA-ACHADO.
       4900-VERIFICA-ACHADO-EXIT.
           EXIT.

       4950-COMPARA-ACHADO.
           IF LNK-A-CHAVE(WRK-IDX-ACHADO) = WRK-CHAVE-PROCURADA
               SET JA-ACHADO TO TRUE
           END-IF.
       4950-COMPARA-ACHADO-EXIT.
           EXIT.

       9000-FECHA-LISTAS.
           IF ARQUIVOS-ABERTOS
               CLOSE SANCAO-MESTRE
               CLOSE SANCAO-TERMO
               MOVE "N" TO WRK-ABERTOS-SW
           END-IF.
       9000-FECHA-LISTAS-EXIT.
           EXIT.
