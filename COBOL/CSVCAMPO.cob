      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "CSVCAMPO".
       AUTHOR. "LUCAS KURATA".
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       CONFIGURATION                          SECTION.
      *-----------------------------------------------------------------

       SPECIAL-NAMES.


       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-EDITA-INTEIRO              PIC -(11)9.

       77  WRK-EDITA-DECIMAL              PIC -(11)9.99.

       77  WRK-EDITADO                    PIC X(15) VALUE SPACES.

       77  WRK-BRANCOS                    PIC 9(02) COMP VALUE ZEROS.

      *-----------------------------------------------------------------
       LINKAGE                                SECTION.
      *-----------------------------------------------------------------
       01  LNK-CSV-VALOR                  PIC S9(11)V99.
       01  LNK-CSV-DECIMAIS               PIC 9(01).
       01  LNK-CSV-TEXTO                  PIC X(15).

      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE     DIVISION USING LNK-CSV-VALOR
                                     LNK-CSV-DECIMAIS
                                     LNK-CSV-TEXTO.
      *=================================================================
       0000-MAINLINE.
      *-----------------------------------------------------------------
      *    FORMATA UM VALOR NUMERICO PARA UMA COLUNA DOS ARQUIVOS CSV
      *    DOS RELATORIOS GERENCIAIS: ALINHADO A ESQUERDA, SEM ZEROS
      *    A ESQUERDA, SINAL "-" SO QUANDO NEGATIVO E VIRGULA COMO
      *    SEPARADOR DECIMAL. DECIMAIS 0 DEVOLVE SO A PARTE INTEIRA;
      *    QUALQUER OUTRO VALOR DEVOLVE DUAS CASAS DECIMAIS.
      *-----------------------------------------------------------------
           IF LNK-CSV-DECIMAIS = 0
               MOVE LNK-CSV-VALOR     TO WRK-EDITA-INTEIRO
               MOVE WRK-EDITA-INTEIRO TO WRK-EDITADO
           ELSE
               MOVE LNK-CSV-VALOR     TO WRK-EDITA-DECIMAL
               MOVE WRK-EDITA-DECIMAL TO WRK-EDITADO
               INSPECT WRK-EDITADO REPLACING ALL "." BY ","
           END-IF.

           MOVE ZEROS TO WRK-BRANCOS.
           INSPECT WRK-EDITADO TALLYING WRK-BRANCOS FOR LEADING SPACES.

           MOVE SPACES TO LNK-CSV-TEXTO.
           MOVE WRK-EDITADO(WRK-BRANCOS + 1:) TO LNK-CSV-TEXTO.

           GOBACK.
