      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "MNFWRITE".
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
           SELECT MANIFESTO-CSV   ASSIGN TO "CSVMANIF"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WRK-STATUS-MNF.

       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  MANIFESTO-CSV
           LABEL RECORDS ARE STANDARD.
           COPY MNFCOPY.

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77  WRK-STATUS-MNF                 PIC X(02) VALUE SPACES.

      *-----------------------------------------------------------------
       LINKAGE                                SECTION.
      *-----------------------------------------------------------------
       01  LNK-MNF-ARQUIVO                PIC X(08).
       01  LNK-MNF-PROGRAMA               PIC X(20).
       01  LNK-MNF-DATA                   PIC 9(08).
       01  LNK-MNF-QTDE                   PIC 9(09).

      *-----------------------------------------------------------------
      *=================================================================
       PROCEDURE     DIVISION USING LNK-MNF-ARQUIVO
                                     LNK-MNF-PROGRAMA
                                     LNK-MNF-DATA
                                     LNK-MNF-QTDE.
      *=================================================================
       0000-MAINLINE.
      *-----------------------------------------------------------------
      *    ACRESCENTA AO MANIFESTO DE ARQUIVOS CSV UMA LINHA COM O DD
      *    DO ARQUIVO GRAVADO PELO CHAMADOR, O PROGRAMA, A DATA DO
      *    RELATORIO E A QUANTIDADE DE LINHAS DE DADOS. O MANIFESTO E
      *    CRIADO NA PRIMEIRA CHAMADA E ESTENDIDO NAS DEMAIS.
      *-----------------------------------------------------------------
           OPEN EXTEND MANIFESTO-CSV.
           IF WRK-STATUS-MNF = "35"
               OPEN OUTPUT MANIFESTO-CSV
           END-IF.

           MOVE LNK-MNF-ARQUIVO  TO MNF-ARQUIVO.
           MOVE LNK-MNF-PROGRAMA TO MNF-PROGRAMA.
           MOVE LNK-MNF-DATA     TO MNF-DATA-RELATORIO.
           MOVE LNK-MNF-QTDE     TO MNF-QTDE-LINHAS.

           WRITE MANIFESTO-CSV-REC.

           CLOSE MANIFESTO-CSV.

           GOBACK.
