
       FD  TELEFONE-RECICLO
           LABEL RECORDS ARE STANDARD.
       01  TELEFONE-RECICLO-REC      PIC X(50).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
