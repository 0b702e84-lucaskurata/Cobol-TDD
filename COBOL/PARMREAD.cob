           02 LNK-PERC-TOL-REJEITO   PIC 9(03).
           02 LNK-MESES-RETENCAO-AUD PIC 9(03).
           02 LNK-DIAS-BAIXA-BOLETO  PIC 9(03).
           02 LNK-LIQUIDACAO-PARCIAL PIC X(01).
           02 LNK-SCORE-TRIAGEM      PIC 9(03).
           02 LNK-ANOS-INATIVIDADE   PIC 9(02).
           02 LNK-DIAS-JANELA-FRAUDE PIC 9(03).
           02 LNK-TOLERANCIA-RAIZ    PIC 9(03)V9(04).
           02 LNK-PERC-TOL-KPI       PIC 9(03).
           02 LNK-EXPORTA-CSV        PIC X(01).
           02 FILLER                 PIC X(01).

      *-----------------------------------------------------------------
                          LNK-RAIO-CIRCULO
                          LNK-PERC-TOL-REJEITO
                          LNK-MESES-RETENCAO-AUD
                          LNK-DIAS-BAIXA-BOLETO
                          LNK-SCORE-TRIAGEM
                          LNK-ANOS-INATIVIDADE
                          LNK-DIAS-JANELA-FRAUDE
                          LNK-TOLERANCIA-RAIZ
                          LNK-PERC-TOL-KPI.
           MOVE "N"    TO LNK-LIQUIDACAO-PARCIAL
                          LNK-EXPORTA-CSV.

           OPEN INPUT PARAMETRO-CONTROLE.
           IF WRK-STATUS-PARM = "00"
