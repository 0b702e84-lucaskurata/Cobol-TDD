           02 PRM-PERC-TOL-REJEITO   PIC 9(03).
           02 PRM-MESES-RETENCAO-AUD PIC 9(03).
           02 PRM-DIAS-BAIXA-BOLETO  PIC 9(03).
           02 PRM-LIQUIDACAO-PARCIAL PIC X(01).
               88 PRM-LIQ-PARCIAL-ATIVA  VALUE "S".
           02 PRM-SCORE-TRIAGEM      PIC 9(03).
           02 PRM-ANOS-INATIVIDADE   PIC 9(02).
           02 PRM-DIAS-JANELA-FRAUDE PIC 9(03).
           02 PRM-TOLERANCIA-RAIZ    PIC 9(03)V9(04).
           02 PRM-PERC-TOL-KPI       PIC 9(03).
           02 PRM-EXPORTA-CSV        PIC X(01).
               88 PRM-CSV-ATIVO          VALUE "S".
           02 FILLER                 PIC X(01).
