      *================================================================*
      *  ALRCOPY   -  ALERTA DE TRIAGEM DE LISTAS RESTRITIVAS         *
      *  (SANALERT), ENTREGUE A FILA DE ANALISE DO COMPLIANCE: UM     *
      *  REGISTRO POR PAR CLIENTE + ENTRADA DE LISTA ALERTADO PELA    *
      *  PRIMEIRA VEZ. A ORIGEM DISTINGUE A TRIAGEM DO CADASTRO ("M") *
      *  DA TRIAGEM DAS INCLUSOES DO MOVIMENTO ("I"). O CRITERIO      *
      *  INDICA O QUE SUSTENTA O ALERTA: "C" CPF IGUAL AO DA LISTA,   *
      *  "D" NOME E DATA DE NASCIMENTO, "N" SO O NOME.                *
      *================================================================*
       01  SANCAO-ALERTA-REC.
           02 ALR-DATA                PIC 9(08).
           02 ALR-ORIGEM              PIC X(01).
               88 ALR-ORIGEM-MESTRE       VALUE "M".
               88 ALR-ORIGEM-INCLUSAO     VALUE "I".
           02 ALR-CPF                 PIC X(12).
           02 ALR-NOME                PIC X(40).
           02 ALR-DATA-NASC           PIC 9(08).
           02 ALR-FONTE               PIC X(08).
           02 ALR-ID                  PIC X(12).
           02 ALR-LISTA               PIC X(01).
           02 ALR-NOME-LISTA          PIC X(60).
           02 ALR-SCORE               PIC 9(03).
           02 ALR-CRITERIO            PIC X(01).
           02 FILLER                  PIC X(06).
