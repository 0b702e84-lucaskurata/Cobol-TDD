      *================================================================*
      *  DCSCOPY   -  DECISAO DO ANALISTA DE COMPLIANCE SOBRE UM      *
      *  ALERTA DE TRIAGEM DE LISTAS RESTRITIVAS (SANDECIS), REGISTROS*
      *  DE 50 BYTES SEM HEADER, DEVOLVIDOS PELA FILA DE ANALISE E    *
      *  APLICADOS NA TRIAGEM NOTURNA ANTES DA NOVA TRIAGEM. O PAR    *
      *  CPF + FONTE + CODIGO DEVE TER SIDO ALERTADO (SANDISP).       *
      *  DECISAO: "F" FALSO POSITIVO, "C" CONFIRMADO (BLOQUEIA).      *
      *================================================================*
       01  SANCAO-DECISAO-REC.
           02 DCS-CPF                 PIC X(12).
           02 DCS-FONTE               PIC X(08).
           02 DCS-ID                  PIC X(12).
           02 DCS-DECISAO             PIC X(01).
               88 DCS-FALSO-POSITIVO      VALUE "F".
               88 DCS-CONFIRMADO          VALUE "C".
               88 DCS-DECISAO-VALIDA      VALUE "F" "C".
           02 DCS-ANALISTA            PIC X(08).
           02 DCS-DATA                PIC 9(08).
           02 FILLER                  PIC X(01).
