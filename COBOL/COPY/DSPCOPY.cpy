      *================================================================*
      *  DSPCOPY   -  DISPOSICAO DOS ALERTAS DE TRIAGEM DE LISTAS     *
      *  RESTRITIVAS (SANDISP), UM REGISTRO POR PAR CLIENTE + ENTRADA *
      *  DE LISTA. NASCE PENDENTE QUANDO O ALERTA E EMITIDO E RECEBE  *
      *  A DECISAO DO ANALISTA DE COMPLIANCE: FALSO POSITIVO OU       *
      *  CONFIRMADO. O MESMO PAR NAO E ALERTADO DE NOVO; O CONFIRMADO *
      *  COLOCA O CLIENTE EM BLOQUEIO (CLISTAT, MOTIVO "SAN").        *
      *================================================================*
       01  SANCAO-DISPOSICAO-REC.
           02 DSP-CHAVE.
               03 DSP-CPF             PIC X(12).
               03 DSP-SAN-CHAVE.
                   04 DSP-FONTE       PIC X(08).
                   04 DSP-ID          PIC X(12).
           02 DSP-SITUACAO            PIC X(01).
               88 DSP-PENDENTE            VALUE "P".
               88 DSP-FALSO-POSITIVO      VALUE "F".
               88 DSP-CONFIRMADO          VALUE "C".
           02 DSP-LISTA               PIC X(01).
           02 DSP-SCORE               PIC 9(03).
           02 DSP-DATA-ALERTA         PIC 9(08).
           02 DSP-DATA-DECISAO        PIC 9(08).
           02 DSP-ANALISTA            PIC X(08).
           02 FILLER                  PIC X(08).
