      *================================================================*
      *  STSCOPY   -  SITUACAO DO CLIENTE (CLISTAT), UM REGISTRO POR  *
      *  CPF, COM O MOTIVO E A DATA DA ULTIMA MUDANCA. CLIENTE SEM    *
      *  REGISTRO ESTA ATIVO. CLIENTE BLOQUEADO NAO RECEBE            *
      *  LANCAMENTOS NA RECONCILIACAO DE BOLETOS. O CADASTRO DE       *
      *  CLIENTES (CLICOPY) NAO E ALTERADO.                           *
      *  SITUACOES: "A" ATIVO, "B" BLOQUEADO, "I" INATIVO (SEM        *
      *  MOVIMENTO HA N ANOS, MARCADO PELO CLIDORM), "E" ENCERRADO    *
      *  (EXCLUSAO LOGICA PELA MANUTENCAO DE CLIENTES; O REGISTRO DO  *
      *  MESTRE E MANTIDO E O CLIENTE SAI DO CRM E DOS RELATORIOS).   *
      *  MOTIVOS: "SAN" - ALERTA DE LISTA RESTRITIVA CONFIRMADO PELO  *
      *                   COMPLIANCE.                                 *
      *           "BLQ" - BLOQUEIO MANUAL PELA MANUTENCAO.            *
      *           "LIB" - DESBLOQUEIO MANUAL PELA MANUTENCAO OU       *
      *                   FALSO POSITIVO LIBERADO PELA TRIAGEM.       *
      *           "DOR" - CLIENTE SEM CONTA, CONTATO OU MANUTENCAO.   *
      *           "REA" - REATIVACAO DE INATIVO (MANUTENCAO OU NOVO   *
      *                   MOVIMENTO).                                 *
      *           "RAB" - REABERTURA DE ENCERRADO PELA MANUTENCAO     *
      *                   ("L") OU PELO ESTORNO DO LOTE QUE O         *
      *                   ENCERROU; O EXTRATO DO CRM REENVIA O        *
      *                   CLIENTE COMO INCLUSAO.                      *
      *           "ENC" - ENCERRAMENTO PEDIDO PELA MANUTENCAO ("D").  *
      *  A MANUTENCAO SO GRAVA BLQ, LIB, REA E RAB; "SAN" SO E        *
      *  GRAVADO E LIBERADO PELA TRIAGEM DE LISTAS RESTRITIVAS.       *
      *  SITUACAO E MOTIVO ANTERIORES SAO OS QUE A MANUTENCAO         *
      *  ENCONTROU ANTES DA ULTIMA MUDANCA QUE ELA GRAVOU; SO VALEM   *
      *  COM STS-PROGRAMA "NIVELVAR" E SERVEM AO ESTORNO DO LOTE.     *
      *================================================================*
       01  CLIENTE-STATUS-REC.
           02 STS-CPF                 PIC X(12).
           02 STS-SITUACAO            PIC X(01).
               88 STS-ATIVO               VALUE "A".
               88 STS-BLOQUEADO           VALUE "B".
               88 STS-INATIVO             VALUE "I".
               88 STS-ENCERRADO           VALUE "E".
           02 STS-MOTIVO              PIC X(03).
               88 STS-MOT-SANCAO          VALUE "SAN".
               88 STS-MOT-BLOQUEIO        VALUE "BLQ".
               88 STS-MOT-LIBERACAO       VALUE "LIB".
               88 STS-MOT-DORMENCIA       VALUE "DOR".
               88 STS-MOT-REATIVACAO      VALUE "REA".
               88 STS-MOT-REABERTURA      VALUE "RAB".
               88 STS-MOT-ENCERRAMENTO    VALUE "ENC".
           02 STS-DATA                PIC 9(08).
           02 STS-PROGRAMA            PIC X(08).
           02 STS-SITUACAO-ANTERIOR   PIC X(01).
           02 STS-MOTIVO-ANTERIOR     PIC X(03).
           02 FILLER                  PIC X(04).
