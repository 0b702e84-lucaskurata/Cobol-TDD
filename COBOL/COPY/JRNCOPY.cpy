      *  TRANSACAO E A DATA DA EXECUCAO, PERMITINDO QUE O UTILITARIO  *
      *  DE ESTORNO DESFACA UM LOTE RUIM SEM RESTAURAR O ARQUIVO      *
      *  INTEIRO DA FITA. IMAGEM EM BRANCO SIGNIFICA INEXISTENTE      *
      *  (ANTES DE UMA INCLUSAO, DEPOIS DE UMA EXCLUSAO FISICA). O    *
      *  ENCERRAMENTO ("D" DA MANUTENCAO), O BLOQUEIO ("B") E O       *
      *  DESBLOQUEIO ("L") SO MUDAM A SITUACAO NO CLISTAT: O MESTRE   *
      *  NAO MUDA E VAI NAS DUAS IMAGENS.                             *
      *================================================================*
       01  JORNAL-REC.
           02 JRN-DATA               PIC 9(08).
               88 JRN-INCLUSAO           VALUE "A".
               88 JRN-ALTERACAO          VALUE "U".
               88 JRN-EXCLUSAO           VALUE "D".
               88 JRN-BLOQUEIO           VALUE "B".
               88 JRN-DESBLOQUEIO        VALUE "L".
           02 JRN-CPF                PIC X(12).
           02 JRN-ORIGEM             PIC X(03).
           02 JRN-OPERADOR           PIC X(08).
