      *    GRAVAM CONFORME O REGISTRO JA EXISTA, E EXCLUSAO DE
      *    REGISTRO INEXISTENTE E INOFENSIVA, DE MODO QUE O JORNAL
      *    PODE SER REAPLICADO POR INTEIRO SOBRE QUALQUER GERACAO.
      *    ENCERRAMENTO (EXCLUSAO COM IMAGEM POSTERIOR), BLOQUEIO E
      *    DESBLOQUEIO NAO APAGAM NEM MUDAM O MESTRE: A IMAGEM
      *    POSTERIOR E REGRAVADA COMO NUMA ALTERACAO.
      *-----------------------------------------------------------------
           PERFORM 1000-INICIALIZA THRU 1000-INICIALIZA-EXIT.


           EVALUATE TRUE
               WHEN JRN-INCLUSAO OR JRN-ALTERACAO
                 OR JRN-BLOQUEIO OR JRN-DESBLOQUEIO
                   PERFORM 3100-REAPLICA-IMAGEM
                       THRU 3100-REAPLICA-IMAGEM-EXIT
               WHEN JRN-EXCLUSAO
                AND JRN-IMAGEM-DEPOIS NOT = SPACES
                   PERFORM 3100-REAPLICA-IMAGEM
                       THRU 3100-REAPLICA-IMAGEM-EXIT
               WHEN JRN-EXCLUSAO
