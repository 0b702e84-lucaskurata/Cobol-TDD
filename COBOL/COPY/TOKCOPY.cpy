      *================================================================*
      *  TOKCOPY   -  INDICE DE TERMOS DAS LISTAS RESTRITIVAS         *
      *  (SANTOKEN): UM REGISTRO POR TERMO NORMALIZADO DE CADA NOME   *
      *  DE LISTA, APONTANDO A ENTRADA NO SANMSTR. A TRIAGEM LE AQUI  *
      *  SO AS ENTRADAS QUE TEM ALGUM TERMO EM COMUM COM O NOME DO    *
      *  CLIENTE, EM VEZ DE COMPARAR O CLIENTE COM A LISTA INTEIRA.   *
      *================================================================*
       01  SANCAO-TERMO-REC.
           02 TOK-CHAVE.
               03 TOK-TERMO           PIC X(15).
               03 TOK-SAN-CHAVE       PIC X(20).
