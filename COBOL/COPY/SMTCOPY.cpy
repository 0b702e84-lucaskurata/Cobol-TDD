      *================================================================*
      *  SMTCOPY   -  AREA DE CHAMADA DO SUBPROGRAMA SANMATCH         *
      *  (TRIAGEM DE NOMES CONTRA AS LISTAS RESTRITIVAS). FUNCOES:    *
      *    "A" ABRE SANMSTR/SANTOKEN (STATUS "35" SE NAO HA LISTAS);  *
      *    "N" SO NORMALIZA SMT-NOME EM SMT-TERMO (USADO NA CARGA);   *
      *    "T" TRIA SMT-NOME/SMT-DATA-NASC (AAAAMMDD)/SMT-CPF E       *
      *        DEVOLVE AS ENTRADAS COM PONTUACAO >= SMT-LIMIAR;       *
      *    "F" FECHA OS ARQUIVOS.                                     *
      *  ACIMA DE 20 ACHADOS PARA O MESMO NOME, SMT-EXCEDEU = "S".    *
      *================================================================*
       01  SANCAO-TRIAGEM-AREA.
           02 SMT-FUNCAO              PIC X(01).
               88 SMT-ABRIR               VALUE "A".
               88 SMT-NORMALIZAR          VALUE "N".
               88 SMT-TRIAR               VALUE "T".
               88 SMT-FECHAR              VALUE "F".
           02 SMT-NOME                PIC X(60).
           02 SMT-DATA-NASC           PIC 9(08).
           02 SMT-CPF                 PIC X(12).
           02 SMT-LIMIAR              PIC 9(03).
           02 SMT-STATUS              PIC X(02).
               88 SMT-OK                  VALUE "00".
           02 SMT-QTDE-TERMOS         PIC 9(02).
           02 SMT-TERMO               PIC X(15) OCCURS 8 TIMES.
           02 SMT-QTDE-ACHADOS        PIC 9(02).
           02 SMT-EXCEDEU             PIC X(01).
               88 SMT-ACHADOS-EXCEDIDOS   VALUE "S".
           02 SMT-ACHADO              OCCURS 20 TIMES.
               03 SMT-A-CHAVE.
                   04 SMT-A-FONTE     PIC X(08).
                   04 SMT-A-ID        PIC X(12).
               03 SMT-A-LISTA         PIC X(01).
               03 SMT-A-SCORE         PIC 9(03).
               03 SMT-A-CRITERIO      PIC X(01).
               03 SMT-A-NOME          PIC X(60).
