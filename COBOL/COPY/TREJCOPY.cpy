           02 TELREJ-CODIGO-MOTIVO   PIC X(04).
           02 TELREJ-MOTIVO          PIC X(30).
           02 TELREJ-DATA            PIC 9(08).
           02 TELREJ-IMAGEM-TRANS    PIC X(50).
