           03 CUO-RECARGO         PIC 9(05)V99.
           03 CUO-OPERADOR        PIC X(08).
           03 CUO-DESCUENTO       PIC 9(05)V99.
           03 CUO-CORRIDA         PIC 9(06).
           03 CUO-ENVIOBANCO      PIC 9(08).
