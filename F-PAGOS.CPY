              05 PAG-MES          PIC 9(02).
              05 PAG-SECUENCIA    PIC 9(02).
           03 PAG-FECHA           PIC 9(08).
           03 PAG-IMPORTE         PIC S9(05)V99.
           03 PAG-OPERADOR        PIC X(08).
           03 PAG-RECIBO          PIC 9(06).
