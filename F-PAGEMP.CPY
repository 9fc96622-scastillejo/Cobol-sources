       FD  PAGOSEMP
           LABEL RECORD IS STANDARD.
       01  REG-PAGOEMP.
           03 PGE-CLAVE.
              05 PGE-LIQUIDACION  PIC 9(06).
              05 PGE-SECUENCIA    PIC 9(02).
           03 PGE-FECHA           PIC 9(08).
           03 PGE-IMPORTE         PIC 9(07)V99.
           03 PGE-REFERENCIA      PIC X(20).
           03 PGE-OPERADOR        PIC X(08).
