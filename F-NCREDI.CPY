       FD  NCREDITO
           LABEL RECORD IS STANDARD.
       01  REG-NCREDITO.
           03 NCR-NUMERO       PIC 9(06).
           03 NCR-RECIBO       PIC 9(06).
           03 NCR-ALUMNO       PIC 9(05).
           03 NCR-CURSO        PIC 9(02).
           03 NCR-ANIO         PIC 9(04).
           03 NCR-MES          PIC 9(02).
           03 NCR-SECUENCIA    PIC 9(02).
           03 NCR-IMPORTE      PIC 9(05)V99.
           03 NCR-FECHACONT    PIC 9(08).
           03 NCR-FECHA        PIC X(10).
           03 NCR-HORA         PIC X(08).
           03 NCR-OPERADOR     PIC X(08).
           03 NCR-AUTORIZA     PIC 9(06).
           03 NCR-MOTIVO       PIC X(30).
