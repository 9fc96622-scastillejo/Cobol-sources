       FD  CUOANTES
           LABEL RECORD IS STANDARD.
       01  REG-CUOANTES.
           03 ACU-CLAVE.
              05 ACU-ALUMNO       PIC 9(05).
              05 ACU-CURSO        PIC 9(02).
              05 ACU-ANIO         PIC 9(04).
              05 ACU-MES          PIC 9(02).
           03 ACU-IMPORTE         PIC 9(05)V99.
           03 ACU-ESTADO          PIC X(01).
           03 ACU-FECHAPAGO       PIC 9(08).
           03 ACU-IMPORTEPAGO     PIC 9(05)V99.
           03 ACU-RECARGO         PIC 9(05)V99.
           03 ACU-OPERADOR        PIC X(08).
           03 ACU-DESCUENTO       PIC 9(05)V99.
