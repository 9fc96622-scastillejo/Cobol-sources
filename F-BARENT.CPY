       FD  BARRAENT
           LABEL RECORD IS STANDARD.
       01  REG-BARRAENT.
           03 BR-BARRA           PIC X(41).
           03 BR-FECHAPAGO       PIC 9(08).
           03 BR-IMPORTE         PIC 9(07)V99.
