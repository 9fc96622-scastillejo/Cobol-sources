       FD  SALFAVOR
           LABEL RECORD IS STANDARD.
       01  REG-SALFAVOR.
           03 SAF-ALUMNO       PIC 9(05).
           03 SAF-SALDO        PIC 9(07)V99.
           03 SAF-FECHAULT     PIC 9(08).
           03 SAF-OPERADOR     PIC X(08).
