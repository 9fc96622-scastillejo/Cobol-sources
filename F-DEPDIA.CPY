       FD  DEPDIAS
           LABEL RECORD IS STANDARD.
       01  REG-DEPDIA.
           03 DDI-FECHA           PIC 9(08).
           03 DDI-BOLETA          PIC 9(10).
           03 DDI-EFECTIVO        PIC S9(07)V99.
