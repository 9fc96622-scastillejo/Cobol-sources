       FD  RECHFISCAL
           LABEL RECORD IS STANDARD.
       01  REG-RECHFISCAL PIC X(120).
