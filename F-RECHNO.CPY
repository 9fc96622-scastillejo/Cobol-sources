       FD  RECHNOTA
           LABEL RECORD IS STANDARD.
       01  REG-RECHNOTA PIC X(60).
