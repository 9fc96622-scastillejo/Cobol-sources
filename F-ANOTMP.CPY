       FD  ANONTEMP
           LABEL RECORD IS STANDARD.
       01  REG-ANONTEMP     PIC X(440).
