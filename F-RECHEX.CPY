       FD  RECHEXT
           LABEL RECORD IS STANDARD.
       01  REG-RECHEXT PIC X(100).
