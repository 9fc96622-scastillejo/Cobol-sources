       FD  PROYSAL
           LABEL RECORD IS STANDARD.
       01  REG-PROYSAL      PIC X(100).
