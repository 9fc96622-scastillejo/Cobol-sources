       FD  JRNTEMP
           LABEL RECORD IS STANDARD.
       01  REG-JRNTEMP      PIC X(437).
