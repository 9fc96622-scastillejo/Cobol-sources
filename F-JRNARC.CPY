       FD  JRNARCHIVO
           LABEL RECORD IS STANDARD.
       01  REG-JRNARCHIVO   PIC X(437).
