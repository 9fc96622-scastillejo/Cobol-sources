       FD  PORTALSAL
           LABEL RECORD IS STANDARD.
       01  REG-PORTALSAL    PIC X(150).
