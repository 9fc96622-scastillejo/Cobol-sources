       FD  NOTASCTL
           LABEL RECORD IS STANDARD.
       01  REG-NOTASCTL.
           03 CTN-CANTIDAD PIC 9(05).
           03 CTN-TOTAL    PIC 9(07).
