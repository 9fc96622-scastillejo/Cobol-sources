       FD  FISCCTL
           LABEL RECORD IS STANDARD.
       01  REG-FISCCTL.
           03 CTF-CANTIDAD PIC 9(05).
           03 CTF-TOTAL    PIC 9(13)V99.
