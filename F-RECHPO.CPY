       FD  RECHPORTAL
           LABEL RECORD IS STANDARD.
       01  REG-RECHPORTAL PIC X(200).
