       FD  NUMJUS
           LABEL RECORD IS STANDARD.
       01  REG-NUMJUS.
           03 JUS-CLAVE.
              05 JUS-SERIE     PIC X(02).
              05 JUS-NUMERO    PIC 9(06).
           03 JUS-FECHA        PIC X(10).
           03 JUS-HORA         PIC X(08).
           03 JUS-SUPERVISOR   PIC X(08).
           03 JUS-MOTIVO       PIC X(50).
