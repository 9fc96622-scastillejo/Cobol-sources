       FD  ORIENTACIONES
           LABEL RECORD IS STANDARD.
       01  REG-ORIENTA.
           03 ORI-ALUMNO          PIC 9(05).
           03 ORI-ORIENTA         PIC X(04).
           03 ORI-FECHA           PIC 9(08).
           03 ORI-OPERADOR        PIC X(08).
