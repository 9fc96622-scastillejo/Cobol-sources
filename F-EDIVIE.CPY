       FD  EDIVIEJO
           LABEL RECORD IS STANDARD.
       01  REG-EDIVIEJO.
           03 VED-CLAVE.
              05 VED-CURSO     PIC 9(02).
              05 VED-CICLO     PIC 9(04).
           03 VED-CUPO         PIC 9(04).
           03 VED-FECHAINI     PIC 9(08).
           03 VED-FECHAFIN     PIC 9(08).
           03 VED-ESTADO       PIC X(01).
