       FD  INSMESA
           LABEL RECORD IS STANDARD.
       01  REG-INSMESA.
           03 IME-CLAVE.
              05 IME-MESA.
                 07 IME-CURSO     PIC 9(02).
                 07 IME-MATERIA   PIC 9(02).
                 07 IME-FECHA     PIC 9(08).
              05 IME-ALUMNO       PIC 9(05).
           03 IME-FECHAINS        PIC 9(08).
           03 IME-OPERADOR        PIC X(08).
