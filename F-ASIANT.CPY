       FD  ASIANTES
           LABEL RECORD IS STANDARD.
       01  REG-ASIANTES.
           03 AAS-CLAVE.
              05 AAS-CURSO        PIC 9(02).
              05 AAS-FECHA        PIC 9(08).
              05 AAS-ALUMNO       PIC 9(05).
           03 AAS-ESTADO          PIC X(01).
