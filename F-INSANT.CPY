       FD  INSANTES
           LABEL RECORD IS STANDARD.
       01  REG-INSANTES.
           03 AIN-CLAVE.
              05 AIN-ALUMNO       PIC 9(05).
              05 AIN-CURSO        PIC 9(02).
              05 AIN-CICLO        PIC 9(04).
           03 AIN-FECHA           PIC 9(08).
           03 AIN-ESTADO          PIC X(01).
           03 AIN-FOLIO           PIC 9(06).
