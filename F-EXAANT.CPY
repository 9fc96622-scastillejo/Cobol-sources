       FD  EXAANTES
           LABEL RECORD IS STANDARD.
       01  REG-EXAANTES.
           03 AEX-CLAVE.
              05 AEX-CURSO        PIC 9(02).
              05 AEX-MATERIA      PIC 9(02).
              05 AEX-ALUMNO       PIC 9(05).
              05 AEX-INSTANCIA    PIC 9(01).
           03 AEX-NOTA            PIC 9(02).
           03 AEX-FECHA           PIC 9(08).
