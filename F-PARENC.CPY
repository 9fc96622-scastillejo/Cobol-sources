       FD  PARTENC
           LABEL RECORD IS STANDARD.
       01  REG-PARTENC.
           03 PEN-CLAVE.
              05 PEN-CURSO        PIC 9(02).
              05 PEN-CICLO        PIC 9(04).
              05 PEN-MATERIA      PIC 9(02).
              05 PEN-DOCENTE      PIC 9(03).
              05 PEN-ALUMNO       PIC 9(05).
           03 PEN-RESPONDIO       PIC X(01).
