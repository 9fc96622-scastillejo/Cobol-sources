       FD  MESAS
           LABEL RECORD IS STANDARD.
       01  REG-MESA.
           03 MES-CLAVE.
              05 MES-CURSO        PIC 9(02).
              05 MES-MATERIA      PIC 9(02).
              05 MES-FECHA        PIC 9(08).
           03 MES-HORA            PIC 9(04).
           03 MES-SEDE            PIC 9(02).
           03 MES-AULA            PIC 9(02).
           03 MES-TRIBUNAL.
              05 MES-DOCENTE      PIC 9(03) OCCURS 3 TIMES.
           03 MES-CIERREINS       PIC 9(08).
