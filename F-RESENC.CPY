       FD  RESPENC
           LABEL RECORD IS STANDARD.
       01  REG-RESPENC.
           03 RES-CLAVE.
              05 RES-CURSO        PIC 9(02).
              05 RES-CICLO        PIC 9(04).
              05 RES-MATERIA      PIC 9(02).
              05 RES-DOCENTE      PIC 9(03).
              05 RES-NUMERO       PIC 9(05).
           03 RES-VALOR           PIC 9(01) OCCURS 10 TIMES.
           03 RES-COMENTARIO      PIC X(60).
