       FD  CORRELAT
           LABEL RECORD IS STANDARD.
       01  REG-CORRELAT.
           03 COR-CLAVE.
              05 COR-CURSO        PIC 9(02).
              05 COR-PLAN         PIC 9(02).
              05 COR-MATERIA      PIC 9(02).
              05 COR-REQCURSO     PIC 9(02).
              05 COR-REQMATERIA   PIC 9(02).
           03 COR-CONDICION       PIC X(01).
              88 COR-APROBADA     VALUE "A".
              88 COR-REGULAR      VALUE "R".
