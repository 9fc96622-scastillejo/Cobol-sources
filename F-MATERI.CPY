       01  REG-MATERIA.
           03 MAT-CLAVE.
              05 MAT-CURSO        PIC 9(02).
              05 MAT-PLAN         PIC 9(02).
              05 MAT-CODIGO       PIC 9(02).
           03 MAT-DESCRIPCION     PIC X(30).
