       01 W25-DATOS.
          03 W25-ALUMNO  PIC 9(05).
          03 W25-CURSO   PIC 9(02).
          03 W25-CICLO   PIC 9(04).
          03 W25-MATERIA PIC 9(02).
          03 W25-PLAN    PIC 9(02).
          03 W25-RESULT  PIC X(01).
