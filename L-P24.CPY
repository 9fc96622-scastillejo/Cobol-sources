       01 W24-DATOS.
          03 W24-ALUMNO      PIC 9(05).
          03 W24-CURSO       PIC 9(02).
          03 W24-MATERIA     PIC 9(02).
          03 W24-PARA        PIC X(01).
          03 W24-CICLO       PIC 9(04).
          03 W24-RESULT      PIC X(01).
          03 W24-FALTAN      PIC 9(02).
          03 W24-FALTACURSO  PIC 9(02).
          03 W24-FALTAMAT    PIC 9(02).
          03 W24-FALTACOND   PIC X(01).
