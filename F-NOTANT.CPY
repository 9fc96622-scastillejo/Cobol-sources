       FD  NOTANTES
           LABEL RECORD IS STANDARD.
       01  REG-NOTANTES.
           03 ANO-CLAVE.
              05 ANO-CURSO        PIC 9(02).
              05 ANO-MATERIA      PIC 9(02).
              05 ANO-ALUMNO       PIC 9(05).
           03 ANO-NOTA            PIC 9(02).
           03 ANO-ESTADO          PIC X(01).
           03 ANO-ORIGEN          PIC X(01).
           03 ANO-ORICURSO        PIC 9(02).
           03 ANO-ORIMATERIA      PIC 9(02).
