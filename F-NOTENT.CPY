       FD  NOTASENT
           LABEL RECORD IS STANDARD.
       01  REG-NOTASENT.
           03 NE-CURSO           PIC 9(02).
           03 NE-MATERIA         PIC 9(02).
           03 NE-ALUMNO          PIC 9(05).
           03 NE-INSTANCIA       PIC 9(01).
           03 NE-NOTA            PIC 9(02).
           03 NE-FECHA           PIC 9(08).
           03 NE-DOCENTE         PIC 9(03).
