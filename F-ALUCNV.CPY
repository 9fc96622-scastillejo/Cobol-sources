       FD  ALUCONV
           LABEL RECORD IS STANDARD.
       01  REG-ALUCONV.
           03 ACV-ALUMNO          PIC 9(05).
           03 ACV-CONVENIO        PIC 9(03).
           03 ACV-DESDE           PIC 9(08).
           03 ACV-HASTA           PIC 9(08).
