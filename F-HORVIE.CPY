       FD  HORVIEJO
           LABEL RECORD IS STANDARD.
       01  REG-HORVIEJO.
           03 VHO-CLAVE.
              05 VHO-CURSO        PIC 9(02).
              05 VHO-DIA          PIC 9(01).
              05 VHO-DESDE        PIC 9(04).
           03 VHO-HASTA           PIC 9(04).
           03 VHO-MATERIA         PIC 9(02).
           03 VHO-DOCENTE         PIC 9(03).
           03 VHO-AULA            PIC 9(02).
