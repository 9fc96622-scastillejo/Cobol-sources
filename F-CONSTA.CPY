       FD  CONSTREG
           LABEL RECORD IS STANDARD.
       01  REG-CONSTREG.
           03 CNS-NUMERO       PIC 9(06).
           03 CNS-TIPO         PIC X(01).
              88 CNS-REGULAR   VALUE "R".
              88 CNS-LIBREDEUDA VALUE "L".
              88 CNS-ASISTENCIA VALUE "A".
           03 CNS-ALUMNO       PIC 9(05).
           03 CNS-CURSO        PIC 9(02).
           03 CNS-CICLO        PIC 9(04).
           03 CNS-DESDE        PIC 9(08).
           03 CNS-HASTA        PIC 9(08).
           03 CNS-PORCENT      PIC 9(03).
           03 CNS-DESTINO      PIC X(30).
           03 CNS-FECHA        PIC X(10).
           03 CNS-HORA         PIC X(08).
           03 CNS-OPERADOR     PIC X(08).
           03 CNS-REIMPRESO    PIC X(01).
