       FD  PRESTAMOS
           LABEL RECORD IS STANDARD.
       01  REG-PRESTAMO.
           03 PRS-NUMERO          PIC 9(06).
           03 PRS-DEUDOR.
              05 PRS-TIPODEU      PIC X(01).
                 88 PRS-ALUMNO    VALUE "A".
                 88 PRS-DOCENTE   VALUE "D".
              05 PRS-PERSONA      PIC 9(05).
           03 PRS-ITEM            PIC 9(05).
           03 PRS-FECHA           PIC 9(08).
           03 PRS-VENCE           PIC 9(08).
           03 PRS-DEVOLUCION      PIC 9(08).
           03 PRS-ESTADO          PIC X(01).
              88 PRS-PENDIENTE    VALUE "P".
              88 PRS-DEVUELTO     VALUE "D".
           03 PRS-AVISOS          PIC 9(02).
           03 PRS-ULTAVISO        PIC 9(08).
           03 PRS-OPERADOR        PIC X(08).
           03 PRS-OPEDEV          PIC X(08).
