       FD  SORTEOS
           LABEL RECORD IS STANDARD.
       01  REG-SORTEO.
           03 SRT-EDICION.
              05 SRT-CURSO        PIC 9(02).
              05 SRT-CICLO        PIC 9(04).
           03 SRT-DESDE           PIC 9(08).
           03 SRT-HASTA           PIC 9(08).
           03 SRT-ESTADO          PIC X(01).
              88 SRT-PROGRAMADO   VALUE "P".
              88 SRT-REALIZADO    VALUE "R".
           03 SRT-OPEPROG         PIC X(08).
           03 SRT-ACTA            PIC 9(06).
           03 SRT-SEMILLA         PIC 9(10).
           03 SRT-CUPOLIBRE       PIC 9(04).
           03 SRT-PARTICIP        PIC 9(04).
           03 SRT-PRIORIDAD       PIC 9(04).
           03 SRT-GANADORES       PIC 9(04).
           03 SRT-FECHA           PIC 9(08).
           03 SRT-HORA            PIC X(08).
           03 SRT-OPERADOR        PIC X(08).
