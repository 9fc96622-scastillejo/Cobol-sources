       FD  DISTINCIONES
           LABEL RECORD IS STANDARD.
       01  REG-DISTINCION.
           03 DIS-CLAVE.
              05 DIS-CURSO        PIC 9(02).
              05 DIS-CICLO        PIC 9(04).
              05 DIS-ORDEN        PIC 9(03).
           03 DIS-ALUMNO          PIC 9(05).
           03 DIS-PUESTO          PIC 9(03).
           03 DIS-PROMEDIO        PIC 9(02)V99.
           03 DIS-ASISTENCIA      PIC 9(03).
           03 DIS-RECUPERA        PIC 9(02).
           03 DIS-SINEQUIV        PIC X(01).
           03 DIS-FECHA           PIC 9(08).
           03 DIS-OPERADOR        PIC X(08).
