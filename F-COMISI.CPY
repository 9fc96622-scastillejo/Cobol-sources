       FD  COMISIONES
           LABEL RECORD IS STANDARD.
       01  REG-COMISION.
           03 COM-CLAVE.
              05 COM-CURSO        PIC 9(02).
              05 COM-CICLO        PIC 9(04).
              05 COM-CODIGO       PIC 9(02).
           03 COM-DESCRIPCION     PIC X(20).
           03 COM-TURNO           PIC X(01).
              88 COM-MANANA       VALUE "M".
              88 COM-TARDE        VALUE "T".
              88 COM-NOCHE        VALUE "N".
           03 COM-CUPO            PIC 9(04).
           03 COM-AULA            PIC 9(02).
           03 COM-DOCENTE         PIC 9(03).
