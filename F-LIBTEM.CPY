       FD  LIBROTEMAS
           LABEL RECORD IS STANDARD.
       01  REG-LIBTEMA.
           03 LIB-CLAVE.
              05 LIB-CURSO        PIC 9(02).
              05 LIB-COMISION     PIC 9(02).
              05 LIB-FECHA        PIC 9(08).
              05 LIB-DESDE        PIC 9(04).
           03 LIB-HASTA           PIC 9(04).
           03 LIB-MATERIA         PIC 9(02).
           03 LIB-DOCHOR          PIC 9(03).
           03 LIB-DOCENTE         PIC 9(03).
           03 LIB-AULA            PIC 9(02).
           03 LIB-ESTADO          PIC X(01).
              88 LIB-PREVISTA     VALUE "P".
              88 LIB-DICTADA      VALUE "D".
              88 LIB-SUSPENDIDA   VALUE "S".
              88 LIB-NODICTADA    VALUE "N".
           03 LIB-TEMA            PIC X(60).
           03 LIB-OPERADOR        PIC X(08).
           03 LIB-FECHACARGA      PIC 9(08).
