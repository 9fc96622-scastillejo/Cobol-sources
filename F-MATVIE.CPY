       FD  MATVIEJO
           LABEL RECORD IS STANDARD.
       01  REG-MATVIEJO.
           03 VMA-CLAVE.
              05 VMA-CURSO     PIC 9(02).
              05 VMA-CODIGO    PIC 9(02).
           03 VMA-DESCRIPCION  PIC X(30).
