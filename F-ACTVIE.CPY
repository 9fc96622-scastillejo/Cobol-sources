       FD  ACTVIEJO
           LABEL RECORD IS STANDARD.
       01  REG-ACTVIEJO.
           03 VAC-FOLIO        PIC 9(06).
           03 VAC-MATCLAVE.
              05 VAC-CURSO     PIC 9(02).
              05 VAC-MATERIA   PIC 9(02).
           03 VAC-FECHA        PIC X(10).
           03 VAC-HORA         PIC X(08).
           03 VAC-OPERADOR     PIC X(08).
           03 VAC-DOCENTE      PIC 9(03).
           03 VAC-TIPO         PIC X(01).
           03 VAC-ESTADO       PIC X(01).
