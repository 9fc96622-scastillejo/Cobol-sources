       FD  DEPOSITOS
           LABEL RECORD IS STANDARD.
       01  REG-DEPOSITO.
           03 DEP-BOLETA          PIC 9(10).
           03 DEP-FECHA           PIC 9(08).
           03 DEP-IMPORTE         PIC 9(07)V99.
           03 DEP-ESPERADO        PIC S9(07)V99.
           03 DEP-CANTDIAS        PIC 9(02).
           03 DEP-OPERADOR        PIC X(08).
           03 DEP-FECHAALTA       PIC X(10).
           03 DEP-ESTADO          PIC X(01).
              88 DEP-PENDIENTE    VALUE "P".
              88 DEP-CONCILIADO   VALUE "C".
              88 DEP-DIFERENCIA   VALUE "D".
           03 DEP-FECHABANCO      PIC 9(08).
           03 DEP-IMPBANCO        PIC 9(07)V99.
