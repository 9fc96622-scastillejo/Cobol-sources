           03 INS-ESTADO          PIC X(01).
              88 INS-ACTIVA       VALUE "A".
              88 INS-DEBAJA       VALUE "B".
              88 INS-CAMBIADA     VALUE "C".
           03 INS-FOLIO           PIC 9(06).
           03 INS-COMISION        PIC 9(02).
