       FD  FISCENT
           LABEL RECORD IS STANDARD.
       01  REG-FISCENT.
           03 FE-TIPO            PIC 9(03).
           03 FE-PTOVTA          PIC 9(05).
           03 FE-NUMERO          PIC 9(08).
           03 FE-IMPORTE         PIC 9(13)V99.
           03 FE-RESULTADO       PIC X(01).
              88 FE-APROBADO     VALUE "A".
              88 FE-RECHAZADO    VALUE "R".
           03 FE-CAE             PIC 9(14).
           03 FE-VTOCAE          PIC 9(08).
           03 FE-OBSERV          PIC X(30).
