       FD  EXTBANCO
           LABEL RECORD IS STANDARD.
       01  REG-EXTBANCO.
           03 EXB-FECHA           PIC 9(08).
           03 EXB-TIPO            PIC X(01).
           03 EXB-REFERENCIA      PIC X(10).
           03 EXB-IMPORTE         PIC 9(07)V99.
           03 EXB-DESCRIPCION     PIC X(30).
