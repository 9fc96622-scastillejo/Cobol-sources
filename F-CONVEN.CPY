       FD  CONVENIOS
           LABEL RECORD IS STANDARD.
       01  REG-CONVENIO.
           03 CNV-CODIGO          PIC 9(03).
           03 CNV-EMPRESA         PIC X(30).
           03 CNV-CUIT            PIC 9(11).
           03 CNV-DOMICILIO       PIC X(30).
           03 CNV-EMAIL           PIC X(30).
           03 CNV-TIPO            PIC X(01).
              88 CNV-PORCENTAJE   VALUE "P".
              88 CNV-MONTO        VALUE "M".
           03 CNV-VALOR           PIC 9(05)V99.
           03 CNV-DESDE           PIC 9(08).
           03 CNV-HASTA           PIC 9(08).
           03 CNV-ESTADO          PIC X(01).
              88 CNV-VIGENTE      VALUE "A".
              88 CNV-ANULADO      VALUE "B".
