       FD  CIERREMES
           LABEL RECORD IS STANDARD.
       01  REG-CIERREMES.
           03 CRM-CLAVE.
              05 CRM-PERIODO      PIC 9(06).
              05 CRM-CURSO        PIC 9(02).
           03 CRM-SEDE            PIC 9(02).
           03 CRM-INICIAL         PIC S9(09)V99.
           03 CRM-EMITIDO         PIC 9(09)V99.
           03 CRM-DESCUENTOS      PIC 9(09)V99.
           03 CRM-RECARGOS        PIC S9(09)V99.
           03 CRM-COBRADO         PIC S9(09)V99.
           03 CRM-FINAL           PIC S9(09)V99.
           03 CRM-FECHA           PIC X(10).
           03 CRM-HORA            PIC X(08).
           03 CRM-OPERADOR        PIC X(08).
