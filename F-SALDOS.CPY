           03 SAL-CUOPENDIMP      PIC 9(09)V99.
           03 SAL-CUOPAGIMP       PIC 9(09)V99.
           03 SAL-INSACTIVAS      PIC 9(07).
           03 SAL-SALFAVOR        PIC 9(09)V99.
