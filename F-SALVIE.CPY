       FD  SALVIEJO
           LABEL RECORD IS STANDARD.
       01  REG-SALVIEJO.
           03 VSA-FECHA           PIC 9(08).
           03 VSA-ALUACTIVOS      PIC 9(07).
           03 VSA-CUOPEND         PIC 9(07).
           03 VSA-CUOPENDIMP      PIC 9(09)V99.
           03 VSA-CUOPAGIMP       PIC 9(09)V99.
           03 VSA-INSACTIVAS      PIC 9(07).
