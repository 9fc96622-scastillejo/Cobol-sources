       FD  FISCSAL
           LABEL RECORD IS STANDARD.
       01  REG-FISCSAL.
           03 FS-TIPO            PIC 9(03).
           03 FS-PTOVTA          PIC 9(05).
           03 FS-NUMERO          PIC 9(08).
           03 FS-FECHA           PIC 9(08).
           03 FS-CONCEPTO        PIC 9(01).
           03 FS-DOCTIPO         PIC 9(02).
           03 FS-DOCNRO          PIC 9(11).
           03 FS-IMPORTE         PIC 9(13)V99.
           03 FS-ASOCTIPO        PIC 9(03).
           03 FS-ASOCPTOVTA      PIC 9(05).
           03 FS-ASOCNRO         PIC 9(08).
