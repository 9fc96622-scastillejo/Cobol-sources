       FD  CUOEMPRESA
           LABEL RECORD IS STANDARD.
       01  REG-CUOEMP.
           03 CUE-CLAVE.
              05 CUE-ALUMNO       PIC 9(05).
              05 CUE-CURSO        PIC 9(02).
              05 CUE-ANIO         PIC 9(04).
              05 CUE-MES          PIC 9(02).
           03 CUE-CONVENIO        PIC 9(03).
           03 CUE-IMPORTE         PIC 9(05)V99.
           03 CUE-LIQUIDACION     PIC 9(06).
           03 CUE-IMPORTEPAGO     PIC 9(05)V99.
           03 CUE-FECHAPAGO       PIC 9(08).
           03 CUE-ESTADO          PIC X(01).
              88 CUE-PENDIENTE    VALUE "P".
              88 CUE-LIQUIDADA    VALUE "L".
              88 CUE-CANCELADA    VALUE "C".
