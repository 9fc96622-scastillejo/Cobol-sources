       FD  LIQCONV
           LABEL RECORD IS STANDARD.
       01  REG-LIQCONV.
           03 LQC-NUMERO          PIC 9(06).
           03 LQC-CONVENIO        PIC 9(03).
           03 LQC-ANIO            PIC 9(04).
           03 LQC-MES             PIC 9(02).
           03 LQC-FECHA           PIC 9(08).
           03 LQC-CANTIDAD        PIC 9(05).
           03 LQC-IMPORTE         PIC 9(07)V99.
           03 LQC-COBRADO         PIC 9(07)V99.
           03 LQC-FECHACOBRO      PIC 9(08).
           03 LQC-OPERADOR        PIC X(08).
           03 LQC-ESTADO          PIC X(01).
              88 LQC-PENDIENTE    VALUE "P".
              88 LQC-CANCELADA    VALUE "C".
