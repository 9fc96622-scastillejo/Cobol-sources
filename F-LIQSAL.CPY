       FD  LIQSAL
           LABEL RECORD IS STANDARD.
       01  REG-LIQSAL.
           03 LQS-CUIT           PIC 9(11).
           03 LQS-LIQUIDACION    PIC 9(06).
           03 LQS-CONVENIO       PIC 9(03).
           03 LQS-ALUMNO         PIC 9(05).
           03 LQS-DOCUMENTO      PIC 9(08).
           03 LQS-APELLIDO       PIC X(20).
           03 LQS-NOMBRE         PIC X(20).
           03 LQS-CURSO          PIC 9(02).
           03 LQS-ANIO           PIC 9(04).
           03 LQS-MES            PIC 9(02).
           03 LQS-IMPORTE        PIC 9(07)V99.
