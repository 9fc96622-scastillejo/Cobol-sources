       FD  CORRIDAS
           LABEL RECORD IS STANDARD.
       01  REG-CORRIDA.
           03 CRR-NUMERO          PIC 9(06).
           03 CRR-ANIO            PIC 9(04).
           03 CRR-MES             PIC 9(02).
           03 CRR-FECHA           PIC 9(08).
           03 CRR-OPERADOR        PIC X(08).
           03 CRR-GENERADAS       PIC 9(05).
           03 CRR-ESTADO          PIC X(01).
              88 CRR-GENERADA     VALUE "G".
              88 CRR-PARCIAL      VALUE "P".
              88 CRR-REVERTIDA    VALUE "R".
           03 CRR-FECHAREV        PIC 9(08).
           03 CRR-OPERREV         PIC X(08).
           03 CRR-BORRADAS        PIC 9(05).
           03 CRR-RETENIDAS       PIC 9(05).
