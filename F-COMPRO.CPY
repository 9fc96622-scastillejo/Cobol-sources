       FD  COMPROB
           LABEL RECORD IS STANDARD.
       01  REG-COMPROB.
           03 CMP-CLAVE.
              05 CMP-RECIBO       PIC 9(06).
              05 CMP-CLASE        PIC X(01).
                 88 CMP-FACTURA   VALUE "F".
                 88 CMP-NOTACRED  VALUE "C".
           03 CMP-FISCAL.
              05 CMP-TIPO         PIC 9(03).
              05 CMP-PTOVTA       PIC 9(05).
              05 CMP-NUMERO       PIC 9(08).
           03 CMP-ALUMNO          PIC 9(05).
           03 CMP-TUTOR           PIC 9(05).
           03 CMP-DOCTIPO         PIC 9(02).
           03 CMP-DOCNRO          PIC 9(11).
           03 CMP-IMPORTE         PIC 9(07)V99.
           03 CMP-FECHA           PIC 9(08).
           03 CMP-OPERADOR        PIC X(08).
           03 CMP-ESTADO          PIC X(01).
              88 CMP-PENDIENTE    VALUE "P".
              88 CMP-ENVIADO      VALUE "E".
              88 CMP-AUTORIZADO   VALUE "A".
              88 CMP-RECHAZADO    VALUE "R".
           03 CMP-FECHAENV        PIC 9(08).
           03 CMP-CAE             PIC 9(14).
           03 CMP-VTOCAE          PIC 9(08).
           03 CMP-ASOCTIPO        PIC 9(03).
           03 CMP-ASOCNRO         PIC 9(08).
           03 CMP-OBSERV          PIC X(30).
