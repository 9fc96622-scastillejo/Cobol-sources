       FD  TRAYECTOS
           LABEL RECORD IS STANDARD.
       01  REG-TRAYECTO.
           03 TRY-CLAVE.
              05 TRY-ORIGEN       PIC 9(02).
              05 TRY-ORIENTA      PIC X(04).
           03 TRY-DESTINO         PIC 9(02).
           03 TRY-DESCRIPCION     PIC X(20).
           03 TRY-FECHA           PIC 9(08).
           03 TRY-OPERADOR        PIC X(08).
