       FD  PORTALENT
           LABEL RECORD IS STANDARD.
       01  REG-PORTALENT.
           03 PEN-NUMERO          PIC 9(08).
           03 PEN-TIPO            PIC X(01).
              88 PEN-CONTACTO     VALUE "C".
              88 PEN-PREINSCRIP   VALUE "P".
           03 PEN-ALUMNO          PIC 9(05).
           03 PEN-DOCUMENTO       PIC 9(08).
           03 PEN-FECHA           PIC 9(08).
           03 PEN-TELEFONO        PIC X(15).
           03 PEN-EMAIL           PIC X(30).
           03 PEN-DOMICILIO       PIC X(30).
           03 PEN-CURSO           PIC 9(02).
           03 PEN-CICLO           PIC 9(04).
           03 PEN-APELLIDO        PIC X(20).
           03 PEN-NOMBRE          PIC X(20).
