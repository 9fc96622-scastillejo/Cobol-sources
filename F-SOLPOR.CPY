       FD  SOLPORTAL
           LABEL RECORD IS STANDARD.
       01  REG-SOLPORTAL.
           03 SOP-NUMERO          PIC 9(08).
           03 SOP-TIPO            PIC X(01).
              88 SOP-CONTACTO     VALUE "C".
              88 SOP-PREINSCRIP   VALUE "P".
           03 SOP-ALUMNO          PIC 9(05).
           03 SOP-DOCUMENTO       PIC 9(08).
           03 SOP-FECHA           PIC 9(08).
           03 SOP-TELEFONO        PIC X(15).
           03 SOP-EMAIL           PIC X(30).
           03 SOP-DOMICILIO       PIC X(30).
           03 SOP-CURSO           PIC 9(02).
           03 SOP-CICLO           PIC 9(04).
           03 SOP-APELLIDO        PIC X(20).
           03 SOP-NOMBRE          PIC X(20).
           03 SOP-FECHACARGA      PIC 9(08).
           03 SOP-ESTADO          PIC X(01).
              88 SOP-PENDIENTE    VALUE "P".
              88 SOP-ACEPTADA     VALUE "A".
              88 SOP-RECHAZADA    VALUE "R".
           03 SOP-OPERADOR        PIC X(08).
           03 SOP-FECHARES        PIC 9(08).
           03 SOP-MOTIVO          PIC X(30).
