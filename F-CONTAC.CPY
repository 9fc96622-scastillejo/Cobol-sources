       FD  CONTACTOS
           LABEL RECORD IS STANDARD.
       01  REG-CONTACTO.
           03 CTC-CLAVE.
              05 CTC-ALUMNO       PIC 9(05).
              05 CTC-FECHA        PIC 9(08).
              05 CTC-SECUENCIA    PIC 9(02).
           03 CTC-HORA            PIC X(08).
           03 CTC-OPERADOR        PIC X(08).
           03 CTC-CANAL           PIC X(01).
              88 CTC-TELEFONO     VALUE "T".
              88 CTC-EMAIL        VALUE "E".
              88 CTC-MENSAJE      VALUE "M".
              88 CTC-PRESENCIAL   VALUE "P".
              88 CTC-CARTA        VALUE "C".
           03 CTC-RESULTADO       PIC X(01).
              88 CTC-CONTACTADO   VALUE "C".
              88 CTC-NOATIENDE    VALUE "N".
              88 CTC-PROMETE      VALUE "P".
              88 CTC-SENIEGA      VALUE "R".
              88 CTC-DATOERRONEO  VALUE "E".
           03 CTC-DEUDA           PIC 9(07)V99.
           03 CTC-PROMFECHA       PIC 9(08).
           03 CTC-PROMIMPORTE     PIC 9(07)V99.
           03 CTC-PROMESTADO      PIC X(01).
              88 CTC-SINPROMESA   VALUE " ".
              88 CTC-PROMVIGENTE  VALUE "V".
              88 CTC-PROMCUMPLIDA VALUE "C".
              88 CTC-PROMINCUMPL  VALUE "I".
              88 CTC-PROMREEMPL   VALUE "R".
           03 CTC-PAGADO          PIC 9(07)V99.
           03 CTC-OBSERV          PIC X(40).
