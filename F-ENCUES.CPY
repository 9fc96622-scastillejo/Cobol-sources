       FD  ENCUESTAS
           LABEL RECORD IS STANDARD.
       01  REG-ENCUESTA.
           03 ENC-CLAVE.
              05 ENC-CURSO        PIC 9(02).
              05 ENC-CICLO        PIC 9(04).
           03 ENC-ESTADO          PIC X(01).
              88 ENC-ABIERTA      VALUE "A".
              88 ENC-CERRADA      VALUE "C".
           03 ENC-CANTPREG        PIC 9(02).
           03 ENC-PREGUNTA        PIC X(50) OCCURS 10 TIMES.
           03 ENC-FECHAAPER       PIC 9(08).
           03 ENC-OPERADOR        PIC X(08).
