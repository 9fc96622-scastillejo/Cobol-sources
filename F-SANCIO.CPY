       FD  SANCIONES
           LABEL RECORD IS STANDARD.
       01  REG-SANCION.
           03 SAN-CLAVE.
              05 SAN-ALUMNO       PIC 9(05).
              05 SAN-FECHA        PIC 9(08).
              05 SAN-SECUENCIA    PIC 9(02).
           03 SAN-CICLO           PIC 9(04).
           03 SAN-TIPO            PIC X(01).
              88 SAN-OBSERVACION  VALUE "O".
              88 SAN-AMONESTACION VALUE "A".
              88 SAN-SUSPENSION   VALUE "S".
           03 SAN-CANTIDAD        PIC 9(02).
           03 SAN-HASTA           PIC 9(08).
           03 SAN-MOTIVO          PIC X(40).
           03 SAN-DOCENTE         PIC 9(03).
           03 SAN-ACUMULADO       PIC 9(03).
           03 SAN-LIMITE          PIC X(01).
              88 SAN-ALCANZOLIMITE VALUE "S".
           03 SAN-OPERADOR        PIC X(08).
           03 SAN-FECHACARGA      PIC 9(08).
