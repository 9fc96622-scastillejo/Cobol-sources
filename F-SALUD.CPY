       FD  SALUD
           LABEL RECORD IS STANDARD.
       01  REG-SALUD.
           03 SLD-ALUMNO          PIC 9(05).
           03 SLD-OBRASOCIAL      PIC X(20).
           03 SLD-AFILIADO        PIC X(15).
           03 SLD-GRUPOSANG       PIC X(03).
           03 SLD-ALERGIAS        PIC X(40).
           03 SLD-MEDICACION      PIC X(40).
           03 SLD-CONDICIONES     PIC X(40).
           03 SLD-VTOAPTO         PIC 9(08).
           03 SLD-FECHAACT        PIC 9(08).
           03 SLD-OPERADOR        PIC X(08).
