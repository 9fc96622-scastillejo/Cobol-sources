       FD  PLANES
           LABEL RECORD IS STANDARD.
       01  REG-PLAN.
           03 PLA-CLAVE.
              05 PLA-CURSO        PIC 9(02).
              05 PLA-VERSION      PIC 9(02).
           03 PLA-DESCRIPCION     PIC X(30).
           03 PLA-VIGDESDE        PIC 9(08).
           03 PLA-VIGHASTA        PIC 9(08).
