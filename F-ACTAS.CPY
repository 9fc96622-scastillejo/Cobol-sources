           03 ACT-ESTADO       PIC X(01).
              88 ACT-CERRADA      VALUE "C".
              88 ACT-RECTIFICADA  VALUE "X".
           03 ACT-MESA         PIC 9(08).
           03 ACT-COMISION     PIC 9(02).
