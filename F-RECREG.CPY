           03 REC-OPERADOR     PIC X(08).
           03 REC-TIPO         PIC X(01).
              88 REC-ORIGINAL  VALUE "O".
              88 REC-ANULADO   VALUE "A".
              88 REC-APLICSALDO VALUE "S".
           03 REC-REIMPRESO    PIC X(01).
