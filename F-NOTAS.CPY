              88 NOT-PENDIENTE    VALUE "P".
           03 NOT-ORIGEN          PIC X(01).
              88 NOT-EQUIVALENCIA VALUE "E".
              88 NOT-TRASPASO     VALUE "T".
           03 NOT-ORICURSO        PIC 9(02).
           03 NOT-ORIMATERIA      PIC 9(02).
