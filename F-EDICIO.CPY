           03 EDI-ESTADO          PIC X(01).
              88 EDI-ABIERTA      VALUE "A".
              88 EDI-CERRADA      VALUE "C".
           03 EDI-PLAN            PIC 9(02).
