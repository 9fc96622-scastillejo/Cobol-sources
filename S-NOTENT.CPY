           SELECT NOTASENT ASSIGN TO "NOTASENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-NOTASENT.
