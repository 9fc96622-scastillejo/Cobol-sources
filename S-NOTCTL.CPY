           SELECT NOTASCTL ASSIGN TO "NOTASCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-NOTASCTL.
