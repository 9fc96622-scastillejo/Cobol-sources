           SELECT FISCENT ASSIGN TO "FISCENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-FISCENT.
