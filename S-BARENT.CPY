           SELECT BARRAENT ASSIGN TO "BARRAENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-BARRAENT.
