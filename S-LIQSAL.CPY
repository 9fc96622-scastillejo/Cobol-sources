           SELECT LIQSAL ASSIGN TO "LIQEMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-LIQSAL.
