           SELECT FISCSAL ASSIGN TO "FISCSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-FISCSAL.
