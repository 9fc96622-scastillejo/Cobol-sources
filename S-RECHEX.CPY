           SELECT RECHEXT ASSIGN TO "RECHEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-RECHEXT.
