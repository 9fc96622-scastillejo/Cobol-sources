           SELECT EXTBANCO ASSIGN TO "EXTBANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-EXTBANCO.
