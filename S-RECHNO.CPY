           SELECT RECHNOTA ASSIGN TO "RECHNOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-RECHNOTA.
