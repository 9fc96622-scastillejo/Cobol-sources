           SELECT PORTALENT ASSIGN TO "PORTALEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-PORTALENT.
