           SELECT RECHPORTAL ASSIGN TO "RECHPOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-RECHPORTAL.
