           SELECT ANONTEMP ASSIGN TO "ANONIM.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-ANONTEMP.
