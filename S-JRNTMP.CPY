           SELECT JRNTEMP ASSIGN TO "JOURNAL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-JRNTEMP.
