           SELECT PROYSAL ASSIGN TO "PROYECC.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-PROYSAL.
