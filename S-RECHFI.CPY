           SELECT RECHFISCAL ASSIGN TO "RECHFIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-RECHFISCAL.
