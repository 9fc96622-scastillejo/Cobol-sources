           SELECT JRNARCHIVO ASSIGN TO JRNARCHNOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ST-JRNARCHIVO.
