           SELECT SALUD ASSIGN TO "SALUD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLD-ALUMNO
               FILE STATUS IS ST-SALUD.
