           SELECT ORIENTACIONES ASSIGN TO "ORIENTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORI-ALUMNO
               FILE STATUS IS ST-ORIENTA.
