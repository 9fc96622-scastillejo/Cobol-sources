           SELECT PLANES ASSIGN TO "PLANES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLA-CLAVE
               FILE STATUS IS ST-PLANES.
