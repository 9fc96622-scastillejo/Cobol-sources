           SELECT MESAS ASSIGN TO "MESAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MES-CLAVE
               FILE STATUS IS ST-MESAS.
