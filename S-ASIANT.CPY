           SELECT ASIANTES ASSIGN TO "ASISTEN.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AAS-CLAVE
               FILE STATUS IS ST-ASIANTES.
