           SELECT EXAANTES ASSIGN TO "EXAMENES.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AEX-CLAVE
               FILE STATUS IS ST-EXAANTES.
