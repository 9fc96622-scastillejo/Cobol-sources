           SELECT RESPENC ASSIGN TO "RESPENC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-CLAVE
               FILE STATUS IS ST-RESPENC.
