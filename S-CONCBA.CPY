           SELECT CONCBANCO ASSIGN TO "CONCBAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBA-CLAVE
               FILE STATUS IS ST-CONCBANCO.
