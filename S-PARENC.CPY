           SELECT PARTENC ASSIGN TO "PARTENC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CLAVE
               FILE STATUS IS ST-PARTENC.
