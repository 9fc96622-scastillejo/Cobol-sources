           SELECT SORTEOS ASSIGN TO "SORTEO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRT-EDICION
               FILE STATUS IS ST-SORTEOS.
