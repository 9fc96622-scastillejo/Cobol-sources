           SELECT COMPROB ASSIGN TO "COMPROB.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CLAVE
               ALTERNATE RECORD KEY IS CMP-FISCAL
               FILE STATUS IS ST-COMPROB.
