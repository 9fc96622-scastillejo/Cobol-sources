           SELECT PAGOSEMP ASSIGN TO "PAGOSEMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGE-CLAVE
               FILE STATUS IS ST-PAGOSEMP.
