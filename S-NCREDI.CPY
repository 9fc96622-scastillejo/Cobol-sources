           SELECT NCREDITO ASSIGN TO "NCREDITO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCR-NUMERO
               ALTERNATE RECORD KEY IS NCR-RECIBO
               FILE STATUS IS ST-NCREDITO.
