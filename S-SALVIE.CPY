           SELECT SALVIEJO ASSIGN TO "SALDOS.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSA-FECHA
               FILE STATUS IS ST-SALVIEJO.
