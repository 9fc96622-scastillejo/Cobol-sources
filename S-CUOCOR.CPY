           SELECT CORRIDAS ASSIGN TO "CUOCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRR-NUMERO
               FILE STATUS IS ST-CORRIDAS.
