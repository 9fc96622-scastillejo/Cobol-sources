           SELECT DEPOSITOS ASSIGN TO "DEPOSITO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-BOLETA
               ALTERNATE RECORD KEY IS DEP-FECHA
                   WITH DUPLICATES
               FILE STATUS IS ST-DEPOSITOS.
