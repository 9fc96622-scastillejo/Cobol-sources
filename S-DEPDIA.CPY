           SELECT DEPDIAS ASSIGN TO "DEPDIAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDI-FECHA
               ALTERNATE RECORD KEY IS DDI-BOLETA
                   WITH DUPLICATES
               FILE STATUS IS ST-DEPDIAS.
