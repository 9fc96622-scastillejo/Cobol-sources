           SELECT MATVIEJO ASSIGN TO "MATERIA.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VMA-CLAVE
               FILE STATUS IS ST-MATVIEJO.
