           SELECT EDIVIEJO ASSIGN TO "EDICION.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VED-CLAVE
               FILE STATUS IS ST-EDIVIEJO.
