           SELECT SANCIONES ASSIGN TO "SANCION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAN-CLAVE
               FILE STATUS IS ST-SANCIONES.
