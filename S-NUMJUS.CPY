           SELECT NUMJUS ASSIGN TO "NUMJUS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JUS-CLAVE
               FILE STATUS IS ST-NUMJUS.
