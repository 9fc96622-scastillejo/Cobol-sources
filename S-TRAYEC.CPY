           SELECT TRAYECTOS ASSIGN TO "TRAYECTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRY-CLAVE
               FILE STATUS IS ST-TRAYECTOS.
