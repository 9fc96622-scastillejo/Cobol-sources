           SELECT NOTANTES ASSIGN TO "NOTAS.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANO-CLAVE
               FILE STATUS IS ST-NOTANTES.
