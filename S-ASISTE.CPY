               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASI-CLAVE
               ALTERNATE RECORD KEY IS ASI-CLAVEALU
                   WITH DUPLICATES
               FILE STATUS IS ST-ASISTENCIA.
