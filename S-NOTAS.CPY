               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOT-CLAVE
               ALTERNATE RECORD KEY IS NOT-ALUMNO
                   WITH DUPLICATES
               FILE STATUS IS ST-NOTAS.
