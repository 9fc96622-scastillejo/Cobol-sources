               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXA-CLAVE
               ALTERNATE RECORD KEY IS EXA-ALUMNO
                   WITH DUPLICATES
               FILE STATUS IS ST-EXAMENES.
