           SELECT CUOANTES ASSIGN TO "CUOTAS.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACU-CLAVE
               ALTERNATE RECORD KEY IS ACU-CURSO
                   WITH DUPLICATES
               FILE STATUS IS ST-CUOANTES.
