           SELECT INSANTES ASSIGN TO "INSCRIP.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIN-CLAVE
               ALTERNATE RECORD KEY IS AIN-CURSO
                   WITH DUPLICATES
               FILE STATUS IS ST-INSANTES.
