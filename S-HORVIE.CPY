           SELECT HORVIEJO ASSIGN TO "HORARIO.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VHO-CLAVE
               ALTERNATE RECORD KEY IS VHO-DOCENTE
                   WITH DUPLICATES
               FILE STATUS IS ST-HORVIEJO.
