           SELECT CONSTREG ASSIGN TO "CONSTREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-NUMERO
               ALTERNATE RECORD KEY IS CNS-ALUMNO
                   WITH DUPLICATES
               FILE STATUS IS ST-CONSTREG.
