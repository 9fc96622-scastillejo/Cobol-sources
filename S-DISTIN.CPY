           SELECT DISTINCIONES ASSIGN TO "DISTINC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-CLAVE
               ALTERNATE RECORD KEY IS DIS-ALUMNO
                   WITH DUPLICATES
               FILE STATUS IS ST-DISTINCIONES.
