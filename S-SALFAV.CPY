           SELECT SALFAVOR ASSIGN TO "SALFAVOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAF-ALUMNO
               FILE STATUS IS ST-SALFAVOR.
