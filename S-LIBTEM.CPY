           SELECT LIBROTEMAS ASSIGN TO "LIBTEMAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB-CLAVE
               ALTERNATE RECORD KEY IS LIB-DOCENTE
                   WITH DUPLICATES
               FILE STATUS IS ST-LIBROTEMAS.
