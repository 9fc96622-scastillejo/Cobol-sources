           SELECT BIBLIOTECA ASSIGN TO "BIBLIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIB-CODIGO
               FILE STATUS IS ST-BIBLIOTECA.
