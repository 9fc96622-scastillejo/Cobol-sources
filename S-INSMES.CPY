           SELECT INSMESA ASSIGN TO "INSMESA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IME-CLAVE
               FILE STATUS IS ST-INSMESA.
