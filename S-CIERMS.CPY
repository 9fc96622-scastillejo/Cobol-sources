           SELECT CIERREMES ASSIGN TO "CIERRMES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRM-CLAVE
               FILE STATUS IS ST-CIERREMES.
