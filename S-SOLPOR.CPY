           SELECT SOLPORTAL ASSIGN TO "SOLPORT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOP-NUMERO
               FILE STATUS IS ST-SOLPORTAL.
