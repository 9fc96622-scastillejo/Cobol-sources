           SELECT CONTACTOS ASSIGN TO "CONTACTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-CLAVE
               ALTERNATE RECORD KEY IS CTC-PROMFECHA
                   WITH DUPLICATES
               FILE STATUS IS ST-CONTACTOS.
