           SELECT ENCUESTAS ASSIGN TO "ENCUESTA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-CLAVE
               FILE STATUS IS ST-ENCUESTAS.
