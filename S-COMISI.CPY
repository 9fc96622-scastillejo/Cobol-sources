           SELECT COMISIONES ASSIGN TO "COMISION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COM-CLAVE
               FILE STATUS IS ST-COMISIONES.
