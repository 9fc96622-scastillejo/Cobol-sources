           SELECT CONVENIOS ASSIGN TO "CONVENIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNV-CODIGO
               FILE STATUS IS ST-CONVENIOS.
