           SELECT CUOEMPRESA ASSIGN TO "CUOEMP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUE-CLAVE
               ALTERNATE RECORD KEY IS CUE-CONVENIO
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CUE-LIQUIDACION
                   WITH DUPLICATES
               FILE STATUS IS ST-CUOEMP.
