           SELECT LIQCONV ASSIGN TO "LIQCONV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LQC-NUMERO
               ALTERNATE RECORD KEY IS LQC-CONVENIO
                   WITH DUPLICATES
               FILE STATUS IS ST-LIQCONV.
