           SELECT ALUCONV ASSIGN TO "ALUCONV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACV-ALUMNO
               ALTERNATE RECORD KEY IS ACV-CONVENIO
                   WITH DUPLICATES
               FILE STATUS IS ST-ALUCONV.
