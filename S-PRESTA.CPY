           SELECT PRESTAMOS ASSIGN TO "PRESTAMO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-NUMERO
               ALTERNATE RECORD KEY IS PRS-DEUDOR
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PRS-ITEM
                   WITH DUPLICATES
               FILE STATUS IS ST-PRESTAMOS.
