           SELECT ACTVIEJO ASSIGN TO "ACTAS.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAC-FOLIO
               ALTERNATE RECORD KEY IS VAC-MATCLAVE
                   WITH DUPLICATES
               FILE STATUS IS ST-ACTVIEJO.
