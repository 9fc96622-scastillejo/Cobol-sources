           SELECT CORRELAT ASSIGN TO "CORRELAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-CLAVE
               FILE STATUS IS ST-CORRELAT.
