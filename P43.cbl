              GO TO 100-LEOMATERIAS-99
           END-IF.
           MOVE CODIGO TO MAT-CURSO
           MOVE 0      TO MAT-PLAN
           MOVE 0      TO MAT-CODIGO
           START MATERIAS KEY IS NOT LESS MAT-CLAVE
              INVALID KEY
