       WORKING-STORAGE SECTION.

       COPY "L-P11.CPY".
       COPY "L-P25.CPY".
       COPY "L-P13.CPY".

       01 W-TITULO-ENC   PIC X(60).
           IF W-MATDEST = 0
              GO TO 100-PIDEDESTINO-00
           END-IF.
           INITIALIZE W25-DATOS
           MOVE W-CODALUMNO TO W25-ALUMNO
           MOVE W-CURSODEST TO W25-CURSO
           MOVE W-MATDEST TO W25-MATERIA
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE W-CURSODEST TO MAT-CURSO
           MOVE W25-PLAN TO MAT-PLAN
           MOVE W-MATDEST   TO MAT-CODIGO
           READ MATERIAS KEY IS MAT-CLAVE
              INVALID KEY
