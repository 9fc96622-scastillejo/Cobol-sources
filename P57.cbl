       WORKING-STORAGE SECTION.

       COPY "L-P11.CPY".
       COPY "L-P25.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.

       01 ST-ACTAS       PIC XX.
       01 W-HAYACTAS     PIC X.
       01 W-FOLIOACTA    PIC 9(06).
       01 W-TABCOMCERR.
          03 W-COMCERR   PIC X OCCURS 99 TIMES.
       01 EXISTE         PIC X.
       01 W-CODCURSO     PIC 9(02).
       01 W-CODMATERIA   PIC 9(02).
              GO TO 100-PIDECURSO-00
           END-IF.
           OPEN INPUT MATERIAS.
           INITIALIZE W25-DATOS
           MOVE W-CODCURSO TO W25-CURSO
           MOVE W-CODMATERIA TO W25-MATERIA
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE W-CODCURSO   TO MAT-CURSO
           MOVE W25-PLAN TO MAT-PLAN
           MOVE W-CODMATERIA TO MAT-CODIGO
           READ MATERIAS KEY IS MAT-CLAVE
              INVALID KEY
           IF NOT INS-ACTIVA
              GO TO 100-CARGA-10
           END-IF.
      *  LA COMISION CON ACTA PROPIA CERRADA NO SE TOCA
           IF INS-COMISION NOT = 0
              IF W-COMCERR (INS-COMISION) = "S"
                 GO TO 100-CARGA-10
              END-IF
           END-IF.
           MOVE INS-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
      ********************************************
      *  BUSCA UN ACTA CERRADA DE LA MATERIA POR
      *  LA CLAVE ALTERNATIVA. DEJA EL FOLIO EN
      *  W-FOLIOACTA (0 = SIN ACTA CERRADA). LAS
      *  ACTAS CERRADAS DE UNA COMISION SOLO
      *  MARCAN ESA COMISION EN W-COMCERR
      ********************************************
       100-ACTACERRADA-00.
           MOVE 0 TO W-FOLIOACTA.
           MOVE SPACES TO W-TABCOMCERR.
           IF W-HAYACTAS NOT = "S"
              GO TO 100-ACTACERRADA-99
           END-IF.
              (ACT-MATERIA NOT = W-CODMATERIA)
              GO TO 100-ACTACERRADA-99
           END-IF.
           IF ACT-MESA NOT = 0
              GO TO 100-ACTACERRADA-10
           END-IF.
           IF ACT-CERRADA
              IF ACT-COMISION = 0
                 MOVE ACT-FOLIO TO W-FOLIOACTA
              ELSE
                 MOVE "S" TO W-COMCERR (ACT-COMISION)
              END-IF
           END-IF.
           GO TO 100-ACTACERRADA-10.
       100-ACTACERRADA-99. EXIT.
