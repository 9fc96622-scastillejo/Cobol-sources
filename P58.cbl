
       COPY "L-P11.CPY".
       COPY "L-P15.CPY".
       COPY "L-P25.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 W-CRITERIO     PIC X.
       01 W-CODALUMNO    PIC 9(05).
       01 W-CODCURSO     PIC 9(02).
       01 W-PLAN         PIC 9(02).
       01 W-TOTALBOL     PIC 9(04).

       01 SINO PIC X(001).
           MOVE LINEA-BOL-03 TO REG-BOLETIN
           WRITE REG-BOLETIN.

           INITIALIZE W25-DATOS
           MOVE ALU-CODIGO TO W25-ALUMNO
           MOVE W-CODCURSO TO W25-CURSO
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE W25-PLAN TO W-PLAN.
           MOVE W-CODCURSO TO MAT-CURSO
           MOVE W-PLAN     TO MAT-PLAN
           MOVE 0 TO MAT-CODIGO
           START MATERIAS KEY IS NOT LESS MAT-CLAVE
              INVALID KEY
           READ MATERIAS NEXT AT END
                GO TO 100-BOLETIN-90
           END-READ.
           IF (MAT-CURSO NOT = W-CODCURSO) OR (MAT-PLAN NOT = W-PLAN)
              GO TO 100-BOLETIN-90
           END-IF.

