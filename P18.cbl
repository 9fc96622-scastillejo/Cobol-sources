      *  W18-RESULT: P = PROMUEVE
      *              A = ADEUDA MATERIAS
      *              R = SIN ASISTENCIA MINIMA
      *  SI EL ALUMNO LLEGO AL CURSO POR UN CAMBIO
      *  DE CURSO EN EL CICLO (PROG-63) SE SUMA LA
      *  ASISTENCIA DEL CURSO QUE DEJO.
      *  CON W18-DESDE / W18-HASTA SE LIMITA LA
      *  ASISTENCIA A ESE RANGO DE FECHAS (CERO =
      *  SIN LIMITE)
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "S-ASISTE.CPY".
       COPY "S-MATERI.CPY".
       COPY "S-NOTAS.CPY".
       COPY "S-INSCRI.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-CURSO.CPY".
       COPY "F-ASISTE.CPY".
       COPY "F-MATERI.CPY".
       COPY "F-NOTAS.CPY".
       COPY "F-INSCRI.CPY".

       WORKING-STORAGE SECTION.

       COPY "L-P16.CPY".
       COPY "L-P25.CPY".

       01 ST-CURSOS      PIC XX.
       01 ST-ASISTENCIA  PIC XX.
       01 W-CLASES       PIC 9(04).
       01 W-PRESENTES    PIC 9(04).
       01 W-HAYNOTAS     PIC X.
       01 W-PLAN         PIC 9(02).
       01 ST-INSCRIP     PIC XX.
       01 W-CURSOASI     PIC 9(02).
       01 W-CICLO        PIC 9(04).
       01 W-FECHAINS     PIC 9(08).

       LINKAGE SECTION.
       COPY "L-P18.CPY".
           IF ST-ASISTENCIA NOT = "00"
              GO TO 200-ASISTENCIA-99
           END-IF.
           MOVE W18-CURSO TO W-CURSOASI
           PERFORM 210-CUENTA-00 THRU 210-CUENTA-99.
           PERFORM 220-CAMBIOS-00 THRU 220-CAMBIOS-99.
           CLOSE ASISTENCIA.
           IF W-CLASES > 0
              COMPUTE W18-PORCENT = (W-PRESENTES * 100) / W-CLASES
           END-IF.
       200-ASISTENCIA-99. EXIT.

      *  CLASES Y PRESENCIAS DEL ALUMNO EN W-CURSOASI
      *  SE POSICIONA POR LA CLAVE ALTERNATIVA ALUMNO+FECHA EN
      *  LA FECHA DESDE (O EN LA PRIMERA MARCA DEL ALUMNO)
       210-CUENTA-00.
           MOVE W18-ALUMNO TO ASI-ALUMNOALT
           MOVE W18-DESDE  TO ASI-FECHAALT
           START ASISTENCIA KEY IS NOT LESS ASI-CLAVEALU
              INVALID KEY
                 GO TO 210-CUENTA-99
           END-START.
       210-CUENTA-10.
           READ ASISTENCIA NEXT AT END
                GO TO 210-CUENTA-99
           END-READ.
           IF ASI-ALUMNOALT NOT = W18-ALUMNO
              GO TO 210-CUENTA-99
           END-IF.
           IF ASI-CURSO NOT = W-CURSOASI
              GO TO 210-CUENTA-10
           END-IF.
           IF (W18-HASTA NOT = 0) AND (ASI-FECHA > W18-HASTA)
              GO TO 210-CUENTA-99
           END-IF.
           ADD 1 TO W-CLASES.
           IF ASI-PRESENTE OR ASI-JUSTIFICADO
              ADD 1 TO W-PRESENTES
           END-IF.
           GO TO 210-CUENTA-10.
       210-CUENTA-99. EXIT.

      ********************************************
      *  CURSOS QUE EL ALUMNO DEJO POR UN CAMBIO
      *  HACIA ESTE: INSCRIPCIONES CAMBIADAS DEL
      *  MISMO CICLO CON LA MISMA FECHA DE
      *  INSCRIPCION (EL CAMBIO LA CONSERVA)
      ********************************************
       220-CAMBIOS-00.
           MOVE 0 TO W-CICLO W-FECHAINS.
           OPEN INPUT INSCRIPCIONES.
           IF ST-INSCRIP NOT = "00"
              GO TO 220-CAMBIOS-99
           END-IF.
           MOVE W18-ALUMNO TO INS-ALUMNO
           MOVE W18-CURSO  TO INS-CURSO
           MOVE 0          TO INS-CICLO
           START INSCRIPCIONES KEY IS NOT LESS INS-CLAVE
              INVALID KEY
                 GO TO 220-CAMBIOS-90
           END-START.
       220-CAMBIOS-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 220-CAMBIOS-20
           END-READ.
           IF (INS-ALUMNO NOT = W18-ALUMNO) OR
              (INS-CURSO NOT = W18-CURSO)
              GO TO 220-CAMBIOS-20
           END-IF.
      *  LA ACTIVA O, SI NO LA HAY, LA ULTIMA
           MOVE INS-CICLO TO W-CICLO
           MOVE INS-FECHA TO W-FECHAINS
           IF INS-ACTIVA
              GO TO 220-CAMBIOS-20
           END-IF.
           GO TO 220-CAMBIOS-10.
       220-CAMBIOS-20.
           IF W-CICLO = 0
              GO TO 220-CAMBIOS-90
           END-IF.
           MOVE W18-ALUMNO TO INS-ALUMNO
           MOVE 0          TO INS-CURSO
           MOVE 0          TO INS-CICLO
           START INSCRIPCIONES KEY IS NOT LESS INS-CLAVE
              INVALID KEY
                 GO TO 220-CAMBIOS-90
           END-START.
       220-CAMBIOS-30.
           READ INSCRIPCIONES NEXT AT END
                GO TO 220-CAMBIOS-90
           END-READ.
           IF INS-ALUMNO NOT = W18-ALUMNO
              GO TO 220-CAMBIOS-90
           END-IF.
           IF INS-CAMBIADA AND (INS-CICLO = W-CICLO) AND
              (INS-CURSO NOT = W18-CURSO) AND
              (INS-FECHA = W-FECHAINS)
              MOVE INS-CURSO TO W-CURSOASI
              PERFORM 210-CUENTA-00 THRU 210-CUENTA-99
           END-IF.
           GO TO 220-CAMBIOS-30.
       220-CAMBIOS-90.
           CLOSE INSCRIPCIONES.
       220-CAMBIOS-99. EXIT.

      ********************************************
      *  CUENTA LAS MATERIAS DEL CURSO QUE EL
      *  ALUMNO NO TIENE APROBADAS (LAS DEL PLAN
      *  DE ESTUDIO CON QUE CURSO, PROG-25)
      ********************************************
       300-MATERIAS-00.
           INITIALIZE W25-DATOS
           MOVE W18-ALUMNO TO W25-ALUMNO
           MOVE W18-CURSO  TO W25-CURSO
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE W25-PLAN TO W-PLAN.
           OPEN INPUT MATERIAS.
           IF ST-MATERIAS NOT = "00"
              GO TO 300-MATERIAS-99
              MOVE "S" TO W-HAYNOTAS
           END-IF.
           MOVE W18-CURSO TO MAT-CURSO
           MOVE W-PLAN    TO MAT-PLAN
           MOVE 0 TO MAT-CODIGO
           START MATERIAS KEY IS NOT LESS MAT-CLAVE
              INVALID KEY
           READ MATERIAS NEXT AT END
                GO TO 300-MATERIAS-90
           END-READ.
           IF (MAT-CURSO NOT = W18-CURSO) OR (MAT-PLAN NOT = W-PLAN)
              GO TO 300-MATERIAS-90
           END-IF.
           IF W-HAYNOTAS = "N"
