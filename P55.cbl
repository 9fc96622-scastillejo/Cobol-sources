      ********************************************
      *  PROGRAMA NRO 55
      *  ASISTENCIA: CARGA POR CLASE E INFORME DE
      *  PORCENTAJES POR CURSO. LA CARGA PUEDE
      *  LIMITARSE A UNA COMISION DEL CURSO. EL
      *  ALUMNO SUSPENDIDO EN LA FECHA (SANCION.DAT,
      *  PROG-149) QUEDA JUSTIFICADO SIN PEDIR MARCA
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "S-LISTADO.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-CALEND.CPY".
       COPY "S-SANCIO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-ASISTE.CPY".
       COPY "F-LISTADO.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-CALEND.CPY".
       COPY "F-SANCIO.CPY".

       WORKING-STORAGE SECTION.

       01 W-TIENEINS     PIC X.
       01 W-PRESENTES-R  PIC 9(04).
       01 W-AUSENTES-R   PIC 9(04).
       01 W-CODCOMISION  PIC 9(02).
       01 ST-SANCIONES   PIC XX.
       01 W-HAYSAN       PIC X.
       01 W-SUSPENDIDO   PIC X.

       01 SINO PIC X(001).
       LINKAGE SECTION.
           END-READ.
       150-SINCLASE-99. EXIT.

      *  W-SUSPENDIDO = S SI EL ALUMNO TIENE UNA SUSPENSION
      *  QUE CUBRE LA FECHA DE LA CLASE
       160-SUSPENDIDO-00.
           MOVE "N" TO W-SUSPENDIDO.
           IF W-HAYSAN NOT = "S"
              GO TO 160-SUSPENDIDO-99
           END-IF.
           MOVE ALU-CODIGO TO SAN-ALUMNO
           MOVE 0          TO SAN-FECHA
           MOVE 0          TO SAN-SECUENCIA
           START SANCIONES KEY IS NOT LESS SAN-CLAVE
              INVALID KEY
                 GO TO 160-SUSPENDIDO-99
           END-START.
       160-SUSPENDIDO-10.
           READ SANCIONES NEXT AT END
                GO TO 160-SUSPENDIDO-99
           END-READ.
           IF (SAN-ALUMNO NOT = ALU-CODIGO) OR
              (SAN-FECHA > W-FECHACLASE)
              GO TO 160-SUSPENDIDO-99
           END-IF.
           IF SAN-SUSPENSION AND (SAN-HASTA NOT < W-FECHACLASE)
              MOVE "S" TO W-SUSPENDIDO
              GO TO 160-SUSPENDIDO-99
           END-IF.
           GO TO 160-SUSPENDIDO-10.
       160-SUSPENDIDO-99. EXIT.

       100-LEOCURSOS-00.
           OPEN INPUT CURSOS.
           READ CURSOS KEY IS CUR-CODIGO
           DISPLAY "CURSO     :"             LINE 4 POSITION 1.
           DISPLAY "FECHA     :"             LINE 5 POSITION 1.
           DISPLAY "(AAAAMMDD, 0 = HOY)"     LINE 5 POSITION 25.
           DISPLAY "COMISION  :"             LINE 6 POSITION 1.
           DISPLAY "(0 = TODAS)"             LINE 6 POSITION 25.
       100-CARGA-10.
           ACCEPT W-CODCURSO LINE 4 POSITION 13 PROMPT.
           IF W-CODCURSO = 0
                 GO TO 100-CARGA-20
              END-IF
           END-IF.
           ACCEPT W-CODCOMISION LINE 6 POSITION 13 PROMPT.
       100-CARGA-30.
           OPEN INPUT ALUMNOS.
           IF ST-ALUMNOS NOT = "00"
             CLOSE ALUMNOS
             GO TO 100-CARGA-99
           END-IF.
           MOVE "N" TO W-HAYSAN.
           OPEN INPUT SANCIONES.
           IF ST-SANCIONES = "00"
              MOVE "S" TO W-HAYSAN
           END-IF.
           MOVE 0 TO W-MARCADOS.
           MOVE 7 TO UBICACIONFILA.
           DISPLAY "COD APELLIDO             P/A/J" LINE 7 POSITION 1.
           IF NOT INS-ACTIVA
              GO TO 100-CARGA-40
           END-IF.
           IF (W-CODCOMISION NOT = 0) AND
              (INS-COMISION NOT = W-CODCOMISION)
              GO TO 100-CARGA-40
           END-IF.
           MOVE INS-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
           END-IF
           DISPLAY ALU-CODIGO   LINE UBICACIONFILA POSITION 1
           DISPLAY ALU-APELLIDO LINE UBICACIONFILA POSITION 5.
           PERFORM 160-SUSPENDIDO-00 THRU 160-SUSPENDIDO-99.
           IF W-SUSPENDIDO = "S"
              MOVE "J" TO W-ESTADOCLASE
              DISPLAY "J (SUSPENDIDO)" LINE UBICACIONFILA POSITION 28
              GO TO 100-CARGA-60
           END-IF.
       100-CARGA-50.
           ACCEPT W-ESTADOCLASE LINE UBICACIONFILA POSITION 28.
           IF (W-ESTADOCLASE NOT = "P") AND (W-ESTADOCLASE NOT = "A")
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-CARGA-50
           END-IF.
       100-CARGA-60.
           MOVE W-CODCURSO    TO ASI-CURSO
           MOVE W-FECHACLASE  TO ASI-FECHA
           MOVE ALU-CODIGO    TO ASI-ALUMNO
           MOVE W-ESTADOCLASE TO ASI-ESTADO
           MOVE ASI-ALUMNO    TO ASI-ALUMNOALT
           MOVE ASI-FECHA     TO ASI-FECHAALT
           WRITE REG-ASISTENCIA
              INVALID KEY
                 REWRITE REG-ASISTENCIA
           ADD 1 TO W-MARCADOS.
           GO TO 100-CARGA-40.
       100-CARGA-90.
           IF W-HAYSAN = "S"
              CLOSE SANCIONES
           END-IF.
           CLOSE INSCRIPCIONES.
           CLOSE ALUMNOS.
           DISPLAY "ALUMNOS MARCADOS:" LINE 23 POSITION 1.
           DISPLAY "CURSO     :"             LINE 4 POSITION 1.
           DISPLAY "FECHA     :"             LINE 5 POSITION 1.
           DISPLAY "(AAAAMMDD, 0 = HOY)"     LINE 5 POSITION 25.
           DISPLAY "COMISION  :"             LINE 6 POSITION 1.
           DISPLAY "(0 = TODAS)"             LINE 6 POSITION 25.
       300-RAPIDA-10.
           ACCEPT W-CODCURSO LINE 4 POSITION 13 PROMPT.
           IF W-CODCURSO = 0
                 GO TO 300-RAPIDA-20
              END-IF
           END-IF.
           ACCEPT W-CODCOMISION LINE 6 POSITION 13 PROMPT.
           OPEN INPUT ALUMNOS.
           IF ST-ALUMNOS NOT = "00"
             MOVE "NO HAY ALUMNOS CARGADOS." TO M-ERROR
           MOVE W-FECHACLASE TO ASI-FECHA
           MOVE W-CODALUMNO  TO ASI-ALUMNO
           MOVE "P"          TO ASI-ESTADO
           MOVE ASI-ALUMNO   TO ASI-ALUMNOALT
           MOVE ASI-FECHA    TO ASI-FECHAALT
           WRITE REG-ASISTENCIA
              INVALID KEY
                 REWRITE REG-ASISTENCIA
           IF NOT INS-ACTIVA
              GO TO 300-RAPIDA-70
           END-IF.
           IF (W-CODCOMISION NOT = 0) AND
              (INS-COMISION NOT = W-CODCOMISION)
              GO TO 300-RAPIDA-70
           END-IF.
           MOVE W-CODCURSO   TO ASI-CURSO
           MOVE W-FECHACLASE TO ASI-FECHA
           MOVE INS-ALUMNO   TO ASI-ALUMNO
                 MOVE W-FECHACLASE TO ASI-FECHA
                 MOVE INS-ALUMNO   TO ASI-ALUMNO
                 MOVE "A"          TO ASI-ESTADO
                 MOVE INS-ALUMNO   TO ASI-ALUMNOALT
                 MOVE W-FECHACLASE TO ASI-FECHAALT
                 WRITE REG-ASISTENCIA
                 END-WRITE
                 ADD 1 TO W-AUSENTES-R
              (INS-CURSO NOT = W-CODCURSO)
              GO TO 300-TIENEINS-99
           END-IF.
           IF INS-ACTIVA AND ((W-CODCOMISION = 0) OR
                              (INS-COMISION = W-CODCOMISION))
              MOVE "S" TO W-TIENEINS
              GO TO 300-TIENEINS-99
           END-IF.
      *  PORCENTAJE PARA W-CODALUMNO EN W-CODCURSO
      ********************************************
       100-PORCENTAJE-00.
      *  SE RECORRE POR LA CLAVE ALTERNATIVA ALUMNO+FECHA: SOLO
      *  SE LEEN LAS MARCAS DEL ALUMNO
           MOVE 0 TO W-CLASES W-PRESENTES W-PORCENT.
           MOVE W-CODALUMNO TO ASI-ALUMNOALT
           MOVE 0 TO ASI-FECHAALT
           START ASISTENCIA KEY IS NOT LESS ASI-CLAVEALU
              INVALID KEY
                 GO TO 100-PORCENTAJE-99
           END-START.
           READ ASISTENCIA NEXT AT END
                GO TO 100-PORCENTAJE-90
           END-READ.
           IF ASI-ALUMNOALT NOT = W-CODALUMNO
              GO TO 100-PORCENTAJE-90
           END-IF.
           IF ASI-CURSO NOT = W-CODCURSO
              GO TO 100-PORCENTAJE-10
           END-IF.
      *  LOS DIAS SIN CLASE DEL CALENDARIO NO CUENTAN EN EL
