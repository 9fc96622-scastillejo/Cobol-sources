       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 56
      *  ABMC DE MATERIAS POR CURSO Y VERSION DEL
      *  PLAN DE ESTUDIO (PROG-143). NO SE DAN DE
      *  ALTA NI DE BAJA MATERIAS EN UN PLAN QUE
      *  YA DICTO ALGUNA EDICION CERRADA: PARA
      *  CAMBIARLO SE CREA UNA VERSION NUEVA
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "S-MATERI.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-NOTAS.CPY".
       COPY "S-PLANES.CPY".
       COPY "S-EDICIO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-MATERI.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-NOTAS.CPY".
       COPY "F-PLANES.CPY".
       COPY "F-EDICIO.CPY".

       WORKING-STORAGE SECTION.


       01 W-DATOS.
          03 CURSO       PIC 9(02).
          03 PLAN        PIC 9(02).
          03 CODIGO      PIC 9(02).
          03 DESCRIPCION PIC X(30).

       COPY "L-P11.CPY".
       COPY "L-P16.CPY".
       COPY "L-P25.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.
       01 FILA          PIC 999 VALUE 0.
       01 ST-MATERIAS    PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-NOTAS       PIC XX.
       01 ST-PLANES      PIC XX.
       01 ST-EDICIONES   PIC XX.
       01 EXISTE         PIC X.
       01 CONF           PIC X.
       01 DESCCURSO      PIC X(30).
           DISPLAY DESCCURSO LINE 5 POSITION 20.
       100-PIDECURSO-99. EXIT.

      *  VERSION DEL PLAN: PROPONE LA VIGENTE (PROG-25)
       100-PIDEPLAN-00.
           INITIALIZE W25-DATOS
           MOVE CURSO TO W25-CURSO
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE W25-PLAN TO PLAN.
       100-PIDEPLAN-10.
           DISPLAY PLAN LINE 6 POSITION 13.
           ACCEPT PLAN LINE 6 POSITION 13 PROMPT UPDATE.
           IF PLAN = 0
              GO TO 100-PIDEPLAN-99
           END-IF.
           MOVE "N" TO EXISTE.
           OPEN INPUT PLANES.
           IF ST-PLANES = "00"
              MOVE CURSO TO PLA-CURSO
              MOVE PLAN  TO PLA-VERSION
              READ PLANES KEY IS PLA-CLAVE
                 INVALID KEY
                   MOVE "N" TO EXISTE
                 NOT INVALID KEY
                   MOVE "S" TO EXISTE
                   DISPLAY PLA-DESCRIPCION LINE 6 POSITION 20
              END-READ
              CLOSE PLANES
           END-IF.
           IF EXISTE = "N"
             MOVE "EL PLAN NO EXISTE (PROG-143)." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 100-PIDEPLAN-10
           END-IF.
       100-PIDEPLAN-99. EXIT.

      *  VERIFICA SI EL PLAN YA SE DICTO EN UNA EDICION CERRADA
       100-PLANDICTADO-00.
           MOVE "N" TO EXISTE.
           OPEN INPUT EDICIONES.
           IF ST-EDICIONES NOT = "00"
              GO TO 100-PLANDICTADO-99
           END-IF.
           MOVE CURSO TO EDI-CURSO
           MOVE 0     TO EDI-CICLO
           START EDICIONES KEY IS NOT LESS EDI-CLAVE
              INVALID KEY
                 GO TO 100-PLANDICTADO-90
           END-START.
       100-PLANDICTADO-10.
           READ EDICIONES NEXT AT END
                GO TO 100-PLANDICTADO-90
           END-READ.
           IF EDI-CURSO NOT = CURSO
              GO TO 100-PLANDICTADO-90
           END-IF.
           IF (EDI-PLAN NOT = PLAN) OR (NOT EDI-CERRADA)
              GO TO 100-PLANDICTADO-10
           END-IF.
           MOVE "S" TO EXISTE.
       100-PLANDICTADO-90.
           CLOSE EDICIONES.
       100-PLANDICTADO-99. EXIT.

       100-ALTA-00.
           DISPLAY " " ERASE
           MOVE "ALTA DE MATERIAS" TO W-TITULO-ENC
           IF CURSO = 0
              GO TO 100-ALTA-99
           END-IF.
       100-ALTA-07.
           PERFORM 100-PIDEPLAN-00 THRU 100-PIDEPLAN-99.
           IF PLAN = 0
              GO TO 100-ALTA-05
           END-IF.
           PERFORM 100-PLANDICTADO-00 THRU 100-PLANDICTADO-99
           IF EXISTE = "S"
             MOVE "PLAN YA DICTADO: CREAR UNA VERSION NUEVA." TO
                  M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 100-ALTA-07
           END-IF.
       100-ALTA-10.
           ACCEPT CODIGO LINE 7 POSITION 13 PROMPT.
           IF CODIGO = 0
              GO TO 100-ALTA-07
           END-IF.
           MOVE CURSO  TO MAT-CURSO
           MOVE PLAN   TO MAT-PLAN
           MOVE CODIGO TO MAT-CODIGO
           PERFORM 100-LEO-00 THRU 100-LEO-99
           IF EXISTE = "S"
             GO TO 100-ALTA-10
           END-IF.
       100-ALTA-20.
           ACCEPT DESCRIPCION LINE 8 POSITION 13 PROMPT.
           IF DESCRIPCION = SPACES
             MOVE "LA DESCRIPCION NO PUEDE SER NULA." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  MOVE CURSO       TO MAT-CURSO
                  MOVE PLAN        TO MAT-PLAN
                  MOVE CODIGO      TO MAT-CODIGO
                  MOVE DESCRIPCION TO MAT-DESCRIPCION
                  WRITE REG-MATERIA
           IF CURSO = 0
              GO TO 200-BAJA-99
           END-IF.
       200-BAJA-07.
           PERFORM 100-PIDEPLAN-00 THRU 100-PIDEPLAN-99.
           IF PLAN = 0
              GO TO 200-BAJA-05
           END-IF.
           PERFORM 100-PLANDICTADO-00 THRU 100-PLANDICTADO-99
           IF EXISTE = "S"
             MOVE "PLAN YA DICTADO: CREAR UNA VERSION NUEVA." TO
                  M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 200-BAJA-07
           END-IF.
       200-BAJA-10.
           ACCEPT CODIGO LINE 7 POSITION 13 PROMPT.
           IF CODIGO = 0
              GO TO 200-BAJA-07
           END-IF.
           MOVE CURSO  TO MAT-CURSO
           MOVE PLAN   TO MAT-PLAN
           MOVE CODIGO TO MAT-CODIGO
           PERFORM 100-LEO-00 THRU 100-LEO-99
           IF EXISTE = "N"
             GO TO 200-BAJA-10
           END-IF.
       200-BAJA-20.
           DISPLAY MAT-DESCRIPCION LINE 8 POSITION 13.
       200-BAJA-50.
           ACCEPT CONF LINE 10 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  MOVE CURSO  TO MAT-CURSO
                  MOVE PLAN   TO MAT-PLAN
                  MOVE CODIGO TO MAT-CODIGO
                  DELETE MATERIAS
                     INVALID KEY
           IF CURSO = 0
              GO TO 300-MODIFICACION-99
           END-IF.
       300-MODIFICACION-07.
           PERFORM 100-PIDEPLAN-00 THRU 100-PIDEPLAN-99.
           IF PLAN = 0
              GO TO 300-MODIFICACION-05
           END-IF.
       300-MODIFICACION-10.
           ACCEPT CODIGO LINE 7 POSITION 13 PROMPT.
           IF CODIGO = 0
              GO TO 300-MODIFICACION-07
           END-IF.
           MOVE CURSO  TO MAT-CURSO
           MOVE PLAN   TO MAT-PLAN
           MOVE CODIGO TO MAT-CODIGO
           PERFORM 100-LEO-00 THRU 100-LEO-99
           IF EXISTE = "N"
           END-IF.
       300-MODIFICACION-15.
           MOVE MAT-DESCRIPCION TO DESCRIPCION
           DISPLAY DESCRIPCION LINE 8 POSITION 13.
       300-MODIFICACION-20.
           ACCEPT DESCRIPCION LINE 8 POSITION 13 PROMPT UPDATE.
           IF DESCRIPCION = SPACES
             MOVE "LA DESCRIPCION NO PUEDE SER NULA." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  MOVE CURSO       TO MAT-CURSO
                  MOVE PLAN        TO MAT-PLAN
                  MOVE CODIGO      TO MAT-CODIGO
                  MOVE DESCRIPCION TO MAT-DESCRIPCION
                  REWRITE REG-MATERIA
           IF CURSO = 0
              GO TO 400-CONSULTA-99
           END-IF.
           DISPLAY "PLAN      :" LINE 6 POSITION 1.
           PERFORM 100-PIDEPLAN-00 THRU 100-PIDEPLAN-99.
           IF PLAN = 0
              GO TO 400-CONSULTA-05
           END-IF.
           PERFORM 100-LEECANTPEDIDA-00 THRU 100-LEECANTPEDIDA-99.
           MOVE 6 TO UBICACIONFILA.
           MOVE CURSO TO MAT-CURSO
           MOVE PLAN  TO MAT-PLAN
           MOVE 0     TO MAT-CODIGO
           START MATERIAS KEY IS NOT LESS MAT-CLAVE
              INVALID KEY
           READ MATERIAS NEXT AT END
                GO TO 400-CONSULTA-90
           END-READ
           IF (MAT-CURSO NOT = CURSO) OR (MAT-PLAN NOT = PLAN)
              GO TO 400-CONSULTA-90
           END-IF


       PANTALLA.
           DISPLAY "CURSO     :"       LINE 5 POSITION 1.
           DISPLAY "PLAN      :"       LINE 6 POSITION 1.
           DISPLAY "MATERIA   :"       LINE 7 POSITION 1.
           DISPLAY "DESC.     :"       LINE 8 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): " LINE 10 POSITION 1.
       PANTALLA-F. EXIT.

