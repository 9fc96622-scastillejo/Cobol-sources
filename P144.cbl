       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-144.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 144
      *  ABMC DE COMISIONES (DIVISIONES Y TURNOS)
      *  DE UNA EDICION DE CURSO: CADA COMISION
      *  TIENE SU CUPO, TURNO, AULA Y DOCENTE A
      *  CARGO; SUS BANDAS HORARIAS SE CARGAN EN
      *  PROG-98 Y LA INSCRIPCION (PROG-63) ASIGNA
      *  AL ALUMNO A UNA DE ELLAS. EL CUPO DE LA
      *  EDICION PASA A SER LA SUMA DE LOS CUPOS
      *  DE SUS COMISIONES Y SE RECALCULA EN CADA
      *  ALTA, BAJA O MODIFICACION. NO SE BORRA
      *  UNA COMISION CON ALUMNOS INSCRIPTOS NI SE
      *  LE BAJA EL CUPO POR DEBAJO DE ELLOS
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-COMISI.CPY".
       COPY "S-EDICIO.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-AULAS.CPY".
       COPY "S-DOCENT.CPY".
       COPY "S-INSCRI.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-COMISI.CPY".
       COPY "F-EDICIO.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-AULAS.CPY".
       COPY "F-DOCENT.CPY".
       COPY "F-INSCRI.CPY".

       WORKING-STORAGE SECTION.

       01 TITULO-01.
          03 PIC X(03) VALUE "COM".
          03 PIC X.
          03 PIC X(20) VALUE "DESCRIPCION".
          03 PIC X.
          03 PIC X(01) VALUE "T".
          03 PIC X.
          03 PIC X(04) VALUE "CUPO".
          03 PIC X.
          03 PIC X(04) VALUE "INSC".
          03 PIC X.
          03 PIC X(04) VALUE "AULA".
          03 PIC X.
          03 PIC X(20) VALUE "DOCENTE".

       01 DETALLE-01.
          03 D1-COMISION PIC Z9.
          03             PIC XX.
          03 D1-DESC     PIC X(20).
          03             PIC X.
          03 D1-TURNO    PIC X(01).
          03             PIC X.
          03 D1-CUPO     PIC ZZZ9.
          03             PIC X.
          03 D1-INSC     PIC ZZZ9.
          03             PIC XX.
          03 D1-AULA     PIC Z9.
          03             PIC XX.
          03 D1-DOCENTE  PIC X(20).

       01 W-DATOS.
          03 CURSO       PIC 9(02).
          03 CICLO       PIC 9(04).
          03 COMISION    PIC 9(02).
          03 DESCRIPCION PIC X(20).
          03 TURNO       PIC X(01).
          03 CUPO        PIC 9(04).
          03 AULA        PIC 9(02).
          03 DOCENTE     PIC 9(03).

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.
       01 FILA          PIC 999 VALUE 0.

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-COMISIONES  PIC XX.
       01 ST-EDICIONES   PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-AULAS       PIC XX.
       01 ST-DOCENTES    PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 W-HAYAULAS     PIC X.
       01 W-HAYDOCENTES  PIC X.
       01 EXISTE         PIC X.
       01 CONF           PIC X.
       01 W-INSCRIPTOS   PIC 9(04).
       01 W-SUMACUPO     PIC 9(04).
       01 W-REGANT       PIC X(200).
       01 W-MENSAJE.
          03 PIC X(30) VALUE "CUPO DE LA EDICION ACTUALIZADO".
          03 PIC X(04) VALUE " A: ".
          03 W-MSG-CUPO  PIC ZZZ9.

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-COMISIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON COMISIONES.
           DISPLAY "ERROR DE E/S EN COMISIONES. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-COMISIONES LINE 23 POSITION 38
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-EDICIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON EDICIONES.
           DISPLAY "ERROR DE E/S EN EDICIONES. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-EDICIONES LINE 23 POSITION 37
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
           OPEN I-O COMISIONES.
           IF ST-COMISIONES = "35"
             OPEN OUTPUT COMISIONES
             CLOSE COMISIONES
             OPEN I-O COMISIONES
           END-IF.
           OPEN I-O EDICIONES.
           IF ST-EDICIONES = "35"
             MOVE "CARGAR PRIMERO LAS EDICIONES" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE COMISIONES
             GO TO FINAL-F
           END-IF.
           OPEN INPUT CURSOS.
           IF ST-CURSOS = "35"
             MOVE "CARGAR PRIMERO LOS CURSOS" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE EDICIONES
             CLOSE COMISIONES
             GO TO FINAL-F
           END-IF.
           OPEN INPUT AULAS.
           IF ST-AULAS = "00"
              MOVE "S" TO W-HAYAULAS
           ELSE
              MOVE "N" TO W-HAYAULAS
           END-IF.
           OPEN INPUT DOCENTES.
           IF ST-DOCENTES = "00"
              MOVE "S" TO W-HAYDOCENTES
           ELSE
              MOVE "N" TO W-HAYDOCENTES
           END-IF.
           MOVE W40-OPERADOR TO W13-OPERADOR.
           MOVE "COMISIONES" TO W13-ARCHIVO.

       INICIO.
           DISPLAY " " ERASE
           MOVE "ABMC DE COMISIONES POR EDICION" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 12 POSITION 10.

           IF OPCION = 1
              PERFORM 100-ALTA-00 THRU 100-ALTA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              PERFORM 200-BAJA-00 THRU 200-BAJA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 3
              PERFORM 300-MODIFICACION-00 THRU 300-MODIFICACION-99
              GO TO INICIO
           END-IF.
           IF OPCION = 4
              INITIALIZE FILA
              PERFORM 400-CONSULTA-00 THRU 400-CONSULTA-99
              ACCEPT SINO LINE 24 POSITION 80
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYDOCENTES = "S"
              CLOSE DOCENTES
           END-IF.
           IF W-HAYAULAS = "S"
              CLOSE AULAS
           END-IF.
           CLOSE CURSOS.
           CLOSE EDICIONES.
           CLOSE COMISIONES.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

       100-LEO-00.
           MOVE CURSO    TO COM-CURSO
           MOVE CICLO    TO COM-CICLO
           MOVE COMISION TO COM-CODIGO
           READ COMISIONES KEY IS COM-CLAVE
              INVALID KEY
                MOVE "N" TO EXISTE
              NOT INVALID KEY
                MOVE "S" TO EXISTE
           END-READ.
       100-LEO-99. EXIT.

      ********************************************
      *  PIDE CURSO Y CICLO (PROPONE EL ACTUAL):
      *  LA EDICION DEBE EXISTIR. CURSO EN CERO
      *  VUELVE AL MENU
      ********************************************
       100-PIDEEDICION-00.
           ACCEPT CURSO LINE 5 POSITION 13 PROMPT.
           IF CURSO = 0
              GO TO 100-PIDEEDICION-99
           END-IF.
           MOVE CURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE "EL CURSO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDEEDICION-00
           END-READ.
           DISPLAY CUR-DESCRIPCION LINE 5 POSITION 20.
       100-PIDEEDICION-10.
           INITIALIZE W1-DATOS
           MOVE 11 TO W1-OPCION
           MOVE "03" TO W1-DESCRIPCION(1:2)
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO(5:4) TO CICLO
           DISPLAY CICLO LINE 6 POSITION 13.
           ACCEPT CICLO LINE 6 POSITION 13 PROMPT UPDATE.
           IF CICLO = 0
              GO TO 100-PIDEEDICION-00
           END-IF.
           MOVE CURSO TO EDI-CURSO
           MOVE CICLO TO EDI-CICLO
           READ EDICIONES KEY IS EDI-CLAVE
              INVALID KEY
                 MOVE "LA EDICION NO EXISTE (PROG-80)." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDEEDICION-10
           END-READ.
       100-PIDEEDICION-99. EXIT.

      *  TURNO: M MANANA, T TARDE, N NOCHE
       100-PIDETURNO-00.
           ACCEPT TURNO LINE 9 POSITION 13 PROMPT UPDATE.
           IF (TURNO NOT = "M") AND (TURNO NOT = "T") AND
              (TURNO NOT = "N")
              MOVE "TURNO: M (MANANA), T (TARDE) O N (NOCHE)." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-PIDETURNO-00
           END-IF.
       100-PIDETURNO-99. EXIT.

      ********************************************
      *  AULA: DEBE EXISTIR EN LA SEDE DEL CURSO;
      *  AVISA SI EL CUPO SUPERA SU CAPACIDAD
      ********************************************
       100-PIDEAULA-00.
           DISPLAY "                    " LINE 11 POSITION 20.
           ACCEPT AULA LINE 11 POSITION 13 PROMPT UPDATE.
           IF (AULA = 0) OR (W-HAYAULAS NOT = "S")
              GO TO 100-PIDEAULA-99
           END-IF.
           MOVE CUR-SEDE TO AUL-SEDE
           MOVE AULA     TO AUL-CODIGO
           READ AULAS KEY IS AUL-CLAVE
              INVALID KEY
                 MOVE "EL AULA NO EXISTE EN LA SEDE DEL CURSO." TO
                      M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDEAULA-00
           END-READ.
           DISPLAY AUL-NOMBRE LINE 11 POSITION 20.
           IF CUPO > AUL-CAPACIDAD
              MOVE "ATENCION: EL CUPO SUPERA LA CAPACIDAD DEL AULA."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
           END-IF.
       100-PIDEAULA-99. EXIT.

       100-PIDEDOCENTE-00.
           DISPLAY "                    " LINE 12 POSITION 20.
           ACCEPT DOCENTE LINE 12 POSITION 13 PROMPT UPDATE.
           IF (DOCENTE = 0) OR (W-HAYDOCENTES NOT = "S")
              GO TO 100-PIDEDOCENTE-99
           END-IF.
           MOVE DOCENTE TO DOC-CODIGO
           READ DOCENTES KEY IS DOC-CODIGO
              INVALID KEY
                 MOVE "EL DOCENTE NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDEDOCENTE-00
           END-READ.
           DISPLAY DOC-NOMBRE LINE 12 POSITION 20.
       100-PIDEDOCENTE-99. EXIT.

      *  ULTIMO CODIGO DE COMISION DE LA EDICION + 1
       100-PROXIMA-00.
           MOVE 1 TO COMISION.
           MOVE CURSO TO COM-CURSO
           MOVE CICLO TO COM-CICLO
           MOVE 0     TO COM-CODIGO
           START COMISIONES KEY IS NOT LESS COM-CLAVE
              INVALID KEY
                 GO TO 100-PROXIMA-99
           END-START.
       100-PROXIMA-10.
           READ COMISIONES NEXT AT END
                GO TO 100-PROXIMA-99
           END-READ.
           IF (COM-CURSO NOT = CURSO) OR (COM-CICLO NOT = CICLO)
              GO TO 100-PROXIMA-99
           END-IF.
           COMPUTE COMISION = COM-CODIGO + 1.
           GO TO 100-PROXIMA-10.
       100-PROXIMA-99. EXIT.

       100-ALTA-00.
           DISPLAY " " ERASE
           MOVE "ALTA DE COMISIONES" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       100-ALTA-05.
           PERFORM 100-PIDEEDICION-00 THRU 100-PIDEEDICION-99.
           IF CURSO = 0
              GO TO 100-ALTA-99
           END-IF.
           IF EDI-CERRADA
              MOVE "LA EDICION ESTA CERRADA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-05
           END-IF.
       100-ALTA-10.
           PERFORM 100-PROXIMA-00 THRU 100-PROXIMA-99.
           DISPLAY COMISION LINE 7 POSITION 13.
           ACCEPT COMISION LINE 7 POSITION 13 PROMPT UPDATE.
           IF COMISION = 0
              GO TO 100-ALTA-05
           END-IF.
           PERFORM 100-LEO-00 THRU 100-LEO-99.
           IF EXISTE = "S"
              MOVE "LA COMISION YA EXISTE." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-10
           END-IF.
       100-ALTA-20.
           ACCEPT DESCRIPCION LINE 8 POSITION 13 PROMPT.
           IF DESCRIPCION = SPACES
              MOVE "INGRESE LA DESCRIPCION." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-20
           END-IF.
           MOVE "M" TO TURNO.
           DISPLAY TURNO LINE 9 POSITION 13.
           PERFORM 100-PIDETURNO-00 THRU 100-PIDETURNO-99.
       100-ALTA-30.
           MOVE 0 TO CUPO.
           ACCEPT CUPO LINE 10 POSITION 13 PROMPT.
           IF CUPO = 0
              MOVE "EL CUPO DEBE SER MAYOR A CERO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-30
           END-IF.
           MOVE 0 TO AULA DOCENTE.
           PERFORM 100-PIDEAULA-00 THRU 100-PIDEAULA-99.
           PERFORM 100-PIDEDOCENTE-00 THRU 100-PIDEDOCENTE-99.
       100-ALTA-50.
           ACCEPT CONF LINE 13 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  MOVE CURSO       TO COM-CURSO
                  MOVE CICLO       TO COM-CICLO
                  MOVE COMISION    TO COM-CODIGO
                  MOVE DESCRIPCION TO COM-DESCRIPCION
                  MOVE TURNO       TO COM-TURNO
                  MOVE CUPO        TO COM-CUPO
                  MOVE AULA        TO COM-AULA
                  MOVE DOCENTE     TO COM-DOCENTE
                  WRITE REG-COMISION
                     INVALID KEY
                        MOVE "NO SE GRABO" TO M-ERROR
                        PERFORM ERRORES THRU ERRORES-F
                     NOT INVALID KEY
                        MOVE SPACES TO W13-ANTES
                        MOVE "A" TO W13-OPERACION
                        MOVE REG-COMISION TO W13-DESPUES
                        CALL "P13" USING W13-DATOS
                        CANCEL "P13"
                        PERFORM 900-SUMACUPO-00 THRU 900-SUMACUPO-99
                  END-WRITE
                  GO TO 100-ALTA-00
               ELSE
                  GO TO 100-ALTA-05
               END-IF
           ELSE
             GO TO 100-ALTA-50
           END-IF.
       100-ALTA-99. EXIT.

       200-BAJA-00.
           DISPLAY " " ERASE
           MOVE "BAJA DE COMISIONES" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       200-BAJA-05.
           PERFORM 100-PIDEEDICION-00 THRU 100-PIDEEDICION-99.
           IF CURSO = 0
              GO TO 200-BAJA-99
           END-IF.
       200-BAJA-10.
           ACCEPT COMISION LINE 7 POSITION 13 PROMPT.
           IF COMISION = 0
              GO TO 200-BAJA-05
           END-IF.
           PERFORM 100-LEO-00 THRU 100-LEO-99.
           IF EXISTE = "N"
              MOVE "LA COMISION NO EXISTE." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-BAJA-10
           END-IF.
           PERFORM 800-INSCRIPTOS-00 THRU 800-INSCRIPTOS-99.
           IF W-INSCRIPTOS > 0
              MOVE "LA COMISION TIENE ALUMNOS INSCRIPTOS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-BAJA-10
           END-IF.
           PERFORM 100-LEO-00 THRU 100-LEO-99.
           DISPLAY COM-DESCRIPCION LINE 8 POSITION 13.
           DISPLAY COM-TURNO       LINE 9 POSITION 13.
           DISPLAY COM-CUPO        LINE 10 POSITION 13.
           DISPLAY COM-AULA        LINE 11 POSITION 13.
           DISPLAY COM-DOCENTE     LINE 12 POSITION 13.
       200-BAJA-50.
           ACCEPT CONF LINE 13 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  MOVE REG-COMISION TO W-REGANT
                  DELETE COMISIONES
                     INVALID KEY
                        MOVE "NO SE BORRO" TO M-ERROR
                        PERFORM ERRORES THRU ERRORES-F
                     NOT INVALID KEY
                        MOVE "B" TO W13-OPERACION
                        MOVE W-REGANT TO W13-ANTES
                        MOVE SPACES TO W13-DESPUES
                        CALL "P13" USING W13-DATOS
                        CANCEL "P13"
                        PERFORM 900-SUMACUPO-00 THRU 900-SUMACUPO-99
                  END-DELETE
                  GO TO 200-BAJA-00
               ELSE
                  GO TO 200-BAJA-10
               END-IF
           ELSE
             GO TO 200-BAJA-50
           END-IF.
       200-BAJA-99. EXIT.

       300-MODIFICACION-00.
           DISPLAY " " ERASE
           MOVE "MODIFICACION DE COMISIONES" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       300-MODIFICACION-05.
           PERFORM 100-PIDEEDICION-00 THRU 100-PIDEEDICION-99.
           IF CURSO = 0
              GO TO 300-MODIFICACION-99
           END-IF.
       300-MODIFICACION-10.
           ACCEPT COMISION LINE 7 POSITION 13 PROMPT.
           IF COMISION = 0
              GO TO 300-MODIFICACION-05
           END-IF.
           PERFORM 100-LEO-00 THRU 100-LEO-99.
           IF EXISTE = "N"
              MOVE "LA COMISION NO EXISTE." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 300-MODIFICACION-10
           END-IF.
           MOVE REG-COMISION    TO W-REGANT
           MOVE COM-DESCRIPCION TO DESCRIPCION
           MOVE COM-TURNO       TO TURNO
           MOVE COM-CUPO        TO CUPO
           MOVE COM-AULA        TO AULA
           MOVE COM-DOCENTE     TO DOCENTE
           DISPLAY DESCRIPCION LINE 8 POSITION 13
           DISPLAY TURNO       LINE 9 POSITION 13
           DISPLAY CUPO        LINE 10 POSITION 13
           DISPLAY AULA        LINE 11 POSITION 13
           DISPLAY DOCENTE     LINE 12 POSITION 13.
           PERFORM 800-INSCRIPTOS-00 THRU 800-INSCRIPTOS-99.
       300-MODIFICACION-20.
           ACCEPT DESCRIPCION LINE 8 POSITION 13 PROMPT UPDATE.
           IF DESCRIPCION = SPACES
              MOVE "INGRESE LA DESCRIPCION." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 300-MODIFICACION-20
           END-IF.
           PERFORM 100-PIDETURNO-00 THRU 100-PIDETURNO-99.
       300-MODIFICACION-30.
           ACCEPT CUPO LINE 10 POSITION 13 PROMPT UPDATE.
           IF CUPO = 0
              MOVE "EL CUPO DEBE SER MAYOR A CERO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 300-MODIFICACION-30
           END-IF.
           IF CUPO < W-INSCRIPTOS
              MOVE "EL CUPO NO PUEDE QUEDAR DEBAJO DE LOS INSCRIPTOS."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 300-MODIFICACION-30
           END-IF.
           PERFORM 100-PIDEAULA-00 THRU 100-PIDEAULA-99.
           PERFORM 100-PIDEDOCENTE-00 THRU 100-PIDEDOCENTE-99.
       300-MODIFICACION-50.
           ACCEPT CONF LINE 13 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  PERFORM 100-LEO-00 THRU 100-LEO-99
                  MOVE DESCRIPCION TO COM-DESCRIPCION
                  MOVE TURNO       TO COM-TURNO
                  MOVE CUPO        TO COM-CUPO
                  MOVE AULA        TO COM-AULA
                  MOVE DOCENTE     TO COM-DOCENTE
                  REWRITE REG-COMISION
                     INVALID KEY
                        MOVE "NO SE MODIFICO" TO M-ERROR
                        PERFORM ERRORES THRU ERRORES-F
                     NOT INVALID KEY
                        MOVE "M" TO W13-OPERACION
                        MOVE W-REGANT TO W13-ANTES
                        MOVE REG-COMISION TO W13-DESPUES
                        CALL "P13" USING W13-DATOS
                        CANCEL "P13"
                        PERFORM 900-SUMACUPO-00 THRU 900-SUMACUPO-99
                  END-REWRITE
                  GO TO 300-MODIFICACION-00
               ELSE
                  GO TO 300-MODIFICACION-10
               END-IF
           ELSE
             GO TO 300-MODIFICACION-50
           END-IF.
       300-MODIFICACION-99. EXIT.

       400-CONSULTA-00.
           DISPLAY " " ERASE
           MOVE "CONSULTA DE COMISIONES" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "CURSO     :" LINE 5 POSITION 1.
           DISPLAY "CICLO     :" LINE 6 POSITION 1.
           PERFORM 100-PIDEEDICION-00 THRU 100-PIDEEDICION-99.
           IF CURSO = 0
              GO TO 400-CONSULTA-99
           END-IF.
           MOVE 6 TO UBICACIONFILA.
           MOVE CURSO TO COM-CURSO
           MOVE CICLO TO COM-CICLO
           MOVE 0     TO COM-CODIGO
           START COMISIONES KEY IS NOT LESS COM-CLAVE
              INVALID KEY
                 GO TO 400-CONSULTA-99
           END-START.
       400-CONSULTA-10.
           READ COMISIONES NEXT AT END
                GO TO 400-CONSULTA-99
           END-READ.
           IF (COM-CURSO NOT = CURSO) OR (COM-CICLO NOT = CICLO)
              GO TO 400-CONSULTA-99
           END-IF.

           IF FILA = 0
             DISPLAY " " ERASE
             MOVE "CONSULTA DE COMISIONES" TO W-TITULO-ENC
             PERFORM ENCABEZADO THRU ENCABEZADO-F
             DISPLAY TITULO-01 LINE 5 POSITION 1
           END-IF.

           COMPUTE UBICACIONFILA = UBICACIONFILA + 1
           COMPUTE FILA = FILA + 1

           MOVE COM-CODIGO      TO D1-COMISION COMISION
           MOVE COM-DESCRIPCION TO D1-DESC
           MOVE COM-TURNO       TO D1-TURNO
           MOVE COM-CUPO        TO D1-CUPO
           MOVE COM-AULA        TO D1-AULA
           MOVE SPACES          TO D1-DOCENTE
           IF (COM-DOCENTE NOT = 0) AND (W-HAYDOCENTES = "S")
              MOVE COM-DOCENTE TO DOC-CODIGO
              READ DOCENTES KEY IS DOC-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE DOC-NOMBRE TO D1-DOCENTE
              END-READ
           END-IF.
           PERFORM 800-INSCRIPTOS-00 THRU 800-INSCRIPTOS-99.
           MOVE W-INSCRIPTOS TO D1-INSC.

           DISPLAY DETALLE-01 LINE UBICACIONFILA POSITION 1.

           IF FILA = 15
              MOVE 0 TO FILA
              MOVE 6 TO UBICACIONFILA
              ACCEPT SINO LINE 24 POSITION 1
           END-IF.
           GO TO 400-CONSULTA-10.
       400-CONSULTA-99. EXIT.

      ********************************************
      *  CUENTA LAS INSCRIPCIONES ACTIVAS DE LA
      *  COMISION (CURSO, CICLO Y COMISION EN
      *  W-DATOS) EN W-INSCRIPTOS
      ********************************************
       800-INSCRIPTOS-00.
           MOVE 0 TO W-INSCRIPTOS.
           OPEN INPUT INSCRIPCIONES.
           IF ST-INSCRIP NOT = "00"
              GO TO 800-INSCRIPTOS-99
           END-IF.
           MOVE CURSO TO INS-CURSO
           START INSCRIPCIONES KEY IS EQUAL INS-CURSO
              INVALID KEY
                 GO TO 800-INSCRIPTOS-90
           END-START.
       800-INSCRIPTOS-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 800-INSCRIPTOS-90
           END-READ.
           IF INS-CURSO NOT = CURSO
              GO TO 800-INSCRIPTOS-90
           END-IF.
           IF INS-ACTIVA AND (INS-CICLO = CICLO) AND
              (INS-COMISION = COMISION)
              ADD 1 TO W-INSCRIPTOS
           END-IF.
           GO TO 800-INSCRIPTOS-10.
       800-INSCRIPTOS-90.
           CLOSE INSCRIPCIONES.
       800-INSCRIPTOS-99. EXIT.

      ********************************************
      *  EL CUPO DE LA EDICION ES LA SUMA DE LOS
      *  CUPOS DE SUS COMISIONES. SI SE BORRO LA
      *  ULTIMA, LA EDICION CONSERVA EL CUPO QUE
      *  TENIA (VUELVE A CARGARSE EN PROG-80)
      ********************************************
       900-SUMACUPO-00.
           MOVE 0 TO W-SUMACUPO.
           MOVE CURSO TO COM-CURSO
           MOVE CICLO TO COM-CICLO
           MOVE 0     TO COM-CODIGO
           START COMISIONES KEY IS NOT LESS COM-CLAVE
              INVALID KEY
                 GO TO 900-SUMACUPO-20
           END-START.
       900-SUMACUPO-10.
           READ COMISIONES NEXT AT END
                GO TO 900-SUMACUPO-20
           END-READ.
           IF (COM-CURSO NOT = CURSO) OR (COM-CICLO NOT = CICLO)
              GO TO 900-SUMACUPO-20
           END-IF.
           ADD COM-CUPO TO W-SUMACUPO.
           GO TO 900-SUMACUPO-10.
       900-SUMACUPO-20.
           IF W-SUMACUPO = 0
              MOVE "DATOS ACTUALIZADOS" TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 900-SUMACUPO-99
           END-IF.
           MOVE CURSO TO EDI-CURSO
           MOVE CICLO TO EDI-CICLO
           READ EDICIONES KEY IS EDI-CLAVE
              INVALID KEY
                 GO TO 900-SUMACUPO-99
           END-READ.
           MOVE W-SUMACUPO TO EDI-CUPO
           REWRITE REG-EDICION
              INVALID KEY
                 MOVE "NO SE ACTUALIZO EL CUPO DE LA EDICION" TO M-ERROR
              NOT INVALID KEY
                 MOVE W-SUMACUPO TO W-MSG-CUPO
                 MOVE W-MENSAJE  TO M-ERROR
           END-REWRITE.
           PERFORM ERRORES THRU ERRORES-F.
       900-SUMACUPO-99. EXIT.

       ENCABEZADO.
           DISPLAY "EMPRESA UNION S.A."  LINE 1 POSITION 1.
           INITIALIZE W1-DATOS.
           MOVE 3 TO W1-OPCION.
           CALL "P11" USING W1-DATOS.
           CANCEL "P11".
           DISPLAY W1-DESCRIPCION        LINE 1 POSITION 70
           DISPLAY W-TITULO-ENC          LINE 2 POSITION 1.
           INITIALIZE W1-DATOS.
           MOVE 8 TO W1-OPCION.
           CALL "P11" USING W1-DATOS.
           CANCEL "P11".
           DISPLAY W1-DESCRIPCION        LINE 2 POSITION 70.
       ENCABEZADO-F. EXIT.

       PANTALLAINICIO.
           DISPLAY "1-ALTA         "   LINE 5  POSITION 1.
           DISPLAY "2-BAJA         "   LINE 6  POSITION 1.
           DISPLAY "3-MODIFICACION "   LINE 7  POSITION 1.
           DISPLAY "4-CONSULTA     "   LINE 8  POSITION 1.
           DISPLAY "9-SALIR        "   LINE 9  POSITION 1.
           DISPLAY "OPCION:"           LINE 12 POSITION 1.
       PANTALLAINICIO-F. EXIT.

       PANTALLA.
           DISPLAY "CURSO     :"       LINE 5 POSITION 1.
           DISPLAY "CICLO     :"       LINE 6 POSITION 1.
           DISPLAY "COMISION  :"       LINE 7 POSITION 1.
           DISPLAY "DESCRIPC. :"       LINE 8 POSITION 1.
           DISPLAY "TURNO     :"       LINE 9 POSITION 1.
           DISPLAY "(M MANANA, T TARDE, N NOCHE)" LINE 9 POSITION 20.
           DISPLAY "CUPO      :"       LINE 10 POSITION 1.
           DISPLAY "AULA      :"       LINE 11 POSITION 1.
           DISPLAY "DOCENTE   :"       LINE 12 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): " LINE 13 POSITION 1.
       PANTALLA-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
