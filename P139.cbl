       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-139.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 139
      *  ABMC DE MESAS DE EXAMEN FINAL POR CURSO
      *  Y MATERIA: FECHA, HORA, AULA (AULAS.DAT,
      *  DE LA SEDE DEL CURSO), TRIBUNAL DE HASTA
      *  TRES DOCENTES (EL PRIMERO PRESIDE Y FIRMA
      *  EL ACTA) Y FECHA DE CIERRE DE LA
      *  INSCRIPCION. LOS ALUMNOS SE ANOTAN CON
      *  PROG-140, PROG-97 CARGA LAS NOTAS DE
      *  FINAL DE LOS ANOTADOS Y PROG-100 EMITE
      *  EL ACTA DE LA MESA
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-MESAS.CPY".
       COPY "S-INSMES.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-MATERI.CPY".
       COPY "S-AULAS.CPY".
       COPY "S-DOCENT.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-MESAS.CPY".
       COPY "F-INSMES.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-MATERI.CPY".
       COPY "F-AULAS.CPY".
       COPY "F-DOCENT.CPY".

       WORKING-STORAGE SECTION.

       01 TITULO-01.
          03 PIC X(03) VALUE "CUR".
          03 PIC X.
          03 PIC X(03) VALUE "MAT".
          03 PIC X.
          03 PIC X(10) VALUE "FECHA".
          03 PIC X.
          03 PIC X(04) VALUE "HORA".
          03 PIC X.
          03 PIC X(04) VALUE "AULA".
          03 PIC X.
          03 PIC X(11) VALUE "TRIBUNAL".
          03 PIC X.
          03 PIC X(10) VALUE "CIERRE INS".
          03 PIC X.
          03 PIC X(05) VALUE "INSC.".

       01 DETALLE-01.
          03 D1-CURSO    PIC 9(02).
          03             PIC XX.
          03 D1-MATERIA  PIC 9(02).
          03             PIC XX.
          03 D1-FECHA    PIC X(10).
          03             PIC X.
          03 D1-HORA     PIC 9(04).
          03             PIC X.
          03 D1-AULA     PIC 9(02).
          03             PIC XXX.
          03 D1-DOC1     PIC 9(03).
          03             PIC X.
          03 D1-DOC2     PIC 9(03).
          03             PIC X.
          03 D1-DOC3     PIC 9(03).
          03             PIC X.
          03 D1-CIERRE   PIC X(10).
          03             PIC X.
          03 D1-INSCR    PIC ZZZ9.

       01 W-DATOS.
          03 CURSO     PIC 9(02).
          03 MATERIA   PIC 9(02).
          03 FECHA     PIC 9(08).
          03 HORA      PIC 9(04).
          03 HORA-R REDEFINES HORA.
             05 HORA-HH PIC 9(02).
             05 HORA-MM PIC 9(02).
          03 AULA      PIC 9(02).
          03 DOCENTE   PIC 9(03) OCCURS 3 TIMES.
          03 CIERREINS PIC 9(08).

       COPY "L-P11.CPY".
       COPY "L-P25.CPY".
       COPY "L-P12.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.
       01 FILA          PIC 999 VALUE 0.

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-MESAS       PIC XX.
       01 ST-INSMESA     PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-MATERIAS    PIC XX.
       01 ST-AULAS       PIC XX.
       01 ST-DOCENTES    PIC XX.
       01 EXISTE         PIC X.
       01 CONF           PIC X.
       01 W-HAYAULAS     PIC X.
       01 W-SEDECUR      PIC 9(02).
       01 W-IND          PIC 9(01).
       01 W-LINEA        PIC 9(02).
       01 W-INSCRIPTOS   PIC 9(04).
       01 W-CHOQUE       PIC X.
       01 W-CURSOCON     PIC 9(02).
       01 W-FECHADESDE   PIC 9(08).
       01 W-CLAVEMESA    PIC X(12).
       01 W-FECHAED.
          03 W-FED-DIA   PIC 9(02).
          03             PIC X VALUE "/".
          03 W-FED-MES   PIC 9(02).
          03             PIC X VALUE "/".
          03 W-FED-ANIO  PIC 9(04).
       01 W-FECHANUM     PIC 9(08).
       01 W-FECHANUM-R REDEFINES W-FECHANUM.
          03 W-FNU-ANIO  PIC 9(04).
          03 W-FNU-MES   PIC 9(02).
          03 W-FNU-DIA   PIC 9(02).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-MESAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MESAS.
           DISPLAY "ERROR DE E/S EN MESAS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-MESAS LINE 23 POSITION 33
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-INSMESA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSMESA.
           DISPLAY "ERROR DE E/S EN INSMESA. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-INSMESA LINE 23 POSITION 35
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
           OPEN I-O MESAS.
           IF ST-MESAS = "35"
             OPEN OUTPUT MESAS
             CLOSE MESAS
             OPEN I-O MESAS
           END-IF.
           OPEN I-O INSMESA.
           IF ST-INSMESA = "35"
             OPEN OUTPUT INSMESA
             CLOSE INSMESA
             OPEN I-O INSMESA
           END-IF.
           OPEN INPUT CURSOS.
           IF ST-CURSOS = "35"
             MOVE "CARGAR PRIMERO LOS CURSOS" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE INSMESA
             CLOSE MESAS
             GO TO FINAL-F
           END-IF.
           OPEN INPUT MATERIAS.
           IF ST-MATERIAS = "35"
             MOVE "CARGAR PRIMERO LAS MATERIAS" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE CURSOS
             CLOSE INSMESA
             CLOSE MESAS
             GO TO FINAL-F
           END-IF.
           MOVE "N" TO W-HAYAULAS.
           OPEN INPUT AULAS.
           IF ST-AULAS = "00"
              MOVE "S" TO W-HAYAULAS
           END-IF.
           OPEN INPUT DOCENTES.
           IF ST-DOCENTES NOT = "00"
             MOVE "CARGAR PRIMERO LOS DOCENTES" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             IF W-HAYAULAS = "S"
                CLOSE AULAS
             END-IF
             CLOSE MATERIAS
             CLOSE CURSOS
             CLOSE INSMESA
             CLOSE MESAS
             GO TO FINAL-F
           END-IF.

       INICIO.
           DISPLAY " " ERASE
           MOVE "MESAS DE EXAMEN FINAL" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 13 POSITION 10.

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
           CLOSE DOCENTES.
           IF W-HAYAULAS = "S"
              CLOSE AULAS
           END-IF.
           CLOSE MATERIAS.
           CLOSE CURSOS.
           CLOSE INSMESA.
           CLOSE MESAS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

       100-LEO-00.
           READ MESAS KEY IS MES-CLAVE
              INVALID KEY
                MOVE "N" TO EXISTE
              NOT INVALID KEY
                MOVE "S" TO EXISTE
           END-READ.
       100-LEO-99. EXIT.

      ********************************************
      *  CURSO, MATERIA Y FECHA: LA CLAVE DE LA
      *  MESA. CURSO EN CERO VUELVE AL MENU
      ********************************************
       100-PIDECLAVE-00.
           ACCEPT CURSO LINE 4 POSITION 13 PROMPT.
           IF CURSO = 0
              GO TO 100-PIDECLAVE-99
           END-IF.
           MOVE CURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE "EL CURSO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDECLAVE-00
           END-READ.
           DISPLAY CUR-DESCRIPCION LINE 4 POSITION 25.
           MOVE CUR-SEDE TO W-SEDECUR.
       100-PIDECLAVE-10.
           ACCEPT MATERIA LINE 5 POSITION 13 PROMPT.
           IF MATERIA = 0
              GO TO 100-PIDECLAVE-00
           END-IF.
           INITIALIZE W25-DATOS
           MOVE CURSO TO W25-CURSO
           MOVE MATERIA TO W25-MATERIA
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE CURSO   TO MAT-CURSO
           MOVE W25-PLAN TO MAT-PLAN
           MOVE MATERIA TO MAT-CODIGO
           READ MATERIAS KEY IS MAT-CLAVE
              INVALID KEY
                 MOVE "LA MATERIA NO EXISTE PARA ESE CURSO." TO
                      M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDECLAVE-10
           END-READ.
           DISPLAY MAT-DESCRIPCION LINE 5 POSITION 25.
       100-PIDECLAVE-20.
           ACCEPT FECHA LINE 6 POSITION 13 PROMPT.
           IF FECHA = 0
              GO TO 100-PIDECLAVE-10
           END-IF.
           INITIALIZE W12-DATOS
           MOVE 3 TO W12-OPCION
           MOVE FECHA TO W12-CAMPO
           CALL "P12" USING W12-DATOS
           CANCEL "P12"
           IF W12-RESULTADO = "N"
              MOVE W12-MENSAJE TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-PIDECLAVE-20
           END-IF.
           MOVE CURSO   TO MES-CURSO
           MOVE MATERIA TO MES-MATERIA
           MOVE FECHA   TO MES-FECHA.
       100-PIDECLAVE-99. EXIT.

      ********************************************
      *  DATOS DE LA MESA: HORA, AULA, TRIBUNAL Y
      *  CIERRE DE INSCRIPCION. EN MODIFICACION
      *  SE ACEPTAN CON UPDATE SOBRE LO ACTUAL
      ********************************************
       100-PIDEDATOS-00.
           ACCEPT HORA LINE 7 POSITION 13 PROMPT UPDATE.
           IF (HORA = 0) OR (HORA-HH > 23) OR (HORA-MM > 59)
              MOVE "HORA INVALIDA (HHMM)." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-PIDEDATOS-00
           END-IF.
       100-PIDEDATOS-10.
           ACCEPT AULA LINE 8 POSITION 13 PROMPT UPDATE.
           IF AULA = 0
              MOVE "EL AULA ES OBLIGATORIA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-PIDEDATOS-10
           END-IF.
           IF W-HAYAULAS NOT = "S"
              MOVE "NO HAY AULAS CARGADAS (PROG-103)." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-PIDEDATOS-10
           END-IF.
           MOVE W-SEDECUR TO AUL-SEDE
           MOVE AULA      TO AUL-CODIGO
           READ AULAS KEY IS AUL-CLAVE
              INVALID KEY
                 MOVE "EL AULA NO EXISTE EN LA SEDE DEL CURSO." TO
                      M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDEDATOS-10
           END-READ.
           DISPLAY AUL-NOMBRE LINE 8 POSITION 25.
           MOVE 0 TO W-IND.
       100-PIDEDATOS-20.
           ADD 1 TO W-IND.
           IF W-IND > 3
              GO TO 100-PIDEDATOS-30
           END-IF.
           COMPUTE W-LINEA = W-IND + 8.
       100-PIDEDATOS-25.
           ACCEPT DOCENTE (W-IND) LINE W-LINEA POSITION 13 PROMPT
                  UPDATE.
           IF DOCENTE (W-IND) = 0
              IF W-IND = 1
                 MOVE "EL PRESIDENTE DEL TRIBUNAL ES OBLIGATORIO."
                      TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDEDATOS-25
              END-IF
              DISPLAY "                              "
                      LINE W-LINEA POSITION 25
              GO TO 100-PIDEDATOS-20
           END-IF.
           MOVE DOCENTE (W-IND) TO DOC-CODIGO
           READ DOCENTES KEY IS DOC-CODIGO
              INVALID KEY
                 MOVE "EL DOCENTE NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDEDATOS-25
           END-READ.
           IF (W-IND > 1) AND (DOCENTE (W-IND) = DOCENTE (1))
              MOVE "EL DOCENTE YA INTEGRA EL TRIBUNAL." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-PIDEDATOS-25
           END-IF.
           IF (W-IND = 3) AND (DOCENTE (3) = DOCENTE (2))
              MOVE "EL DOCENTE YA INTEGRA EL TRIBUNAL." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-PIDEDATOS-25
           END-IF.
           DISPLAY DOC-NOMBRE LINE W-LINEA POSITION 25.
           GO TO 100-PIDEDATOS-20.
       100-PIDEDATOS-30.
           ACCEPT CIERREINS LINE 12 POSITION 13 PROMPT UPDATE.
           INITIALIZE W12-DATOS
           MOVE 3 TO W12-OPCION
           MOVE CIERREINS TO W12-CAMPO
           CALL "P12" USING W12-DATOS
           CANCEL "P12"
           IF (W12-RESULTADO = "N") OR (CIERREINS = 0)
              MOVE "FECHA DE CIERRE INVALIDA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-PIDEDATOS-30
           END-IF.
           IF CIERREINS > FECHA
              MOVE "EL CIERRE DEBE SER ANTERIOR A LA MESA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-PIDEDATOS-30
           END-IF.
           PERFORM 100-CHOQUE-00 THRU 100-CHOQUE-99.
           IF W-CHOQUE = "S"
              MOVE "EL AULA YA TIENE OTRA MESA ESE DIA A ESA HORA."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-PIDEDATOS-00
           END-IF.
       100-PIDEDATOS-99. EXIT.

      ********************************************
      *  OTRA MESA EN LA MISMA SEDE, AULA, FECHA
      *  Y HORA. SE RECORRE EL ARCHIVO Y SE VUELVE
      *  A LEER LA MESA EN TRATAMIENTO
      ********************************************
       100-CHOQUE-00.
           MOVE "N" TO W-CHOQUE.
           MOVE CURSO   TO MES-CURSO
           MOVE MATERIA TO MES-MATERIA
           MOVE FECHA   TO MES-FECHA
           MOVE MES-CLAVE TO W-CLAVEMESA.
           MOVE LOW-VALUES TO MES-CLAVE
           START MESAS KEY IS NOT LESS MES-CLAVE
              INVALID KEY
                 GO TO 100-CHOQUE-90
           END-START.
       100-CHOQUE-10.
           READ MESAS NEXT AT END
                GO TO 100-CHOQUE-90
           END-READ.
           IF MES-CLAVE = W-CLAVEMESA
              GO TO 100-CHOQUE-10
           END-IF.
           IF (MES-FECHA = FECHA) AND (MES-HORA = HORA) AND
              (MES-SEDE = W-SEDECUR) AND (MES-AULA = AULA)
              MOVE "S" TO W-CHOQUE
              GO TO 100-CHOQUE-90
           END-IF.
           GO TO 100-CHOQUE-10.
       100-CHOQUE-90.
           MOVE W-CLAVEMESA TO MES-CLAVE
           PERFORM 100-LEO-00 THRU 100-LEO-99.
       100-CHOQUE-99. EXIT.

       100-ALTA-00.
           DISPLAY " " ERASE
           MOVE "ALTA DE MESAS DE EXAMEN" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       100-ALTA-10.
           PERFORM 100-PIDECLAVE-00 THRU 100-PIDECLAVE-99.
           IF CURSO = 0
              GO TO 100-ALTA-99
           END-IF.
           PERFORM 100-LEO-00 THRU 100-LEO-99
           IF EXISTE = "S"
             MOVE "YA HAY MESA DE ESA MATERIA EN ESA FECHA." TO
                  M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 100-ALTA-10
           END-IF.
           MOVE 0 TO HORA AULA DOCENTE (1) DOCENTE (2) DOCENTE (3)
                     CIERREINS.
           PERFORM 100-PIDEDATOS-00 THRU 100-PIDEDATOS-99.
       100-ALTA-50.
           ACCEPT CONF LINE 14 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  PERFORM 100-MUEVE-00 THRU 100-MUEVE-99
                  WRITE REG-MESA
                     INVALID KEY
                        MOVE "NO SE GRABO" TO M-ERROR
                     NOT INVALID KEY
                        MOVE "DATOS INGRESADOS" TO M-ERROR
                  END-WRITE
                  PERFORM ERRORES THRU ERRORES-F
                  GO TO 100-ALTA-00
               ELSE
                  GO TO 100-ALTA-10
               END-IF
           ELSE
             GO TO 100-ALTA-50
           END-IF.
       100-ALTA-99. EXIT.

       100-MUEVE-00.
           MOVE CURSO       TO MES-CURSO
           MOVE MATERIA     TO MES-MATERIA
           MOVE FECHA       TO MES-FECHA
           MOVE HORA        TO MES-HORA
           MOVE W-SEDECUR   TO MES-SEDE
           MOVE AULA        TO MES-AULA
           MOVE DOCENTE (1) TO MES-DOCENTE (1)
           MOVE DOCENTE (2) TO MES-DOCENTE (2)
           MOVE DOCENTE (3) TO MES-DOCENTE (3)
           MOVE CIERREINS   TO MES-CIERREINS.
       100-MUEVE-99. EXIT.

      ********************************************
      *  MUESTRA LOS DATOS DE LA MESA LEIDA
      ********************************************
       100-MUESTRA-00.
           MOVE MES-HORA        TO HORA
           MOVE MES-AULA        TO AULA
           MOVE MES-DOCENTE (1) TO DOCENTE (1)
           MOVE MES-DOCENTE (2) TO DOCENTE (2)
           MOVE MES-DOCENTE (3) TO DOCENTE (3)
           MOVE MES-CIERREINS   TO CIERREINS
           DISPLAY HORA      LINE 7  POSITION 13
           DISPLAY AULA      LINE 8  POSITION 13
           DISPLAY DOCENTE (1) LINE 9  POSITION 13
           DISPLAY DOCENTE (2) LINE 10 POSITION 13
           DISPLAY DOCENTE (3) LINE 11 POSITION 13
           DISPLAY CIERREINS LINE 12 POSITION 13.
           IF W-HAYAULAS = "S"
              MOVE MES-SEDE TO AUL-SEDE
              MOVE MES-AULA TO AUL-CODIGO
              READ AULAS KEY IS AUL-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY AUL-NOMBRE LINE 8 POSITION 25
              END-READ
           END-IF.
           MOVE 0 TO W-IND.
       100-MUESTRA-10.
           ADD 1 TO W-IND.
           IF W-IND > 3
              GO TO 100-MUESTRA-99
           END-IF.
           IF DOCENTE (W-IND) = 0
              GO TO 100-MUESTRA-10
           END-IF.
           COMPUTE W-LINEA = W-IND + 8.
           MOVE DOCENTE (W-IND) TO DOC-CODIGO
           READ DOCENTES KEY IS DOC-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY DOC-NOMBRE LINE W-LINEA POSITION 25
           END-READ.
           GO TO 100-MUESTRA-10.
       100-MUESTRA-99. EXIT.

      ********************************************
      *  CANTIDAD DE ALUMNOS ANOTADOS EN LA MESA
      ********************************************
       100-CUENTAINS-00.
           MOVE 0 TO W-INSCRIPTOS.
           MOVE MES-CURSO   TO IME-CURSO
           MOVE MES-MATERIA TO IME-MATERIA
           MOVE MES-FECHA   TO IME-FECHA
           MOVE 0           TO IME-ALUMNO
           START INSMESA KEY IS NOT LESS IME-CLAVE
              INVALID KEY
                 GO TO 100-CUENTAINS-99
           END-START.
       100-CUENTAINS-10.
           READ INSMESA NEXT AT END
                GO TO 100-CUENTAINS-99
           END-READ.
           IF (IME-CURSO NOT = MES-CURSO) OR
              (IME-MATERIA NOT = MES-MATERIA) OR
              (IME-FECHA NOT = MES-FECHA)
              GO TO 100-CUENTAINS-99
           END-IF.
           ADD 1 TO W-INSCRIPTOS.
           GO TO 100-CUENTAINS-10.
       100-CUENTAINS-99. EXIT.

       200-BAJA-00.
           DISPLAY " " ERASE
           MOVE "BAJA DE MESAS DE EXAMEN" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       200-BAJA-10.
           PERFORM 100-PIDECLAVE-00 THRU 100-PIDECLAVE-99.
           IF CURSO = 0
              GO TO 200-BAJA-99
           END-IF.
           PERFORM 100-LEO-00 THRU 100-LEO-99
           IF EXISTE = "N"
             MOVE "LA MESA NO EXISTE." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 200-BAJA-10
           END-IF.
           PERFORM 100-MUESTRA-00 THRU 100-MUESTRA-99.
           PERFORM 100-CUENTAINS-00 THRU 100-CUENTAINS-99.
           IF W-INSCRIPTOS > 0
             MOVE "LA MESA TIENE ALUMNOS ANOTADOS (PROG-140)." TO
                  M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 200-BAJA-00
           END-IF.
       200-BAJA-50.
           ACCEPT CONF LINE 14 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  DELETE MESAS
                     INVALID KEY
                        MOVE "NO SE BORRO" TO M-ERROR
                     NOT INVALID KEY
                        MOVE "BORRADO EXITOSO" TO M-ERROR
                  END-DELETE
                  PERFORM ERRORES THRU ERRORES-F
                  GO TO 200-BAJA-00
               ELSE
                  GO TO 200-BAJA-00
               END-IF
           ELSE
             GO TO 200-BAJA-50
           END-IF.
       200-BAJA-99. EXIT.

       300-MODIFICACION-00.
           DISPLAY " " ERASE
           MOVE "MODIFICACION DE MESAS DE EXAMEN" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       300-MODIFICACION-10.
           PERFORM 100-PIDECLAVE-00 THRU 100-PIDECLAVE-99.
           IF CURSO = 0
              GO TO 300-MODIFICACION-99
           END-IF.
           PERFORM 100-LEO-00 THRU 100-LEO-99
           IF EXISTE = "N"
             MOVE "LA MESA NO EXISTE." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 300-MODIFICACION-10
           END-IF.
           PERFORM 100-MUESTRA-00 THRU 100-MUESTRA-99.
           PERFORM 100-PIDEDATOS-00 THRU 100-PIDEDATOS-99.
       300-MODIFICACION-50.
           ACCEPT CONF LINE 14 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  PERFORM 100-MUEVE-00 THRU 100-MUEVE-99
                  REWRITE REG-MESA
                     INVALID KEY
                        MOVE "NO SE MODIFICO" TO M-ERROR
                     NOT INVALID KEY
                        MOVE "DATOS MODIFICADOS" TO M-ERROR
                  END-REWRITE
                  PERFORM ERRORES THRU ERRORES-F
                  GO TO 300-MODIFICACION-00
               ELSE
                  GO TO 300-MODIFICACION-00
               END-IF
           ELSE
             GO TO 300-MODIFICACION-50
           END-IF.
       300-MODIFICACION-99. EXIT.

      ********************************************
      *  CONSULTA DE MESAS DESDE UNA FECHA, DE UN
      *  CURSO O DE TODOS, CON LOS ANOTADOS
      ********************************************
       400-CONSULTA-00.
           DISPLAY " " ERASE
           MOVE "CONSULTA DE MESAS DE EXAMEN" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "CURSO (0 = TODOS)   :" LINE 5 POSITION 1.
           DISPLAY "DESDE FECHA AAAAMMDD:" LINE 6 POSITION 1.
           ACCEPT W-CURSOCON   LINE 5 POSITION 23 PROMPT.
           ACCEPT W-FECHADESDE LINE 6 POSITION 23 PROMPT.
           MOVE 7 TO UBICACIONFILA.
           MOVE LOW-VALUES TO MES-CLAVE
           IF W-CURSOCON NOT = 0
              MOVE W-CURSOCON TO MES-CURSO
              MOVE 0 TO MES-MATERIA MES-FECHA
           END-IF.
           START MESAS KEY IS NOT LESS MES-CLAVE
              INVALID KEY
                 GO TO 400-CONSULTA-99
           END-START.
       400-CONSULTA-10.
           READ MESAS NEXT AT END
                GO TO 400-CONSULTA-99
           END-READ.
           IF (W-CURSOCON NOT = 0) AND (MES-CURSO NOT = W-CURSOCON)
              GO TO 400-CONSULTA-99
           END-IF.
           IF MES-FECHA < W-FECHADESDE
              GO TO 400-CONSULTA-10
           END-IF.

           IF FILA = 0
             DISPLAY " " ERASE
             MOVE "CONSULTA DE MESAS DE EXAMEN" TO W-TITULO-ENC
             PERFORM ENCABEZADO THRU ENCABEZADO-F
             DISPLAY TITULO-01 LINE 5 POSITION 1
           END-IF.

           COMPUTE UBICACIONFILA = UBICACIONFILA + 1
           COMPUTE FILA = FILA + 1

           MOVE MES-CURSO       TO D1-CURSO
           MOVE MES-MATERIA     TO D1-MATERIA
           MOVE MES-FECHA       TO W-FECHANUM
           PERFORM 900-EDITAFECHA-00 THRU 900-EDITAFECHA-99
           MOVE W-FECHAED       TO D1-FECHA
           MOVE MES-HORA        TO D1-HORA
           MOVE MES-AULA        TO D1-AULA
           MOVE MES-DOCENTE (1) TO D1-DOC1
           MOVE MES-DOCENTE (2) TO D1-DOC2
           MOVE MES-DOCENTE (3) TO D1-DOC3
           MOVE MES-CIERREINS   TO W-FECHANUM
           PERFORM 900-EDITAFECHA-00 THRU 900-EDITAFECHA-99
           MOVE W-FECHAED       TO D1-CIERRE
           PERFORM 100-CUENTAINS-00 THRU 100-CUENTAINS-99
           MOVE W-INSCRIPTOS    TO D1-INSCR

           DISPLAY DETALLE-01 LINE UBICACIONFILA POSITION 1.

           IF FILA = 15
              MOVE 0 TO FILA
              MOVE 7 TO UBICACIONFILA
              ACCEPT SINO LINE 24 POSITION 1
           END-IF.
           GO TO 400-CONSULTA-10.
       400-CONSULTA-99. EXIT.

       900-EDITAFECHA-00.
           MOVE W-FNU-DIA  TO W-FED-DIA
           MOVE W-FNU-MES  TO W-FED-MES
           MOVE W-FNU-ANIO TO W-FED-ANIO.
       900-EDITAFECHA-99. EXIT.

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
           DISPLAY "9-SALIR        "   LINE 10 POSITION 1.
           DISPLAY "OPCION:"           LINE 13 POSITION 1.
       PANTALLAINICIO-F. EXIT.

       PANTALLA.
           DISPLAY "CURSO     :"       LINE 4  POSITION 1.
           DISPLAY "MATERIA   :"       LINE 5  POSITION 1.
           DISPLAY "FECHA     :"       LINE 6  POSITION 1.
           DISPLAY "(AAAAMMDD)"        LINE 6  POSITION 25.
           DISPLAY "HORA      :"       LINE 7  POSITION 1.
           DISPLAY "(HHMM)"            LINE 7  POSITION 25.
           DISPLAY "AULA      :"       LINE 8  POSITION 1.
           DISPLAY "PRESIDENTE:"       LINE 9  POSITION 1.
           DISPLAY "VOCAL 1   :"       LINE 10 POSITION 1.
           DISPLAY "VOCAL 2   :"       LINE 11 POSITION 1.
           DISPLAY "CIERRE INS:"       LINE 12 POSITION 1.
           DISPLAY "(AAAAMMDD)"        LINE 12 POSITION 25.
           DISPLAY "CONFIRMA? (S/N): " LINE 14 POSITION 1.
       PANTALLA-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
