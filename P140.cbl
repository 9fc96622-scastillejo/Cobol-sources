       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-140.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 140
      *  INSCRIPCION DE ALUMNOS A MESAS DE EXAMEN
      *  FINAL (MESAS.DAT, PROG-139) HASTA LA
      *  FECHA DE CIERRE DE LA MESA. SOLO SE ANOTA
      *  AL ALUMNO QUE:
      *   - TIENE INSCRIPCION ACTIVA EN EL CURSO
      *   - ES REGULAR POR ASISTENCIA (PROG-18)
      *   - NO TIENE LA MATERIA APROBADA (NOTAS)
      *   - NO ESTA SUSPENDIDO EN MOROSOS
      *   - TIENE APROBADAS LAS CORRELATIVAS DE LA
      *     MATERIA (PROG-24), SALVO EXCEPCION
      *     APROBADA POR UN SUPERVISOR
      *  Y MIENTRAS HAYA LUGAR EN EL AULA. LA
      *  INSCRIPCION SE ANULA HASTA EL DIA
      *  ANTERIOR A LA MESA Y SI NO TIENE NOTA
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
       COPY "S-ALUMNO.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-NOTAS.CPY".
       COPY "S-MOROSO.CPY".
       COPY "S-EXAMEN.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-MESAS.CPY".
       COPY "F-INSMES.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-MATERI.CPY".
       COPY "F-AULAS.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-NOTAS.CPY".
       COPY "F-MOROSO.CPY".
       COPY "F-EXAMEN.CPY".

       WORKING-STORAGE SECTION.

       01 TITULO-01.
          03 PIC X(05) VALUE "COD".
          03 PIC X.
          03 PIC X(20) VALUE "APELLIDO".
          03 PIC X.
          03 PIC X(20) VALUE "NOMBRE".
          03 PIC X.
          03 PIC X(10) VALUE "ANOTADO EL".
          03 PIC X.
          03 PIC X(08) VALUE "OPERADOR".

       01 DETALLE-01.
          03 D1-ALUMNO   PIC 9(05).
          03             PIC X.
          03 D1-APELLIDO PIC X(20).
          03             PIC X.
          03 D1-NOMBRE   PIC X(20).
          03             PIC X.
          03 D1-FECHA    PIC X(10).
          03             PIC X.
          03 D1-OPERADOR PIC X(08).

       COPY "L-P11.CPY".
       COPY "L-P25.CPY".
       COPY "L-P18.CPY".
       COPY "L-P21.CPY".
       COPY "L-P24.CPY".

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
       01 ST-ALUMNOS     PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-NOTAS       PIC XX.
       01 ST-MOROSOS     PIC XX.
       01 ST-EXAMENES    PIC XX.
       01 W-HAYAULAS     PIC X.
       01 W-HAYNOTAS     PIC X.
       01 W-HAYMOROSOS   PIC X.
       01 W-HAYEXAMENES  PIC X.
       01 EXISTE         PIC X.
       01 CONF           PIC X.
       01 W-CODCURSO     PIC 9(02).
       01 W-CODMATERIA   PIC 9(02).
       01 W-FECHAMESA    PIC 9(08).
       01 W-ALUMNO       PIC 9(05).
       01 W-FECHAHOY     PIC 9(08).
       01 W-CAPACIDAD    PIC 9(04).
       01 W-ANOTADOS     PIC 9(04).
       01 W-INSACTIVA    PIC X.
       01 W-CORROK       PIC X.
       01 W-NROAUTO      PIC 9(06).
       01 W-FALTA.
          03 PIC X(14) VALUE "FALTA: CURSO ".
          03 W-FAL-CURSO   PIC 9(02).
          03 PIC X(09) VALUE " MATERIA ".
          03 W-FAL-MATERIA PIC 9(02).
          03 PIC X(13) VALUE " APROBADA Y  ".
          03 W-FAL-OTRAS   PIC Z9.
          03 PIC X(05) VALUE " MAS.".
       01 W-PORCENTED    PIC ZZ9.
       01 W-MINIMOED     PIC ZZ9.
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
       DECLA-INSMESA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSMESA.
           DISPLAY "ERROR DE E/S EN INSMESA. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-INSMESA LINE 23 POSITION 35
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
           OPEN INPUT MESAS.
           IF ST-MESAS NOT = "00"
             MOVE "NO HAY MESAS DE EXAMEN CARGADAS (PROG-139)." TO
                  M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO FINAL-F
           END-IF.
           OPEN I-O INSMESA.
           IF ST-INSMESA = "35"
             OPEN OUTPUT INSMESA
             CLOSE INSMESA
             OPEN I-O INSMESA
           END-IF.
           OPEN INPUT CURSOS.
           OPEN INPUT MATERIAS.
           OPEN INPUT ALUMNOS.
           OPEN INPUT INSCRIPCIONES.
           IF ST-INSCRIP NOT = "00"
             MOVE "NO HAY INSCRIPCIONES CARGADAS." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE ALUMNOS
             CLOSE MATERIAS
             CLOSE CURSOS
             CLOSE INSMESA
             CLOSE MESAS
             GO TO FINAL-F
           END-IF.
           MOVE "N" TO W-HAYAULAS W-HAYNOTAS W-HAYMOROSOS
                       W-HAYEXAMENES.
           OPEN INPUT AULAS.
           IF ST-AULAS = "00"
              MOVE "S" TO W-HAYAULAS
           END-IF.
           OPEN INPUT NOTAS.
           IF ST-NOTAS = "00"
              MOVE "S" TO W-HAYNOTAS
           END-IF.
           OPEN INPUT MOROSOS.
           IF ST-MOROSOS = "00"
              MOVE "S" TO W-HAYMOROSOS
           END-IF.
           OPEN INPUT EXAMENES.
           IF ST-EXAMENES = "00"
              MOVE "S" TO W-HAYEXAMENES
           END-IF.

           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.

       INICIO.
           DISPLAY " " ERASE
           MOVE "INSCRIPCION A MESAS DE EXAMEN" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 13 POSITION 10.

           IF OPCION = 1
              PERFORM 100-INSCRIBE-00 THRU 100-INSCRIBE-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              PERFORM 200-ANULA-00 THRU 200-ANULA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 3
              INITIALIZE FILA
              PERFORM 300-CONSULTA-00 THRU 300-CONSULTA-99
              ACCEPT SINO LINE 24 POSITION 80
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYEXAMENES = "S"
              CLOSE EXAMENES
           END-IF.
           IF W-HAYMOROSOS = "S"
              CLOSE MOROSOS
           END-IF.
           IF W-HAYNOTAS = "S"
              CLOSE NOTAS
           END-IF.
           IF W-HAYAULAS = "S"
              CLOSE AULAS
           END-IF.
           CLOSE INSCRIPCIONES.
           CLOSE ALUMNOS.
           CLOSE MATERIAS.
           CLOSE CURSOS.
           CLOSE INSMESA.
           CLOSE MESAS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  ELECCION DE LA MESA: CURSO, MATERIA Y
      *  FECHA. CURSO EN CERO VUELVE AL MENU
      ********************************************
       100-PIDEMESA-00.
           DISPLAY "CURSO     :" LINE 4 POSITION 1.
           DISPLAY "MATERIA   :" LINE 5 POSITION 1.
           DISPLAY "FECHA MESA:" LINE 6 POSITION 1.
           DISPLAY "(AAAAMMDD)"  LINE 6 POSITION 25.
       100-PIDEMESA-05.
           ACCEPT W-CODCURSO LINE 4 POSITION 13 PROMPT.
           IF W-CODCURSO = 0
              GO TO 100-PIDEMESA-99
           END-IF.
           MOVE W-CODCURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE "EL CURSO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDEMESA-05
           END-READ.
           DISPLAY CUR-DESCRIPCION LINE 4 POSITION 25.
       100-PIDEMESA-10.
           ACCEPT W-CODMATERIA LINE 5 POSITION 13 PROMPT.
           IF W-CODMATERIA = 0
              GO TO 100-PIDEMESA-05
           END-IF.
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
                 MOVE "LA MATERIA NO EXISTE PARA ESE CURSO." TO
                      M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDEMESA-10
           END-READ.
           DISPLAY MAT-DESCRIPCION LINE 5 POSITION 25.
       100-PIDEMESA-20.
           ACCEPT W-FECHAMESA LINE 6 POSITION 13 PROMPT.
           IF W-FECHAMESA = 0
              GO TO 100-PIDEMESA-10
           END-IF.
           MOVE W-CODCURSO   TO MES-CURSO
           MOVE W-CODMATERIA TO MES-MATERIA
           MOVE W-FECHAMESA  TO MES-FECHA
           READ MESAS KEY IS MES-CLAVE
              INVALID KEY
                 MOVE "NO HAY MESA DE ESA MATERIA EN ESA FECHA." TO
                      M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDEMESA-20
           END-READ.
           MOVE 0 TO W-CAPACIDAD.
           DISPLAY "HORA:"     LINE 7 POSITION 1.
           DISPLAY MES-HORA    LINE 7 POSITION 7.
           DISPLAY "AULA:"     LINE 7 POSITION 13.
           DISPLAY MES-AULA    LINE 7 POSITION 19.
           IF W-HAYAULAS = "S"
              MOVE MES-SEDE TO AUL-SEDE
              MOVE MES-AULA TO AUL-CODIGO
              READ AULAS KEY IS AUL-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY AUL-NOMBRE LINE 7 POSITION 22
                    MOVE AUL-CAPACIDAD TO W-CAPACIDAD
              END-READ
           END-IF.
           MOVE MES-CIERREINS TO W-FECHANUM
           PERFORM 900-EDITAFECHA-00 THRU 900-EDITAFECHA-99
           DISPLAY "CIERRA:"   LINE 7 POSITION 45.
           DISPLAY W-FECHAED   LINE 7 POSITION 53.
       100-PIDEMESA-99. EXIT.

      ********************************************
      *  ANOTA ALUMNOS EN LA MESA ELEGIDA, UNO
      *  TRAS OTRO, CONTROLANDO LA CONDICION DE
      *  CADA UNO. ALUMNO EN CERO TERMINA
      ********************************************
       100-INSCRIBE-00.
           DISPLAY " " ERASE
           MOVE "ANOTACION EN MESA DE EXAMEN" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM 100-PIDEMESA-00 THRU 100-PIDEMESA-99.
           IF W-CODCURSO = 0
              GO TO 100-INSCRIBE-99
           END-IF.
           IF W-FECHAHOY > MES-CIERREINS
              MOVE "LA INSCRIPCION A ESTA MESA YA CERRO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-INSCRIBE-00
           END-IF.
           DISPLAY "ALUMNO    :" LINE 9 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): " LINE 11 POSITION 1.
       100-INSCRIBE-10.
           DISPLAY "                                        "
                   LINE 9 POSITION 19.
           ACCEPT W-ALUMNO LINE 9 POSITION 13 PROMPT.
           IF W-ALUMNO = 0
              GO TO 100-INSCRIBE-00
           END-IF.
           MOVE W-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE "EL ALUMNO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-INSCRIBE-10
           END-READ.
           DISPLAY ALU-APELLIDO LINE 9 POSITION 19.
           DISPLAY ALU-NOMBRE   LINE 9 POSITION 40.
           PERFORM 100-CONDICION-00 THRU 100-CONDICION-99.
           IF M-ERROR NOT = SPACES
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-INSCRIBE-10
           END-IF.
           PERFORM 100-CORRELAT-00 THRU 100-CORRELAT-99.
           IF W-CORROK = "N"
              GO TO 100-INSCRIBE-10
           END-IF.
       100-INSCRIBE-50.
           ACCEPT CONF LINE 11 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 100-INSCRIBE-50
           END-IF.
           IF CONF = "N"
              GO TO 100-INSCRIBE-10
           END-IF.
           MOVE W-CODCURSO   TO IME-CURSO
           MOVE W-CODMATERIA TO IME-MATERIA
           MOVE W-FECHAMESA  TO IME-FECHA
           MOVE W-ALUMNO     TO IME-ALUMNO
           MOVE W-FECHAHOY   TO IME-FECHAINS
           MOVE W40-OPERADOR TO IME-OPERADOR
           WRITE REG-INSMESA
              INVALID KEY
                 MOVE "NO SE GRABO" TO M-ERROR
              NOT INVALID KEY
                 MOVE "ALUMNO ANOTADO EN LA MESA" TO M-ERROR
                 IF W-NROAUTO NOT = 0
                    INITIALIZE W21-DATOS
                    MOVE "E" TO W21-ACCION
                    MOVE W40-OPERADOR TO W21-OPERADOR
                    MOVE W-NROAUTO TO W21-NUMERO
                    CALL "P21" USING W21-DATOS
                    CANCEL "P21"
                 END-IF
           END-WRITE.
           PERFORM ERRORES THRU ERRORES-F.
           GO TO 100-INSCRIBE-10.
       100-INSCRIBE-99. EXIT.

      ********************************************
      *  CONDICION DEL ALUMNO PARA RENDIR. DEJA EL
      *  MOTIVO DEL RECHAZO EN M-ERROR (BLANCO SI
      *  PUEDE ANOTARSE)
      ********************************************
       100-CONDICION-00.
           MOVE SPACES TO M-ERROR.
           MOVE W-CODCURSO   TO IME-CURSO
           MOVE W-CODMATERIA TO IME-MATERIA
           MOVE W-FECHAMESA  TO IME-FECHA
           MOVE W-ALUMNO     TO IME-ALUMNO
           READ INSMESA KEY IS IME-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "EL ALUMNO YA ESTA ANOTADO EN ESTA MESA." TO
                      M-ERROR
                 GO TO 100-CONDICION-99
           END-READ.

           PERFORM 100-INSCRIPTO-00 THRU 100-INSCRIPTO-99.
           IF W-INSACTIVA = "N"
              MOVE "SIN INSCRIPCION ACTIVA EN EL CURSO." TO M-ERROR
              GO TO 100-CONDICION-99
           END-IF.

           IF W-HAYNOTAS = "S"
              MOVE W-CODCURSO   TO NOT-CURSO
              MOVE W-CODMATERIA TO NOT-MATERIA
              MOVE W-ALUMNO     TO NOT-ALUMNO
              READ NOTAS KEY IS NOT-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NOT-APROBADO
                       MOVE "LA MATERIA YA ESTA APROBADA." TO M-ERROR
                       GO TO 100-CONDICION-99
                    END-IF
              END-READ
           END-IF.

           IF W-HAYMOROSOS = "S"
              MOVE W-ALUMNO TO MOR-ALUMNO
              READ MOROSOS KEY IS MOR-ALUMNO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF MOR-SUSPENDIDO
                       MOVE "ALUMNO SUSPENDIDO POR MOROSIDAD." TO
                            M-ERROR
                       GO TO 100-CONDICION-99
                    END-IF
              END-READ
           END-IF.

           INITIALIZE W18-DATOS
           MOVE W-ALUMNO   TO W18-ALUMNO
           MOVE W-CODCURSO TO W18-CURSO
           CALL "P18" USING W18-DATOS
           CANCEL "P18".
           IF W18-RESULT = "R"
              MOVE W18-PORCENT TO W-PORCENTED
              MOVE W18-ASISMIN TO W-MINIMOED
              MOVE SPACES TO M-ERROR
              STRING "NO ES REGULAR: ASISTENCIA " DELIMITED BY SIZE
                     W-PORCENTED DELIMITED BY SIZE
                     "% (MINIMO " DELIMITED BY SIZE
                     W-MINIMOED DELIMITED BY SIZE
                     "%)." DELIMITED BY SIZE
                     INTO M-ERROR
              GO TO 100-CONDICION-99
           END-IF.

           IF W-CAPACIDAD > 0
              PERFORM 100-CUENTA-00 THRU 100-CUENTA-99
              IF W-ANOTADOS NOT < W-CAPACIDAD
                 MOVE "LA MESA COMPLETO LA CAPACIDAD DEL AULA." TO
                      M-ERROR
              END-IF
           END-IF.
       100-CONDICION-99. EXIT.

      ********************************************
      *  CORRELATIVAS DE LA MATERIA PARA RENDIR
      *  (PROG-24): TODAS APROBADAS. SI FALTAN,
      *  HACE FALTA UNA EXCEPCION (TIPO CO)
      *  APROBADA POR UN SUPERVISOR EN PROG-118;
      *  SE OFRECE SOLICITARLA
      ********************************************
       100-CORRELAT-00.
           MOVE "S" TO W-CORROK.
           MOVE 0 TO W-NROAUTO.
           INITIALIZE W24-DATOS
           MOVE W-ALUMNO     TO W24-ALUMNO
           MOVE W-CODCURSO   TO W24-CURSO
           MOVE W-CODMATERIA TO W24-MATERIA
           MOVE "R"          TO W24-PARA
           CALL "P24" USING W24-DATOS
           CANCEL "P24".
           IF W24-RESULT = "S"
              GO TO 100-CORRELAT-99
           END-IF.
           MOVE W24-FALTACURSO TO W-FAL-CURSO
           MOVE W24-FALTAMAT   TO W-FAL-MATERIA
           COMPUTE W-FAL-OTRAS = W24-FALTAN - 1
           DISPLAY W-FALTA LINE 20 POSITION 1.
           INITIALIZE W21-DATOS
           MOVE "C" TO W21-ACCION
           MOVE "CO" TO W21-TIPO
           MOVE W40-OPERADOR TO W21-OPERADOR
           MOVE W-ALUMNO TO W21-DATO1
           COMPUTE W21-DATO2 = (W-CODCURSO * 100) + W-CODMATERIA
           CALL "P21" USING W21-DATOS
           CANCEL "P21".
           IF W21-RESULT = "A"
              MOVE W21-NUMERO TO W-NROAUTO
              MOVE "CORRELATIVAS EXCEPTUADAS POR UN SUPERVISOR." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-CORRELAT-90
           END-IF.
           MOVE "N" TO W-CORROK.
           IF W21-RESULT = "P"
              MOVE "LA EXCEPCION DE CORRELATIVAS ESTA PENDIENTE." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-CORRELAT-90
           END-IF.
           DISPLAY "NO CUMPLE CORRELATIVAS. SOLICITAR EXCEPCION? (S/N):"
                      LINE 21 POSITION 1.
       100-CORRELAT-10.
           ACCEPT CONF LINE 21 POSITION 53.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 100-CORRELAT-10
           END-IF.
           IF CONF = "S"
              MOVE "S" TO W21-ACCION
              CALL "P21" USING W21-DATOS
              CANCEL "P21"
              MOVE "EXCEPCION ENCOLADA PARA APROBACION." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
           END-IF.
           DISPLAY "                                                   "
                      LINE 21 POSITION 1.
       100-CORRELAT-90.
           DISPLAY "                                                   "
                      LINE 20 POSITION 1.
       100-CORRELAT-99. EXIT.

      ********************************************
      *  INSCRIPCION ACTIVA DEL ALUMNO EN EL CURSO
      *  EN CUALQUIER CICLO
      ********************************************
       100-INSCRIPTO-00.
           MOVE "N" TO W-INSACTIVA.
           MOVE W-ALUMNO   TO INS-ALUMNO
           MOVE W-CODCURSO TO INS-CURSO
           MOVE 0          TO INS-CICLO
           START INSCRIPCIONES KEY IS NOT LESS INS-CLAVE
              INVALID KEY
                 GO TO 100-INSCRIPTO-99
           END-START.
       100-INSCRIPTO-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 100-INSCRIPTO-99
           END-READ.
           IF (INS-ALUMNO NOT = W-ALUMNO) OR
              (INS-CURSO NOT = W-CODCURSO)
              GO TO 100-INSCRIPTO-99
           END-IF.
           IF INS-ACTIVA
              MOVE "S" TO W-INSACTIVA
              GO TO 100-INSCRIPTO-99
           END-IF.
           GO TO 100-INSCRIPTO-10.
       100-INSCRIPTO-99. EXIT.

       100-CUENTA-00.
           MOVE 0 TO W-ANOTADOS.
           MOVE W-CODCURSO   TO IME-CURSO
           MOVE W-CODMATERIA TO IME-MATERIA
           MOVE W-FECHAMESA  TO IME-FECHA
           MOVE 0            TO IME-ALUMNO
           START INSMESA KEY IS NOT LESS IME-CLAVE
              INVALID KEY
                 GO TO 100-CUENTA-99
           END-START.
       100-CUENTA-10.
           READ INSMESA NEXT AT END
                GO TO 100-CUENTA-99
           END-READ.
           IF (IME-CURSO NOT = W-CODCURSO) OR
              (IME-MATERIA NOT = W-CODMATERIA) OR
              (IME-FECHA NOT = W-FECHAMESA)
              GO TO 100-CUENTA-99
           END-IF.
           ADD 1 TO W-ANOTADOS.
           GO TO 100-CUENTA-10.
       100-CUENTA-99. EXIT.

      ********************************************
      *  ANULACION DE UNA ANOTACION: HASTA EL DIA
      *  ANTERIOR A LA MESA Y SIN NOTA DE FINAL
      ********************************************
       200-ANULA-00.
           DISPLAY " " ERASE
           MOVE "ANULACION DE ANOTACION EN MESA" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM 100-PIDEMESA-00 THRU 100-PIDEMESA-99.
           IF W-CODCURSO = 0
              GO TO 200-ANULA-99
           END-IF.
           IF W-FECHAHOY NOT < MES-FECHA
              MOVE "LA MESA YA SE TOMO: NO SE ANULAN ANOTACIONES."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-ANULA-00
           END-IF.
           DISPLAY "ALUMNO    :" LINE 9 POSITION 1.
           DISPLAY "CONFIRMA LA ANULACION? (S/N):" LINE 11 POSITION 1.
       200-ANULA-10.
           DISPLAY "                                        "
                   LINE 9 POSITION 19.
           ACCEPT W-ALUMNO LINE 9 POSITION 13 PROMPT.
           IF W-ALUMNO = 0
              GO TO 200-ANULA-00
           END-IF.
           MOVE W-CODCURSO   TO IME-CURSO
           MOVE W-CODMATERIA TO IME-MATERIA
           MOVE W-FECHAMESA  TO IME-FECHA
           MOVE W-ALUMNO     TO IME-ALUMNO
           READ INSMESA KEY IS IME-CLAVE
              INVALID KEY
                 MOVE "EL ALUMNO NO ESTA ANOTADO EN LA MESA." TO
                      M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 200-ANULA-10
           END-READ.
           MOVE W-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE SPACES TO ALU-APELLIDO
           END-READ.
           DISPLAY ALU-APELLIDO LINE 9 POSITION 19.
           IF W-HAYEXAMENES = "S"
              MOVE W-CODCURSO   TO EXA-CURSO
              MOVE W-CODMATERIA TO EXA-MATERIA
              MOVE W-ALUMNO     TO EXA-ALUMNO
              MOVE 4            TO EXA-INSTANCIA
              READ EXAMENES KEY IS EXA-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF EXA-FECHA = W-FECHAMESA
                       MOVE "EL ALUMNO YA TIENE NOTA EN ESTA MESA." TO
                            M-ERROR
                       PERFORM ERRORES THRU ERRORES-F
                       GO TO 200-ANULA-10
                    END-IF
              END-READ
           END-IF.
       200-ANULA-50.
           ACCEPT CONF LINE 11 POSITION 31.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 200-ANULA-50
           END-IF.
           IF CONF = "N"
              GO TO 200-ANULA-10
           END-IF.
           DELETE INSMESA
              INVALID KEY
                 MOVE "NO SE BORRO" TO M-ERROR
              NOT INVALID KEY
                 MOVE "ANOTACION ANULADA" TO M-ERROR
           END-DELETE.
           PERFORM ERRORES THRU ERRORES-F.
           GO TO 200-ANULA-10.
       200-ANULA-99. EXIT.

      ********************************************
      *  ALUMNOS ANOTADOS EN UNA MESA
      ********************************************
       300-CONSULTA-00.
           DISPLAY " " ERASE
           MOVE "ANOTADOS EN MESA DE EXAMEN" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM 100-PIDEMESA-00 THRU 100-PIDEMESA-99.
           IF W-CODCURSO = 0
              GO TO 300-CONSULTA-99
           END-IF.
           DISPLAY TITULO-01 LINE 9 POSITION 1.
           MOVE 9 TO UBICACIONFILA.
           MOVE W-CODCURSO   TO IME-CURSO
           MOVE W-CODMATERIA TO IME-MATERIA
           MOVE W-FECHAMESA  TO IME-FECHA
           MOVE 0            TO IME-ALUMNO
           START INSMESA KEY IS NOT LESS IME-CLAVE
              INVALID KEY
                 GO TO 300-CONSULTA-99
           END-START.
       300-CONSULTA-10.
           READ INSMESA NEXT AT END
                GO TO 300-CONSULTA-99
           END-READ.
           IF (IME-CURSO NOT = W-CODCURSO) OR
              (IME-MATERIA NOT = W-CODMATERIA) OR
              (IME-FECHA NOT = W-FECHAMESA)
              GO TO 300-CONSULTA-99
           END-IF.

           IF FILA = 0 AND UBICACIONFILA = 7
             DISPLAY " " ERASE
             PERFORM ENCABEZADO THRU ENCABEZADO-F
             DISPLAY TITULO-01 LINE 7 POSITION 1
           END-IF.

           COMPUTE UBICACIONFILA = UBICACIONFILA + 1
           COMPUTE FILA = FILA + 1

           MOVE IME-ALUMNO TO D1-ALUMNO
           MOVE SPACES TO D1-APELLIDO D1-NOMBRE
           MOVE IME-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE ALU-APELLIDO TO D1-APELLIDO
                 MOVE ALU-NOMBRE   TO D1-NOMBRE
           END-READ
           MOVE IME-FECHAINS TO W-FECHANUM
           PERFORM 900-EDITAFECHA-00 THRU 900-EDITAFECHA-99
           MOVE W-FECHAED    TO D1-FECHA
           MOVE IME-OPERADOR TO D1-OPERADOR

           DISPLAY DETALLE-01 LINE UBICACIONFILA POSITION 1.

           IF UBICACIONFILA > 21
              MOVE 0 TO FILA
              MOVE 7 TO UBICACIONFILA
              ACCEPT SINO LINE 24 POSITION 1
           END-IF.
           GO TO 300-CONSULTA-10.
       300-CONSULTA-99. EXIT.

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
           DISPLAY "1-ANOTAR ALUMNOS   "   LINE 5  POSITION 1.
           DISPLAY "2-ANULAR ANOTACION "   LINE 6  POSITION 1.
           DISPLAY "3-CONSULTA         "   LINE 7  POSITION 1.
           DISPLAY "9-SALIR            "   LINE 9  POSITION 1.
           DISPLAY "OPCION:"               LINE 13 POSITION 1.
       PANTALLAINICIO-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
