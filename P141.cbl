       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-141.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 141
      *  ABMC DE CORRELATIVIDADES (CORRELAT.DAT)
      *  DE CADA VERSION DEL PLAN DE ESTUDIO DEL
      *  CURSO (PROG-143):
      *  - MATERIA QUE REQUIERE OTRA MATERIA
      *    APROBADA (A) O REGULARIZADA (R)
      *  - CURSO (MATERIA EN CERO) QUE REQUIERE
      *    MATERIAS APROBADAS DE OTROS CURSOS
      *  LAS CONTROLA PROG-24 EN LA INSCRIPCION
      *  (PROG-63 Y PROG-107) Y EN LA MESA DE
      *  EXAMEN (PROG-140). SOLO SUPERVISORES
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-CORREL.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-MATERI.CPY".
       COPY "S-OPERAD.CPY".
       COPY "S-PLANES.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-CORREL.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-MATERI.CPY".
       COPY "F-OPERAD.CPY".
       COPY "F-PLANES.CPY".

       WORKING-STORAGE SECTION.

       01 TITULO-01.
          03 PIC X(03) VALUE "PL".
          03 PIC X(03) VALUE "MAT".
          03 PIC X.
          03 PIC X(25) VALUE "DESCRIPCION".
          03 PIC X.
          03 PIC X(05) VALUE "REQ.".
          03 PIC X.
          03 PIC X(25) VALUE "MATERIA REQUERIDA".
          03 PIC X.
          03 PIC X(04) VALUE "COND".

       01 DETALLE-01.
          03 D1-PLAN     PIC 9(02).
          03             PIC X.
          03 D1-MATERIA  PIC 9(02).
          03             PIC XX.
          03 D1-DESCMAT  PIC X(25).
          03             PIC X.
          03 D1-REQCUR   PIC 9(02).
          03             PIC X VALUE "/".
          03 D1-REQMAT   PIC 9(02).
          03             PIC X.
          03 D1-DESCREQ  PIC X(25).
          03             PIC XX.
          03 D1-COND     PIC X.

       01 W-DATOS.
          03 CURSO      PIC 9(02).
          03 PLAN       PIC 9(02).
          03 MATERIA    PIC 9(02).
          03 REQCURSO   PIC 9(02).
          03 REQMATERIA PIC 9(02).
          03 CONDICION  PIC X(01).

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".
       COPY "L-P25.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.
       01 FILA          PIC 999 VALUE 0.

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-CORRELAT    PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-MATERIAS    PIC XX.
       01 ST-OPERADORES  PIC XX.
       01 ST-PLANES      PIC XX.
       01 W-REQPLAN      PIC 9(02).
       01 EXISTE         PIC X.
       01 CONF           PIC X.
       01 W-REGANT       PIC X(200).
       01 W-CONSCURSO    PIC 9(02).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-CORRELAT SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CORRELAT.
           DISPLAY "ERROR DE E/S EN CORRELAT. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-CORRELAT LINE 23 POSITION 36
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
      *  LAS CORRELATIVIDADES LAS MANTIENE UN SUPERVISOR
           OPEN INPUT OPERADORES.
           IF ST-OPERADORES = "00"
              MOVE W40-OPERADOR TO OPE-CODIGO
              READ OPERADORES KEY IS OPE-CODIGO
                 INVALID KEY
                    MOVE "J" TO OPE-NIVEL
              END-READ
              CLOSE OPERADORES
              IF NOT OPE-SUPERVISOR
                 MOVE "SOLO UN SUPERVISOR MANTIENE CORRELATIVIDADES."
                      TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO FINAL-F
              END-IF
           END-IF.
           OPEN INPUT CURSOS.
           IF ST-CURSOS NOT = "00"
             MOVE "CARGAR PRIMERO LOS CURSOS" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO FINAL-F
           END-IF.
           OPEN INPUT MATERIAS.
           IF ST-MATERIAS NOT = "00"
             MOVE "CARGAR PRIMERO LAS MATERIAS" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE CURSOS
             GO TO FINAL-F
           END-IF.
           OPEN I-O CORRELAT.
           IF ST-CORRELAT = "35"
             OPEN OUTPUT CORRELAT
             CLOSE CORRELAT
             OPEN I-O CORRELAT
           END-IF.

       INICIO.
           DISPLAY " " ERASE
           MOVE "CORRELATIVIDADES" TO W-TITULO-ENC.
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
           CLOSE CORRELAT.
           CLOSE MATERIAS.
           CLOSE CURSOS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  PIDE LA CLAVE: CURSO, PLAN Y MATERIA QUE
      *  EXIGEN Y CURSO Y MATERIA REQUERIDOS. LA
      *  REQUERIDA DE OTRO CURSO SE BUSCA EN SU
      *  PLAN VIGENTE O, SI NO ESTA, EN EL MAS
      *  NUEVO QUE LA TENGA (PROG-25). CURSO EN
      *  CERO VUELVE AL MENU
      ********************************************
       100-PIDECLAVE-00.
           ACCEPT CURSO LINE 5 POSITION 13 PROMPT.
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
           DISPLAY CUR-DESCRIPCION LINE 5 POSITION 20.
           PERFORM 100-PIDEPLAN-00 THRU 100-PIDEPLAN-99.
           IF PLAN = 0
              GO TO 100-PIDECLAVE-00
           END-IF.
       100-PIDECLAVE-10.
           DISPLAY "                              " LINE 7 POSITION 20.
           ACCEPT MATERIA LINE 7 POSITION 13 PROMPT.
           IF MATERIA = 0
              DISPLAY "(REQUISITO DEL CURSO)" LINE 7 POSITION 20
           ELSE
              MOVE CURSO   TO MAT-CURSO
              MOVE PLAN    TO MAT-PLAN
              MOVE MATERIA TO MAT-CODIGO
              READ MATERIAS KEY IS MAT-CLAVE
                 INVALID KEY
                    MOVE "LA MATERIA NO EXISTE EN ESE PLAN." TO
                         M-ERROR
                    PERFORM ERRORES THRU ERRORES-F
                    GO TO 100-PIDECLAVE-10
              END-READ
              DISPLAY MAT-DESCRIPCION LINE 7 POSITION 20
           END-IF.
       100-PIDECLAVE-20.
           ACCEPT REQCURSO LINE 8 POSITION 13 PROMPT.
           IF REQCURSO = 0
              GO TO 100-PIDECLAVE-10
           END-IF.
       100-PIDECLAVE-30.
           DISPLAY "                              " LINE 9 POSITION 20.
           ACCEPT REQMATERIA LINE 9 POSITION 13 PROMPT.
           IF REQMATERIA = 0
              GO TO 100-PIDECLAVE-20
           END-IF.
           PERFORM 100-PLANREQ-00 THRU 100-PLANREQ-99.
           MOVE REQCURSO   TO MAT-CURSO
           MOVE W-REQPLAN  TO MAT-PLAN
           MOVE REQMATERIA TO MAT-CODIGO
           READ MATERIAS KEY IS MAT-CLAVE
              INVALID KEY
                 MOVE "LA MATERIA REQUERIDA NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDECLAVE-20
           END-READ.
           DISPLAY MAT-DESCRIPCION LINE 9 POSITION 20.
           MOVE CURSO      TO COR-CURSO
           MOVE PLAN       TO COR-PLAN
           MOVE MATERIA    TO COR-MATERIA
           MOVE REQCURSO   TO COR-REQCURSO
           MOVE REQMATERIA TO COR-REQMATERIA.
       100-PIDECLAVE-99. EXIT.

      *  VERSION DEL PLAN: PROPONE LA VIGENTE (PROG-25)
       100-PIDEPLAN-00.
           INITIALIZE W25-DATOS
           MOVE CURSO TO W25-CURSO
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE W25-PLAN TO PLAN.
       100-PIDEPLAN-10.
           DISPLAY "                              " LINE 6 POSITION 20.
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

      *  PLAN DONDE BUSCAR LA MATERIA REQUERIDA: EL MISMO SI ES
      *  DEL MISMO CURSO; SI NO, EL QUE DEVUELVE PROG-25
       100-PLANREQ-00.
           MOVE PLAN TO W-REQPLAN.
           IF REQCURSO = CURSO
              GO TO 100-PLANREQ-99
           END-IF.
           INITIALIZE W25-DATOS
           MOVE REQCURSO   TO W25-CURSO
           MOVE REQMATERIA TO W25-MATERIA
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE W25-PLAN TO W-REQPLAN.
       100-PLANREQ-99. EXIT.

       100-ALTA-00.
           DISPLAY " " ERASE
           MOVE "ALTA DE CORRELATIVIDAD" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       100-ALTA-10.
           INITIALIZE W-DATOS.
           PERFORM 100-PIDECLAVE-00 THRU 100-PIDECLAVE-99.
           IF CURSO = 0
              GO TO 100-ALTA-99
           END-IF.
           READ CORRELAT KEY IS COR-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "LA CORRELATIVIDAD YA EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-ALTA-00
           END-READ.
           IF (REQCURSO = CURSO) AND (REQMATERIA = MATERIA)
              MOVE "UNA MATERIA NO PUEDE REQUERIRSE A SI MISMA." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-00
           END-IF.
           IF (MATERIA = 0) AND (REQCURSO = CURSO)
              MOVE "EL CURSO NO PUEDE REQUERIR SUS PROPIAS MATERIAS."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-00
           END-IF.
      *  CORRELATIVIDAD CRUZADA: LA REQUERIDA YA EXIGE A ESTA
           IF MATERIA NOT = 0
              MOVE REQCURSO   TO COR-CURSO
              MOVE W-REQPLAN  TO COR-PLAN
              MOVE REQMATERIA TO COR-MATERIA
              MOVE CURSO      TO COR-REQCURSO
              MOVE MATERIA    TO COR-REQMATERIA
              READ CORRELAT KEY IS COR-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "LA MATERIA REQUERIDA YA EXIGE A ESTA." TO
                         M-ERROR
                    PERFORM ERRORES THRU ERRORES-F
                    GO TO 100-ALTA-00
              END-READ
           END-IF.
      *  EL CURSO EXIGE SIEMPRE MATERIAS APROBADAS
           IF MATERIA = 0
              MOVE "A" TO CONDICION
              DISPLAY CONDICION LINE 10 POSITION 13
              GO TO 100-ALTA-50
           END-IF.
       100-ALTA-20.
           ACCEPT CONDICION LINE 10 POSITION 13 PROMPT.
           IF (CONDICION NOT = "A") AND (CONDICION NOT = "R")
              GO TO 100-ALTA-20
           END-IF.
       100-ALTA-50.
           ACCEPT CONF LINE 11 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  MOVE W-DATOS TO REG-CORRELAT
                  WRITE REG-CORRELAT
                     INVALID KEY
                        MOVE "NO SE GRABO" TO M-ERROR
                     NOT INVALID KEY
                        MOVE "DATOS INGRESADOS" TO M-ERROR
                        INITIALIZE W13-DATOS
                        MOVE "CORRELAT" TO W13-ARCHIVO
                        MOVE W40-OPERADOR TO W13-OPERADOR
                        MOVE "A" TO W13-OPERACION
                        MOVE REG-CORRELAT TO W13-DESPUES
                        CALL "P13" USING W13-DATOS
                        CANCEL "P13"
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

       200-BAJA-00.
           DISPLAY " " ERASE
           MOVE "BAJA DE CORRELATIVIDAD" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       200-BAJA-10.
           INITIALIZE W-DATOS.
           PERFORM 100-PIDECLAVE-00 THRU 100-PIDECLAVE-99.
           IF CURSO = 0
              GO TO 200-BAJA-99
           END-IF.
           READ CORRELAT KEY IS COR-CLAVE
              INVALID KEY
                 MOVE "LA CORRELATIVIDAD NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 200-BAJA-00
           END-READ.
           MOVE REG-CORRELAT TO W-REGANT
           DISPLAY COR-CONDICION LINE 10 POSITION 13.
       200-BAJA-50.
           ACCEPT CONF LINE 11 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  DELETE CORRELAT
                     INVALID KEY
                        MOVE "NO SE BORRO" TO M-ERROR
                     NOT INVALID KEY
                        MOVE "CORRELATIVIDAD ELIMINADA" TO M-ERROR
                        INITIALIZE W13-DATOS
                        MOVE "CORRELAT" TO W13-ARCHIVO
                        MOVE W40-OPERADOR TO W13-OPERADOR
                        MOVE "B" TO W13-OPERACION
                        MOVE W-REGANT TO W13-ANTES
                        CALL "P13" USING W13-DATOS
                        CANCEL "P13"
                  END-DELETE
                  PERFORM ERRORES THRU ERRORES-F
                  GO TO 200-BAJA-00
               ELSE
                  GO TO 200-BAJA-10
               END-IF
           ELSE
             GO TO 200-BAJA-50
           END-IF.
       200-BAJA-99. EXIT.

      ********************************************
      *  CORRELATIVIDADES DE UN CURSO (CERO =
      *  TODOS)
      ********************************************
       400-CONSULTA-00.
           DISPLAY " " ERASE
           MOVE "CONSULTA DE CORRELATIVIDADES" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "CURSO (0 = TODOS):" LINE 4 POSITION 1.
           ACCEPT W-CONSCURSO LINE 4 POSITION 20 PROMPT.
           DISPLAY TITULO-01 LINE 6 POSITION 1.
           MOVE 6 TO UBICACIONFILA.
           MOVE W-CONSCURSO TO COR-CURSO
           MOVE 0 TO COR-PLAN COR-MATERIA COR-REQCURSO COR-REQMATERIA
           START CORRELAT KEY IS NOT LESS COR-CLAVE
              INVALID KEY
                 GO TO 400-CONSULTA-99
           END-START.
       400-CONSULTA-10.
           READ CORRELAT NEXT AT END
                GO TO 400-CONSULTA-99
           END-READ.
           IF (W-CONSCURSO NOT = 0) AND (COR-CURSO NOT = W-CONSCURSO)
              GO TO 400-CONSULTA-99
           END-IF.

           IF FILA = 0 AND UBICACIONFILA = 7
             DISPLAY " " ERASE
             PERFORM ENCABEZADO THRU ENCABEZADO-F
             DISPLAY TITULO-01 LINE 6 POSITION 1
             MOVE 6 TO UBICACIONFILA
           END-IF.

           COMPUTE UBICACIONFILA = UBICACIONFILA + 1
           COMPUTE FILA = FILA + 1

           MOVE COR-PLAN       TO D1-PLAN
           MOVE COR-MATERIA    TO D1-MATERIA
           MOVE COR-REQCURSO   TO D1-REQCUR
           MOVE COR-REQMATERIA TO D1-REQMAT
           MOVE COR-CONDICION  TO D1-COND
           MOVE SPACES TO D1-DESCMAT D1-DESCREQ
           IF COR-MATERIA = 0
              MOVE COR-CURSO TO CUR-CODIGO
              READ CURSOS KEY IS CUR-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CUR-DESCRIPCION TO D1-DESCMAT
              END-READ
           ELSE
              MOVE COR-CURSO   TO MAT-CURSO
              MOVE COR-PLAN    TO MAT-PLAN
              MOVE COR-MATERIA TO MAT-CODIGO
              READ MATERIAS KEY IS MAT-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE MAT-DESCRIPCION TO D1-DESCMAT
              END-READ
           END-IF.
           MOVE COR-CURSO      TO CURSO
           MOVE COR-PLAN       TO PLAN
           MOVE COR-REQCURSO   TO REQCURSO
           MOVE COR-REQMATERIA TO REQMATERIA
           PERFORM 100-PLANREQ-00 THRU 100-PLANREQ-99.
           MOVE COR-REQCURSO   TO MAT-CURSO
           MOVE W-REQPLAN      TO MAT-PLAN
           MOVE COR-REQMATERIA TO MAT-CODIGO
           READ MATERIAS KEY IS MAT-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE MAT-DESCRIPCION TO D1-DESCREQ
           END-READ.

           DISPLAY DETALLE-01 LINE UBICACIONFILA POSITION 1.

           IF UBICACIONFILA > 21
              MOVE 0 TO FILA
              MOVE 7 TO UBICACIONFILA
              ACCEPT SINO LINE 24 POSITION 1
           END-IF.
           GO TO 400-CONSULTA-10.
       400-CONSULTA-99. EXIT.

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
           DISPLAY "1-ALTA             "   LINE 5  POSITION 1.
           DISPLAY "2-BAJA             "   LINE 6  POSITION 1.
           DISPLAY "4-CONSULTA         "   LINE 7  POSITION 1.
           DISPLAY "9-SALIR            "   LINE 9  POSITION 1.
           DISPLAY "OPCION:"               LINE 12 POSITION 1.
       PANTALLAINICIO-F. EXIT.

       PANTALLA.
           DISPLAY "CURSO     :" LINE 5 POSITION 1.
           DISPLAY "PLAN      :" LINE 6 POSITION 1.
           DISPLAY "MATERIA   :" LINE 7 POSITION 1.
           DISPLAY "REQ. CURSO:" LINE 8 POSITION 1.
           DISPLAY "REQ. MAT. :" LINE 9 POSITION 1.
           DISPLAY "CONDICION :" LINE 10 POSITION 1.
           DISPLAY "(A=APROBADA R=REGULARIZADA)" LINE 9 POSITION 20.
           DISPLAY "CONFIRMA? (S/N): " LINE 11 POSITION 1.
       PANTALLA-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
