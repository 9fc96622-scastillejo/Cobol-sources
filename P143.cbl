       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-143.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 143
      *  ABMC DE PLANES DE ESTUDIO (PLANES.DAT):
      *  CADA CURSO TIENE UNA O MAS VERSIONES DE
      *  PLAN CON SU VIGENCIA. DE CADA VERSION
      *  CUELGAN SUS MATERIAS (PROG-56) Y SUS
      *  CORRELATIVIDADES (PROG-141), Y CADA
      *  EDICION (PROG-80) APUNTA A LA VERSION QUE
      *  SE DICTA. PARA CAMBIAR EL PLAN DE UN
      *  CURSO SE DA DE ALTA UNA VERSION NUEVA,
      *  COPIANDO SI SE QUIERE LAS MATERIAS Y
      *  CORRELATIVIDADES DE OTRA, Y SE LA ASIGNA
      *  A LAS EDICIONES NUEVAS: LAS ANTERIORES
      *  CONSERVAN SU PLAN. NO SE BORRA UNA
      *  VERSION CON MATERIAS O USADA POR ALGUNA
      *  EDICION
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-PLANES.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-MATERI.CPY".
       COPY "S-CORREL.CPY".
       COPY "S-EDICIO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-PLANES.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-MATERI.CPY".
       COPY "F-CORREL.CPY".
       COPY "F-EDICIO.CPY".

       WORKING-STORAGE SECTION.

       01 TITULO-01.
          03 PIC X(03) VALUE "VER".
          03 PIC X.
          03 PIC X(30) VALUE "DESCRIPCION".
          03 PIC X.
          03 PIC X(08) VALUE "DESDE".
          03 PIC X.
          03 PIC X(08) VALUE "HASTA".
          03 PIC X.
          03 PIC X(04) VALUE "MAT.".

       01 DETALLE-01.
          03 D1-VERSION     PIC Z9.
          03                PIC XX.
          03 D1-DESCRIPCION PIC X(30).
          03                PIC X.
          03 D1-DESDE       PIC 9(08).
          03                PIC X.
          03 D1-HASTA       PIC 9(08).
          03                PIC X.
          03 D1-MATERIAS    PIC ZZZ9.

       01 W-DATOS.
          03 CURSO       PIC 9(02).
          03 VERSION     PIC 9(02).
          03 DESCRIPCION PIC X(30).
          03 VIGDESDE    PIC 9(08).
          03 VIGHASTA    PIC 9(08).

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.
       01 FILA          PIC 999 VALUE 0.

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-PLANES      PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-MATERIAS    PIC XX.
       01 ST-CORRELAT    PIC XX.
       01 ST-EDICIONES   PIC XX.
       01 EXISTE         PIC X.
       01 CONF           PIC X.
       01 W-COPIADE      PIC 9(02).
       01 W-MATERIAS     PIC 9(04).
       01 W-COPIADAS     PIC 9(04).
       01 W-CORCOPIADAS  PIC 9(04).
       01 W-REGANT       PIC X(200).
       01 W-MENSAJE.
          03 PIC X(18) VALUE "PLAN GRABADO CON ".
          03 W-MSG-MAT   PIC ZZZ9.
          03 PIC X(12) VALUE " MATERIAS Y ".
          03 W-MSG-COR   PIC ZZZ9.
          03 PIC X(17) VALUE " CORRELATIVIDADES".
       01 W-REGMAT       PIC X(36).
       01 W-REGCOR       PIC X(11).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-PLANES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PLANES.
           DISPLAY "ERROR DE E/S EN PLANES. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-PLANES LINE 23 POSITION 34
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-MATERIAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON MATERIAS.
           DISPLAY "ERROR DE E/S EN MATERIAS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-MATERIAS LINE 23 POSITION 36
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
           OPEN I-O PLANES.
           IF ST-PLANES = "35"
             OPEN OUTPUT PLANES
             CLOSE PLANES
             OPEN I-O PLANES
           END-IF.
           OPEN I-O MATERIAS.
           IF ST-MATERIAS = "35"
             OPEN OUTPUT MATERIAS
             CLOSE MATERIAS
             OPEN I-O MATERIAS
           END-IF.
           OPEN I-O CORRELAT.
           IF ST-CORRELAT = "35"
             OPEN OUTPUT CORRELAT
             CLOSE CORRELAT
             OPEN I-O CORRELAT
           END-IF.
           OPEN INPUT CURSOS.
           IF ST-CURSOS = "35"
             MOVE "CARGAR PRIMERO LOS CURSOS" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE CORRELAT
             CLOSE MATERIAS
             CLOSE PLANES
             GO TO FINAL-F
           END-IF.

       INICIO.
           DISPLAY " " ERASE
           MOVE "ABMC DE PLANES DE ESTUDIO" TO W-TITULO-ENC.
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
           CLOSE CURSOS.
           CLOSE CORRELAT.
           CLOSE MATERIAS.
           CLOSE PLANES.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

       100-LEO-00.
           READ PLANES KEY IS PLA-CLAVE
              INVALID KEY
                MOVE "N" TO EXISTE
              NOT INVALID KEY
                MOVE "S" TO EXISTE
           END-READ.
       100-LEO-99. EXIT.

       100-PIDECURSO-00.
           ACCEPT CURSO LINE 5 POSITION 13 PROMPT.
           IF CURSO = 0
              GO TO 100-PIDECURSO-99
           END-IF.
           MOVE CURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE "EL CURSO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDECURSO-00
           END-READ.
           DISPLAY CUR-DESCRIPCION LINE 5 POSITION 20.
       100-PIDECURSO-99. EXIT.

      *  ULTIMA VERSION CARGADA DEL CURSO (CERO SI NO HAY)
       100-ULTIMA-00.
           MOVE 0 TO VERSION.
           MOVE CURSO TO PLA-CURSO
           MOVE 0     TO PLA-VERSION
           START PLANES KEY IS NOT LESS PLA-CLAVE
              INVALID KEY
                 GO TO 100-ULTIMA-99
           END-START.
       100-ULTIMA-10.
           READ PLANES NEXT AT END
                GO TO 100-ULTIMA-99
           END-READ.
           IF PLA-CURSO NOT = CURSO
              GO TO 100-ULTIMA-99
           END-IF.
           MOVE PLA-VERSION TO VERSION.
           GO TO 100-ULTIMA-10.
       100-ULTIMA-99. EXIT.

      *  CUENTA LAS MATERIAS DE LA VERSION
       100-CUENTAMAT-00.
           MOVE 0 TO W-MATERIAS.
           MOVE CURSO   TO MAT-CURSO
           MOVE VERSION TO MAT-PLAN
           MOVE 0       TO MAT-CODIGO
           START MATERIAS KEY IS NOT LESS MAT-CLAVE
              INVALID KEY
                 GO TO 100-CUENTAMAT-99
           END-START.
       100-CUENTAMAT-10.
           READ MATERIAS NEXT AT END
                GO TO 100-CUENTAMAT-99
           END-READ.
           IF (MAT-CURSO NOT = CURSO) OR (MAT-PLAN NOT = VERSION)
              GO TO 100-CUENTAMAT-99
           END-IF.
           ADD 1 TO W-MATERIAS.
           GO TO 100-CUENTAMAT-10.
       100-CUENTAMAT-99. EXIT.

      *  VERIFICA SI ALGUNA EDICION DEL CURSO USA LA VERSION
       100-LEOEDICION-00.
           MOVE "N" TO EXISTE.
           OPEN INPUT EDICIONES.
           IF ST-EDICIONES NOT = "00"
              GO TO 100-LEOEDICION-99
           END-IF.
           MOVE CURSO TO EDI-CURSO
           MOVE 0     TO EDI-CICLO
           START EDICIONES KEY IS NOT LESS EDI-CLAVE
              INVALID KEY
                 GO TO 100-LEOEDICION-90
           END-START.
       100-LEOEDICION-10.
           READ EDICIONES NEXT AT END
                GO TO 100-LEOEDICION-90
           END-READ.
           IF EDI-CURSO NOT = CURSO
              GO TO 100-LEOEDICION-90
           END-IF.
           IF EDI-PLAN NOT = VERSION
              GO TO 100-LEOEDICION-10
           END-IF.
           MOVE "S" TO EXISTE.
       100-LEOEDICION-90.
           CLOSE EDICIONES.
       100-LEOEDICION-99. EXIT.

      ********************************************
      *  COPIA LAS MATERIAS Y LAS CORRELATIVIDADES
      *  DE LA VERSION W-COPIADE A LA NUEVA
      ********************************************
       100-COPIA-00.
           MOVE 0 TO W-COPIADAS W-CORCOPIADAS.
           MOVE CURSO     TO MAT-CURSO
           MOVE W-COPIADE TO MAT-PLAN
           MOVE 0         TO MAT-CODIGO
           START MATERIAS KEY IS NOT LESS MAT-CLAVE
              INVALID KEY
                 GO TO 100-COPIA-20
           END-START.
       100-COPIA-10.
           READ MATERIAS NEXT AT END
                GO TO 100-COPIA-20
           END-READ.
           IF (MAT-CURSO NOT = CURSO) OR (MAT-PLAN NOT = W-COPIADE)
              GO TO 100-COPIA-20
           END-IF.
           MOVE REG-MATERIA TO W-REGMAT
           MOVE VERSION TO MAT-PLAN
           WRITE REG-MATERIA
              NOT INVALID KEY
                 ADD 1 TO W-COPIADAS
           END-WRITE.
      *    SE REPOSICIONA DESPUES DE LA MATERIA COPIADA
           MOVE W-REGMAT TO REG-MATERIA
           START MATERIAS KEY IS GREATER MAT-CLAVE
              INVALID KEY
                 GO TO 100-COPIA-20
           END-START.
           GO TO 100-COPIA-10.
       100-COPIA-20.
           MOVE CURSO     TO COR-CURSO
           MOVE W-COPIADE TO COR-PLAN
           MOVE 0 TO COR-MATERIA COR-REQCURSO COR-REQMATERIA
           START CORRELAT KEY IS NOT LESS COR-CLAVE
              INVALID KEY
                 GO TO 100-COPIA-99
           END-START.
       100-COPIA-30.
           READ CORRELAT NEXT AT END
                GO TO 100-COPIA-99
           END-READ.
           IF (COR-CURSO NOT = CURSO) OR (COR-PLAN NOT = W-COPIADE)
              GO TO 100-COPIA-99
           END-IF.
           MOVE REG-CORRELAT TO W-REGCOR
           MOVE VERSION TO COR-PLAN
           WRITE REG-CORRELAT
              NOT INVALID KEY
                 ADD 1 TO W-CORCOPIADAS
           END-WRITE.
           MOVE W-REGCOR TO REG-CORRELAT
           START CORRELAT KEY IS GREATER COR-CLAVE
              INVALID KEY
                 GO TO 100-COPIA-99
           END-START.
           GO TO 100-COPIA-30.
       100-COPIA-99. EXIT.

       100-ALTA-00.
           DISPLAY " " ERASE
           MOVE "ALTA DE PLANES DE ESTUDIO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F
           DISPLAY "COPIA DE:"          LINE 10 POSITION 1
           DISPLAY "(0 = SIN MATERIAS)" LINE 10 POSITION 17.
       100-ALTA-05.
           PERFORM 100-PIDECURSO-00 THRU 100-PIDECURSO-99.
           IF CURSO = 0
              GO TO 100-ALTA-99
           END-IF.
           PERFORM 100-ULTIMA-00 THRU 100-ULTIMA-99.
           MOVE VERSION TO W-COPIADE
           ADD 1 TO VERSION.
       100-ALTA-10.
           DISPLAY VERSION LINE 6 POSITION 13.
           ACCEPT VERSION LINE 6 POSITION 13 PROMPT UPDATE.
           IF VERSION = 0
              GO TO 100-ALTA-05
           END-IF.
           MOVE CURSO   TO PLA-CURSO
           MOVE VERSION TO PLA-VERSION
           PERFORM 100-LEO-00 THRU 100-LEO-99
           IF EXISTE = "S"
             MOVE "LA VERSION YA EXISTE." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 100-ALTA-10
           END-IF.
       100-ALTA-20.
           ACCEPT DESCRIPCION LINE 7 POSITION 13 PROMPT.
           IF DESCRIPCION = SPACES
             MOVE "LA DESCRIPCION NO PUEDE SER NULA." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 100-ALTA-20
           END-IF.
       100-ALTA-30.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO VIGDESDE
           DISPLAY VIGDESDE LINE 8 POSITION 13.
           ACCEPT VIGDESDE LINE 8 POSITION 13 PROMPT UPDATE.
       100-ALTA-40.
           MOVE 0 TO VIGHASTA
           ACCEPT VIGHASTA LINE 9 POSITION 13 PROMPT UPDATE.
           IF (VIGHASTA NOT = 0) AND (VIGHASTA < VIGDESDE)
             MOVE "LA VIGENCIA TERMINA ANTES DE EMPEZAR." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 100-ALTA-40
           END-IF.
       100-ALTA-45.
           DISPLAY W-COPIADE LINE 10 POSITION 13.
           ACCEPT W-COPIADE LINE 10 POSITION 13 PROMPT UPDATE.
           IF W-COPIADE NOT = 0
              MOVE CURSO     TO PLA-CURSO
              MOVE W-COPIADE TO PLA-VERSION
              PERFORM 100-LEO-00 THRU 100-LEO-99
              IF EXISTE = "N"
                MOVE "LA VERSION A COPIAR NO EXISTE." TO M-ERROR
                PERFORM ERRORES THRU ERRORES-F
                GO TO 100-ALTA-45
              END-IF
           END-IF.
       100-ALTA-50.
           ACCEPT CONF LINE 12 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  MOVE CURSO       TO PLA-CURSO
                  MOVE VERSION     TO PLA-VERSION
                  MOVE DESCRIPCION TO PLA-DESCRIPCION
                  MOVE VIGDESDE    TO PLA-VIGDESDE
                  MOVE VIGHASTA    TO PLA-VIGHASTA
                  WRITE REG-PLAN
                     INVALID KEY
                        MOVE "NO SE GRABO" TO M-ERROR
                        PERFORM ERRORES THRU ERRORES-F
                        GO TO 100-ALTA-00
                  END-WRITE
                  INITIALIZE W13-DATOS
                  MOVE "PLANES" TO W13-ARCHIVO
                  MOVE W40-OPERADOR TO W13-OPERADOR
                  MOVE "A" TO W13-OPERACION
                  MOVE REG-PLAN TO W13-DESPUES
                  CALL "P13" USING W13-DATOS
                  CANCEL "P13"
                  MOVE 0 TO W-COPIADAS W-CORCOPIADAS
                  IF W-COPIADE NOT = 0
                     PERFORM 100-COPIA-00 THRU 100-COPIA-99
                  END-IF
                  MOVE W-COPIADAS    TO W-MSG-MAT
                  MOVE W-CORCOPIADAS TO W-MSG-COR
                  MOVE W-MENSAJE     TO M-ERROR
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
           MOVE "BAJA DE PLANES DE ESTUDIO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       200-BAJA-05.
           PERFORM 100-PIDECURSO-00 THRU 100-PIDECURSO-99.
           IF CURSO = 0
              GO TO 200-BAJA-99
           END-IF.
       200-BAJA-10.
           ACCEPT VERSION LINE 6 POSITION 13 PROMPT.
           IF VERSION = 0
              GO TO 200-BAJA-05
           END-IF.
           MOVE CURSO   TO PLA-CURSO
           MOVE VERSION TO PLA-VERSION
           PERFORM 100-LEO-00 THRU 100-LEO-99
           IF EXISTE = "N"
             MOVE "LA VERSION NO EXISTE." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 200-BAJA-10
           END-IF.
           PERFORM 100-LEOEDICION-00 THRU 100-LEOEDICION-99
           IF EXISTE = "S"
             MOVE "HAY EDICIONES CON ESTE PLAN." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 200-BAJA-10
           END-IF.
           PERFORM 100-CUENTAMAT-00 THRU 100-CUENTAMAT-99
           IF W-MATERIAS NOT = 0
             MOVE "EL PLAN TIENE MATERIAS CARGADAS." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 200-BAJA-10
           END-IF.
           MOVE CURSO   TO PLA-CURSO
           MOVE VERSION TO PLA-VERSION
           PERFORM 100-LEO-00 THRU 100-LEO-99
           DISPLAY PLA-DESCRIPCION LINE 7 POSITION 13
           DISPLAY PLA-VIGDESDE    LINE 8 POSITION 13
           DISPLAY PLA-VIGHASTA    LINE 9 POSITION 13.
       200-BAJA-50.
           ACCEPT CONF LINE 12 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  MOVE REG-PLAN TO W-REGANT
                  DELETE PLANES
                     INVALID KEY
                        MOVE "NO SE BORRO" TO M-ERROR
                     NOT INVALID KEY
                        MOVE "BORRADO EXITOSO" TO M-ERROR
                        INITIALIZE W13-DATOS
                        MOVE "PLANES" TO W13-ARCHIVO
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

       300-MODIFICACION-00.
           DISPLAY " " ERASE
           MOVE "MODIFICACION DE PLANES DE ESTUDIO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       300-MODIFICACION-05.
           PERFORM 100-PIDECURSO-00 THRU 100-PIDECURSO-99.
           IF CURSO = 0
              GO TO 300-MODIFICACION-99
           END-IF.
       300-MODIFICACION-10.
           ACCEPT VERSION LINE 6 POSITION 13 PROMPT.
           IF VERSION = 0
              GO TO 300-MODIFICACION-05
           END-IF.
           MOVE CURSO   TO PLA-CURSO
           MOVE VERSION TO PLA-VERSION
           PERFORM 100-LEO-00 THRU 100-LEO-99
           IF EXISTE = "N"
             MOVE "LA VERSION NO EXISTE." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 300-MODIFICACION-10
           END-IF.
       300-MODIFICACION-15.
           MOVE REG-PLAN        TO W-REGANT
           MOVE PLA-DESCRIPCION TO DESCRIPCION
           MOVE PLA-VIGDESDE    TO VIGDESDE
           MOVE PLA-VIGHASTA    TO VIGHASTA
           DISPLAY DESCRIPCION LINE 7 POSITION 13
           DISPLAY VIGDESDE    LINE 8 POSITION 13
           DISPLAY VIGHASTA    LINE 9 POSITION 13.
       300-MODIFICACION-20.
           ACCEPT DESCRIPCION LINE 7 POSITION 13 PROMPT UPDATE.
           IF DESCRIPCION = SPACES
             MOVE "LA DESCRIPCION NO PUEDE SER NULA." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 300-MODIFICACION-20
           END-IF.
       300-MODIFICACION-30.
           ACCEPT VIGDESDE LINE 8 POSITION 13 PROMPT UPDATE.
       300-MODIFICACION-40.
           ACCEPT VIGHASTA LINE 9 POSITION 13 PROMPT UPDATE.
           IF (VIGHASTA NOT = 0) AND (VIGHASTA < VIGDESDE)
             MOVE "LA VIGENCIA TERMINA ANTES DE EMPEZAR." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 300-MODIFICACION-40
           END-IF.
       300-MODIFICACION-50.
           ACCEPT CONF LINE 12 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  MOVE DESCRIPCION TO PLA-DESCRIPCION
                  MOVE VIGDESDE    TO PLA-VIGDESDE
                  MOVE VIGHASTA    TO PLA-VIGHASTA
                  REWRITE REG-PLAN
                     INVALID KEY
                        MOVE "NO SE MODIFICO" TO M-ERROR
                     NOT INVALID KEY
                        MOVE "DATOS MODIFICADOS" TO M-ERROR
                        INITIALIZE W13-DATOS
                        MOVE "PLANES" TO W13-ARCHIVO
                        MOVE W40-OPERADOR TO W13-OPERADOR
                        MOVE "M" TO W13-OPERACION
                        MOVE W-REGANT TO W13-ANTES
                        MOVE REG-PLAN TO W13-DESPUES
                        CALL "P13" USING W13-DATOS
                        CANCEL "P13"
                  END-REWRITE
                  PERFORM ERRORES THRU ERRORES-F
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
           MOVE "CONSULTA DE PLANES DE ESTUDIO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "CURSO     :" LINE 5 POSITION 1.
           PERFORM 100-PIDECURSO-00 THRU 100-PIDECURSO-99.
           IF CURSO = 0
              GO TO 400-CONSULTA-99
           END-IF.
           MOVE 6 TO UBICACIONFILA.
           DISPLAY TITULO-01 LINE 6 POSITION 1.
           MOVE CURSO TO PLA-CURSO
           MOVE 0     TO PLA-VERSION
           START PLANES KEY IS NOT LESS PLA-CLAVE
              INVALID KEY
                 GO TO 400-CONSULTA-99
           END-START.
       400-CONSULTA-10.
           READ PLANES NEXT AT END
                GO TO 400-CONSULTA-99
           END-READ.
           IF PLA-CURSO NOT = CURSO
              GO TO 400-CONSULTA-99
           END-IF.

           IF FILA = 0
             DISPLAY " " ERASE
             MOVE "CONSULTA DE PLANES DE ESTUDIO" TO W-TITULO-ENC
             PERFORM ENCABEZADO THRU ENCABEZADO-F
             DISPLAY TITULO-01 LINE 5 POSITION 1
           END-IF.

           COMPUTE UBICACIONFILA = UBICACIONFILA + 1
           COMPUTE FILA = FILA + 1

           MOVE PLA-VERSION TO VERSION
           PERFORM 100-CUENTAMAT-00 THRU 100-CUENTAMAT-99
           MOVE PLA-VERSION     TO D1-VERSION
           MOVE PLA-DESCRIPCION TO D1-DESCRIPCION
           MOVE PLA-VIGDESDE    TO D1-DESDE
           MOVE PLA-VIGHASTA    TO D1-HASTA
           MOVE W-MATERIAS      TO D1-MATERIAS

           DISPLAY DETALLE-01 LINE UBICACIONFILA POSITION 1.

           IF FILA = 15
              MOVE 0 TO FILA
              MOVE 6 TO UBICACIONFILA
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
           DISPLAY "1-ALTA         "   LINE 5  POSITION 1.
           DISPLAY "2-BAJA         "   LINE 6  POSITION 1.
           DISPLAY "3-MODIFICACION "   LINE 7  POSITION 1.
           DISPLAY "4-CONSULTA     "   LINE 8  POSITION 1.
           DISPLAY "9-SALIR        "   LINE 9  POSITION 1.
           DISPLAY "OPCION:"           LINE 12 POSITION 1.
       PANTALLAINICIO-F. EXIT.

       PANTALLA.
           DISPLAY "CURSO     :"       LINE 5 POSITION 1.
           DISPLAY "VERSION   :"       LINE 6 POSITION 1.
           DISPLAY "DESC.     :"       LINE 7 POSITION 1.
           DISPLAY "VIG.DESDE :"       LINE 8 POSITION 1.
           DISPLAY "VIG.HASTA :"       LINE 9 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): " LINE 12 POSITION 1.
       PANTALLA-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
