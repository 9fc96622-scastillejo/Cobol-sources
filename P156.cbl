       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-156.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 156
      *  TRAYECTOS DE CURSOS (TRAYECTO.DAT): QUE
      *  CURSO SIGUE A CUAL PARA EL ALUMNO
      *  PROMOVIDO. EL TRAYECTO PUEDE DEPENDER DE
      *  LA ORIENTACION DEL ALUMNO (ORIENTA.DAT):
      *  SE BUSCA PRIMERO EL DEL CURSO CON SU
      *  ORIENTACION Y SI NO EXISTE EL GENERAL
      *  (ORIENTACION EN BLANCO). LA REINSCRIPCION
      *  AUTOMATICA DE LOS PROMOVIDOS LA HACE
      *  PROG-157
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-TRAYEC.CPY".
       COPY "S-ORIENT.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-ALUMNO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-TRAYEC.CPY".
       COPY "F-ORIENT.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-ALUMNO.CPY".

       WORKING-STORAGE SECTION.

       01 TITULO-01.
          03 PIC X(05) VALUE "ORIG.".
          03 PIC X.
          03 PIC X(20) VALUE "CURSO".
          03 PIC X.
          03 PIC X(04) VALUE "ORIE".
          03 PIC X.
          03 PIC X(05) VALUE "SIGUE".
          03 PIC X.
          03 PIC X(20) VALUE "CURSO".
          03 PIC X.
          03 PIC X(20) VALUE "DESCRIPCION".

       01 DETALLE-01.
          03 D1-ORIGEN   PIC 9(02).
          03             PIC X(04).
          03 D1-DESCORI  PIC X(20).
          03             PIC X.
          03 D1-ORIENTA  PIC X(04).
          03             PIC X.
          03 D1-DESTINO  PIC 9(02).
          03             PIC X(04).
          03 D1-DESCDES  PIC X(20).
          03             PIC X.
          03 D1-DESC     PIC X(20).

       COPY "L-P11.CPY".
       01 UBICACIONFILA PIC 999 VALUE 6.
       01 FILA          PIC 999 VALUE 0.

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-TRAYECTOS   PIC XX.
       01 ST-ORIENTA     PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 W-MODOPANT     PIC X VALUE "P".
       01 EXISTE         PIC X.
       01 CONF           PIC X.
       01 W-HOY          PIC 9(08).
       01 W-ORIGEN       PIC 9(02).
       01 W-ORIENTA      PIC X(04).
       01 W-ALUMNO       PIC 9(05).

       01 DESTINO        PIC 9(02).
       01 DESCRIPCION    PIC X(20).
       01 ORIENTA        PIC X(04).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-TRAYECTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON TRAYECTOS.
           DISPLAY "ERROR DE E/S EN TRAYECTOS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-TRAYECTOS LINE 23 POSITION 37
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-ORIENTA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ORIENTACIONES.
           DISPLAY "ERROR DE E/S EN ORIENTACIONES. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-ORIENTA LINE 23 POSITION 41
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
           OPEN INPUT CURSOS.
           IF ST-CURSOS NOT = "00"
              MOVE "CARGAR PRIMERO LOS CURSOS" TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO FINAL-F
           END-IF.
           OPEN INPUT ALUMNOS.
           IF ST-ALUMNOS NOT = "00"
              MOVE "NO HAY ALUMNOS CARGADOS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              CLOSE CURSOS
              GO TO FINAL-F
           END-IF.
           PERFORM 900-ABRE-00 THRU 900-ABRE-99.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-HOY.

       INICIO.
           DISPLAY " " ERASE
           MOVE "TRAYECTOS DE CURSOS" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 12 POSITION 10.

           IF OPCION = 1
              PERFORM 100-TRAYECTO-00 THRU 100-TRAYECTO-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              PERFORM 200-BAJA-00 THRU 200-BAJA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 3
              INITIALIZE FILA
              PERFORM 300-CONSULTA-00 THRU 300-CONSULTA-99
              ACCEPT SINO LINE 24 POSITION 80
              GO TO INICIO
           END-IF.
           IF OPCION = 4
              PERFORM 400-ORIENTACION-00 THRU 400-ORIENTACION-99
              GO TO INICIO
           END-IF.
      *  LA REINSCRIPCION ABRE TRAYECTO.DAT Y ORIENTA.DAT POR SU
      *  CUENTA
           IF OPCION = 5
              CLOSE ORIENTACIONES
              CLOSE TRAYECTOS
              CALL "P157" USING W-MODOPANT W40-OPERADOR
              CANCEL "P157"
              PERFORM 900-ABRE-00 THRU 900-ABRE-99
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           CLOSE ORIENTACIONES.
           CLOSE TRAYECTOS.
           CLOSE ALUMNOS.
           CLOSE CURSOS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

       100-LEO-00.
           READ TRAYECTOS KEY IS TRY-CLAVE
              INVALID KEY
                MOVE "N" TO EXISTE
              NOT INVALID KEY
                MOVE "S" TO EXISTE
           END-READ.
       100-LEO-99. EXIT.

      *  EL CURSO DE ORIGEN DEBE EXISTIR
       100-ORIGEN-00.
           ACCEPT W-ORIGEN LINE 4 POSITION 17 PROMPT.
           IF W-ORIGEN = 0
              GO TO 100-ORIGEN-99
           END-IF.
           MOVE W-ORIGEN TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE "EL CURSO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-ORIGEN-00
           END-READ.
           DISPLAY CUR-DESCRIPCION LINE 4 POSITION 22.
           MOVE SPACES TO W-ORIENTA.
           ACCEPT W-ORIENTA LINE 5 POSITION 17 PROMPT.
           MOVE W-ORIGEN  TO TRY-ORIGEN
           MOVE W-ORIENTA TO TRY-ORIENTA
           PERFORM 100-LEO-00 THRU 100-LEO-99.
       100-ORIGEN-99. EXIT.

      ********************************************
      *  ALTA O MODIFICACION DE UN TRAYECTO. EL
      *  CURSO SIGUIENTE DEBE EXISTIR Y SER
      *  DISTINTO DEL DE ORIGEN
      ********************************************
       100-TRAYECTO-00.
           DISPLAY " " ERASE
           MOVE "ALTA / MODIFICACION DE TRAYECTO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
           PERFORM 100-ORIGEN-00 THRU 100-ORIGEN-99.
           IF W-ORIGEN = 0
              GO TO 100-TRAYECTO-99
           END-IF.
           IF EXISTE = "S"
              MOVE TRY-DESTINO     TO DESTINO
              MOVE TRY-DESCRIPCION TO DESCRIPCION
           ELSE
              MOVE 0 TO DESTINO
              MOVE SPACES TO DESCRIPCION
              DISPLAY "ALTA" LINE 8 POSITION 17
           END-IF.
           DISPLAY DESTINO     LINE 6 POSITION 17
           DISPLAY DESCRIPCION LINE 7 POSITION 17.
       100-TRAYECTO-20.
           ACCEPT DESTINO LINE 6 POSITION 17 PROMPT UPDATE.
           IF DESTINO = 0
              GO TO 100-TRAYECTO-00
           END-IF.
           IF DESTINO = W-ORIGEN
              MOVE "EL CURSO SIGUIENTE DEBE SER OTRO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-TRAYECTO-20
           END-IF.
           MOVE DESTINO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE "EL CURSO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-TRAYECTO-20
           END-READ.
           DISPLAY CUR-DESCRIPCION LINE 6 POSITION 22.
           ACCEPT DESCRIPCION LINE 7 POSITION 17 PROMPT UPDATE.
       100-TRAYECTO-50.
           ACCEPT CONF LINE 21 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 100-TRAYECTO-50
           END-IF.
           IF CONF = "N"
              GO TO 100-TRAYECTO-00
           END-IF.
           MOVE DESTINO      TO TRY-DESTINO
           MOVE DESCRIPCION  TO TRY-DESCRIPCION
           MOVE W-HOY        TO TRY-FECHA
           MOVE W40-OPERADOR TO TRY-OPERADOR
           IF EXISTE = "S"
              REWRITE REG-TRAYECTO
                 INVALID KEY
                    MOVE "NO SE MODIFICO" TO M-ERROR
                 NOT INVALID KEY
                    MOVE "DATOS MODIFICADOS" TO M-ERROR
              END-REWRITE
           ELSE
              MOVE W-ORIGEN  TO TRY-ORIGEN
              MOVE W-ORIENTA TO TRY-ORIENTA
              WRITE REG-TRAYECTO
                 INVALID KEY
                    MOVE "NO SE GRABO" TO M-ERROR
                 NOT INVALID KEY
                    MOVE "DATOS INGRESADOS" TO M-ERROR
              END-WRITE
           END-IF.
           PERFORM ERRORES THRU ERRORES-F.
           GO TO 100-TRAYECTO-00.
       100-TRAYECTO-99. EXIT.

       200-BAJA-00.
           DISPLAY " " ERASE
           MOVE "BAJA DE TRAYECTO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
           PERFORM 100-ORIGEN-00 THRU 100-ORIGEN-99.
           IF W-ORIGEN = 0
              GO TO 200-BAJA-99
           END-IF.
           IF EXISTE = "N"
              MOVE "NO EXISTE ESE TRAYECTO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-BAJA-00
           END-IF.
           DISPLAY TRY-DESTINO     LINE 6 POSITION 17
           DISPLAY TRY-DESCRIPCION LINE 7 POSITION 17.
       200-BAJA-50.
           ACCEPT CONF LINE 21 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 200-BAJA-50
           END-IF.
           IF CONF = "N"
              GO TO 200-BAJA-00
           END-IF.
           DELETE TRAYECTOS RECORD
              INVALID KEY
                 MOVE "NO SE BORRO" TO M-ERROR
              NOT INVALID KEY
                 MOVE "TRAYECTO BORRADO" TO M-ERROR
           END-DELETE.
           PERFORM ERRORES THRU ERRORES-F.
           GO TO 200-BAJA-00.
       200-BAJA-99. EXIT.

       300-CONSULTA-00.
           MOVE 6 TO UBICACIONFILA.
           MOVE 0 TO TRY-ORIGEN
           MOVE SPACES TO TRY-ORIENTA
           START TRAYECTOS KEY IS NOT LESS TRY-CLAVE
              INVALID KEY
                 MOVE "NO HAY TRAYECTOS CARGADOS." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 300-CONSULTA-99
           END-START.
       300-CONSULTA-10.
           READ TRAYECTOS NEXT AT END
                GO TO 300-CONSULTA-99
           END-READ.

           IF FILA = 0
             DISPLAY " " ERASE
             MOVE "CONSULTA DE TRAYECTOS" TO W-TITULO-ENC
             PERFORM ENCABEZADO THRU ENCABEZADO-F
             DISPLAY TITULO-01 LINE 5 POSITION 1
           END-IF.

           COMPUTE UBICACIONFILA = UBICACIONFILA + 1
           COMPUTE FILA = FILA + 1

           MOVE TRY-ORIGEN      TO D1-ORIGEN
           MOVE TRY-ORIENTA     TO D1-ORIENTA
           MOVE TRY-DESTINO     TO D1-DESTINO
           MOVE TRY-DESCRIPCION TO D1-DESC
           MOVE SPACES TO D1-DESCORI D1-DESCDES
           MOVE TRY-ORIGEN TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CUR-DESCRIPCION TO D1-DESCORI
           END-READ.
           MOVE TRY-DESTINO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CUR-DESCRIPCION TO D1-DESCDES
           END-READ.

           DISPLAY DETALLE-01 LINE UBICACIONFILA POSITION 1.

           IF FILA = 15
              MOVE 0 TO FILA
              MOVE 6 TO UBICACIONFILA
              ACCEPT SINO LINE 24 POSITION 1
           END-IF.
           GO TO 300-CONSULTA-10.
       300-CONSULTA-99. EXIT.

      ********************************************
      *  ORIENTACION DE UN ALUMNO: ELIGE EL
      *  TRAYECTO QUE SIGUE AL PROMOVER. EN BLANCO
      *  SE BORRA Y VALE EL TRAYECTO GENERAL
      ********************************************
       400-ORIENTACION-00.
           DISPLAY " " ERASE
           MOVE "ORIENTACION DEL ALUMNO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLAORI THRU PANTALLAORI-F.
       400-ORIENTACION-10.
           ACCEPT W-ALUMNO LINE 4 POSITION 17 PROMPT.
           IF W-ALUMNO = 0
              GO TO 400-ORIENTACION-99
           END-IF.
           MOVE W-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE "EL ALUMNO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 400-ORIENTACION-10
           END-READ.
           DISPLAY ALU-APELLIDO LINE 4 POSITION 24
           DISPLAY ALU-NOMBRE   LINE 4 POSITION 45.
           MOVE W-ALUMNO TO ORI-ALUMNO
           READ ORIENTACIONES KEY IS ORI-ALUMNO
              INVALID KEY
                 MOVE "N" TO EXISTE
                 MOVE SPACES TO ORIENTA
              NOT INVALID KEY
                 MOVE "S" TO EXISTE
                 MOVE ORI-ORIENTA TO ORIENTA
           END-READ.
           DISPLAY ORIENTA LINE 5 POSITION 17.
           ACCEPT ORIENTA LINE 5 POSITION 17 PROMPT UPDATE.
       400-ORIENTACION-50.
           ACCEPT CONF LINE 21 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 400-ORIENTACION-50
           END-IF.
           IF CONF = "N"
              GO TO 400-ORIENTACION-00
           END-IF.
           IF ORIENTA = SPACES
              IF EXISTE = "S"
                 DELETE ORIENTACIONES RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
              END-IF
              MOVE "EL ALUMNO SIGUE EL TRAYECTO GENERAL" TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 400-ORIENTACION-00
           END-IF.
           MOVE ORIENTA      TO ORI-ORIENTA
           MOVE W-HOY        TO ORI-FECHA
           MOVE W40-OPERADOR TO ORI-OPERADOR
           IF EXISTE = "S"
              REWRITE REG-ORIENTA
                 INVALID KEY
                    MOVE "NO SE MODIFICO" TO M-ERROR
                 NOT INVALID KEY
                    MOVE "DATOS MODIFICADOS" TO M-ERROR
              END-REWRITE
           ELSE
              MOVE W-ALUMNO TO ORI-ALUMNO
              WRITE REG-ORIENTA
                 INVALID KEY
                    MOVE "NO SE GRABO" TO M-ERROR
                 NOT INVALID KEY
                    MOVE "DATOS INGRESADOS" TO M-ERROR
              END-WRITE
           END-IF.
           PERFORM ERRORES THRU ERRORES-F.
           GO TO 400-ORIENTACION-00.
       400-ORIENTACION-99. EXIT.

       900-ABRE-00.
           OPEN I-O TRAYECTOS.
           IF ST-TRAYECTOS = "35"
             OPEN OUTPUT TRAYECTOS
             CLOSE TRAYECTOS
             OPEN I-O TRAYECTOS
           END-IF.
           OPEN I-O ORIENTACIONES.
           IF ST-ORIENTA = "35"
             OPEN OUTPUT ORIENTACIONES
             CLOSE ORIENTACIONES
             OPEN I-O ORIENTACIONES
           END-IF.
       900-ABRE-99. EXIT.

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
           DISPLAY "1-ALTA / MODIFICACION TRAYECTO" LINE 5 POSITION 1.
           DISPLAY "2-BAJA DE TRAYECTO            " LINE 6 POSITION 1.
           DISPLAY "3-CONSULTA DE TRAYECTOS       " LINE 7 POSITION 1.
           DISPLAY "4-ORIENTACION DE UN ALUMNO    " LINE 8 POSITION 1.
           DISPLAY "5-REINSCRIPCION DE PROMOVIDOS " LINE 9 POSITION 1.
           DISPLAY "9-SALIR                       " LINE 11
                      POSITION 1.
           DISPLAY "OPCION:"                          LINE 12
                      POSITION 1.
       PANTALLAINICIO-F. EXIT.

       PANTALLA.
           DISPLAY "CURSO ORIGEN  :"   LINE 4 POSITION 1.
           DISPLAY "ORIENTACION   :"   LINE 5 POSITION 1.
           DISPLAY "(EN BLANCO = GENERAL)" LINE 5 POSITION 23.
           DISPLAY "CURSO SIGUE   :"   LINE 6 POSITION 1.
           DISPLAY "DESCRIPCION   :"   LINE 7 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): " LINE 21 POSITION 1.
       PANTALLA-F. EXIT.

       PANTALLAORI.
           DISPLAY "ALUMNO        :"   LINE 4 POSITION 1.
           DISPLAY "ORIENTACION   :"   LINE 5 POSITION 1.
           DISPLAY "(EN BLANCO = TRAYECTO GENERAL)" LINE 5
                      POSITION 23.
           DISPLAY "CONFIRMA? (S/N): " LINE 21 POSITION 1.
       PANTALLAORI-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
