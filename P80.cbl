      *  PROGRAMA NRO 80
      *  ABMC DE EDICIONES DE CURSO: CADA CURSO
      *  DEL CATALOGO PUEDE REPETIRSE POR CICLO
      *  LECTIVO CON SU PROPIO CUPO, FECHAS,
      *  ESTADO Y VERSION DEL PLAN DE ESTUDIO
      *  (PROG-143). EL PLAN NO SE CAMBIA UNA VEZ
      *  QUE LA EDICION TIENE INSCRIPCIONES. SI LA
      *  EDICION SE DIVIDE EN COMISIONES (PROG-144)
      *  SU CUPO ES LA SUMA DE LOS DE ELLAS Y NO
      *  SE MODIFICA ACA
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "S-EDICIO.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-PLANES.CPY".
       COPY "S-COMISI.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-EDICIO.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-PLANES.CPY".
       COPY "F-COMISI.CPY".

       WORKING-STORAGE SECTION.

          03 PIC X(08) VALUE "HASTA".
          03 PIC X.
          03 PIC X(03) VALUE "EST".
          03 PIC X.
          03 PIC X(04) VALUE "PLAN".

       01 DETALLE-01.
          03 D1-CICLO PIC 9(04).
          03 D1-FIN   PIC 9(08).
          03          PIC XX.
          03 D1-EST   PIC X.
          03          PIC XXX.
          03 D1-PLAN  PIC Z9.

       01 W-DATOS.
          03 CURSO     PIC 9(02).
          03 CUPO      PIC 9(04).
          03 FECHAINI  PIC 9(08).
          03 FECHAFIN  PIC 9(08).
          03 PLAN      PIC 9(02).

       COPY "L-P11.CPY".
       COPY "L-P25.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.
       01 FILA          PIC 999 VALUE 0.
       01 ST-EDICIONES   PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-PLANES      PIC XX.
       01 ST-COMISIONES  PIC XX.
       01 W-HAYCOMISION  PIC X.
       01 EXISTE         PIC X.
       01 CONF           PIC X.
       01 W-ESTADOGUARD  PIC X.
           DISPLAY CUR-DESCRIPCION LINE 5 POSITION 20.
       100-PIDECURSO-99. EXIT.

      *  VERSION DEL PLAN DE ESTUDIO: DEBE EXISTIR EN PLANES
       100-PIDEPLAN-00.
           DISPLAY PLAN LINE 10 POSITION 13.
           ACCEPT PLAN LINE 10 POSITION 13 PROMPT UPDATE.
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
                   DISPLAY PLA-DESCRIPCION LINE 10 POSITION 20
              END-READ
              CLOSE PLANES
           END-IF.
           IF EXISTE = "N"
             MOVE "EL PLAN NO EXISTE (PROG-143)." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 100-PIDEPLAN-00
           END-IF.
       100-PIDEPLAN-99. EXIT.

      *  VERIFICA SI LA EDICION TIENE INSCRIPCIONES CARGADAS
       100-LEOINSCRIP-00.
           MOVE "N" TO EXISTE.
           CLOSE INSCRIPCIONES.
       100-LEOINSCRIP-99. EXIT.

      *  VERIFICA SI LA EDICION ESTA DIVIDIDA EN COMISIONES
       100-LEOCOMISION-00.
           MOVE "N" TO W-HAYCOMISION.
           OPEN INPUT COMISIONES.
           IF ST-COMISIONES NOT = "00"
              GO TO 100-LEOCOMISION-99
           END-IF.
           MOVE CURSO TO COM-CURSO
           MOVE CICLO TO COM-CICLO
           MOVE 0     TO COM-CODIGO
           START COMISIONES KEY IS NOT LESS COM-CLAVE
              INVALID KEY
                 GO TO 100-LEOCOMISION-90
           END-START.
           READ COMISIONES NEXT AT END
                GO TO 100-LEOCOMISION-90
           END-READ.
           IF (COM-CURSO = CURSO) AND (COM-CICLO = CICLO)
              MOVE "S" TO W-HAYCOMISION
           END-IF.
       100-LEOCOMISION-90.
           CLOSE COMISIONES.
       100-LEOCOMISION-99. EXIT.

       100-ALTA-00.
           DISPLAY " " ERASE
           MOVE "ALTA DE EDICIONES" TO W-TITULO-ENC
           ACCEPT FECHAINI LINE 8 POSITION 13 PROMPT.
       100-ALTA-40.
           ACCEPT FECHAFIN LINE 9 POSITION 13 PROMPT.
       100-ALTA-45.
           INITIALIZE W25-DATOS
           MOVE CURSO TO W25-CURSO
           MOVE CICLO TO W25-CICLO
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE W25-PLAN TO PLAN
           PERFORM 100-PIDEPLAN-00 THRU 100-PIDEPLAN-99.
       100-ALTA-50.
           ACCEPT CONF LINE 11 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
                  MOVE FECHAINI TO EDI-FECHAINI
                  MOVE FECHAFIN TO EDI-FECHAFIN
                  MOVE "A"      TO EDI-ESTADO
                  MOVE PLAN     TO EDI-PLAN
                  WRITE REG-EDICION
                     INVALID KEY
                        MOVE "NO SE GRABO" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 200-BAJA-10
           END-IF.
           PERFORM 100-LEOCOMISION-00 THRU 100-LEOCOMISION-99
           IF W-HAYCOMISION = "S"
             MOVE "LA EDICION TIENE COMISIONES (PROG-144)." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 200-BAJA-10
           END-IF.
           DISPLAY EDI-CUPO LINE 7 POSITION 13.
           DISPLAY EDI-PLAN LINE 10 POSITION 13.
       200-BAJA-50.
           ACCEPT CONF LINE 11 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
           MOVE EDI-FECHAINI TO FECHAINI
           MOVE EDI-FECHAFIN TO FECHAFIN
           MOVE EDI-ESTADO   TO W-ESTADOGUARD
           MOVE EDI-PLAN     TO PLAN
           DISPLAY CUPO     LINE 7 POSITION 13
           DISPLAY FECHAINI LINE 8 POSITION 13
           DISPLAY FECHAFIN LINE 9 POSITION 13
           DISPLAY PLAN     LINE 10 POSITION 13.
           PERFORM 100-LEOCOMISION-00 THRU 100-LEOCOMISION-99.
           IF W-HAYCOMISION = "S"
              DISPLAY "(SUMA DE COMISIONES)" LINE 7 POSITION 20
              GO TO 300-MODIFICACION-30
           END-IF.
       300-MODIFICACION-20.
           ACCEPT CUPO LINE 7 POSITION 13 PROMPT UPDATE.
           IF CUPO = 0
           ACCEPT FECHAINI LINE 8 POSITION 13 PROMPT UPDATE.
       300-MODIFICACION-40.
           ACCEPT FECHAFIN LINE 9 POSITION 13 PROMPT UPDATE.
       300-MODIFICACION-45.
           PERFORM 100-LEOINSCRIP-00 THRU 100-LEOINSCRIP-99
           IF EXISTE = "N"
              PERFORM 100-PIDEPLAN-00 THRU 100-PIDEPLAN-99
           END-IF.
       300-MODIFICACION-50.
           ACCEPT CONF LINE 11 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
                  MOVE FECHAINI TO EDI-FECHAINI
                  MOVE FECHAFIN TO EDI-FECHAFIN
                  MOVE W-ESTADOGUARD TO EDI-ESTADO
                  MOVE PLAN     TO EDI-PLAN
                  REWRITE REG-EDICION
                     INVALID KEY
                        MOVE "NO SE MODIFICO" TO M-ERROR
           MOVE EDI-FECHAINI TO D1-INI
           MOVE EDI-FECHAFIN TO D1-FIN
           MOVE EDI-ESTADO   TO D1-EST
           MOVE EDI-PLAN     TO D1-PLAN

           DISPLAY DETALLE-01 LINE UBICACIONFILA POSITION 1.

           DISPLAY "CUPO      :"       LINE 7 POSITION 1.
           DISPLAY "DESDE     :"       LINE 8 POSITION 1.
           DISPLAY "HASTA     :"       LINE 9 POSITION 1.
           DISPLAY "PLAN      :"       LINE 10 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): " LINE 11 POSITION 1.
       PANTALLA-F. EXIT.

