       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-157.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 157
      *  REINSCRIPCION AUTOMATICA DE PROMOVIDOS:
      *  PARA CADA EDICION CERRADA DEL CICLO
      *  ELEGIDO (PROG-104) EVALUA A SUS
      *  INSCRIPTOS CON PROG-18 Y AL PROMOVIDO LO
      *  INSCRIBE EN LA EDICION DEL CICLO
      *  SIGUIENTE DEL CURSO QUE LE CORRESPONDE
      *  POR SU TRAYECTO (PROG-156, CON SU
      *  ORIENTACION SI LA TIENE). RESPETA EL
      *  CUPO DE LA EDICION (EL QUE NO ENTRA VA A
      *  LA LISTA DE ESPERA DEL CURSO), LA
      *  SUSPENSION POR MORA (MOROSOS) Y LAS
      *  CORRELATIVIDADES (PROG-24). EL LISTADO
      *  DICE QUE PASO CON CADA PROMOVIDO Y POR
      *  QUE. EN MODO BATCH TOMA EL CICLO
      *  ANTERIOR AL ACTUAL
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-TRAYEC.CPY".
       COPY "S-ORIENT.CPY".
       COPY "S-EDICIO.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-ESPERA.CPY".
       COPY "S-MOROSO.CPY".
       COPY "S-ALUMNO.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-TRAYEC.CPY".
       COPY "F-ORIENT.CPY".
       COPY "F-EDICIO.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-ESPERA.CPY".
       COPY "F-MOROSO.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TITULO.
          03 PIC X(39) VALUE "REINSCRIPCION DE PROMOVIDOS DEL CICLO ".
          03 LT-CICLO     PIC 9(04).
          03 PIC X(11) VALUE " AL CICLO ".
          03 LT-CICLOSIG  PIC 9(04).
       01 LINEA-EDICION.
          03 PIC X(06) VALUE "CURSO ".
          03 LE-CURSO     PIC 9(02).
          03              PIC X.
          03 LE-DESC      PIC X(30).
       01 LINEA-DETALLE.
          03              PIC X(03).
          03 LD-ALUMNO    PIC 9(05).
          03              PIC X.
          03 LD-APELLIDO  PIC X(20).
          03              PIC X.
          03 LD-NOMBRE    PIC X(15).
          03 PIC X(04) VALUE " -> ".
          03 LD-DESTINO   PIC Z9.
          03              PIC X.
          03 LD-RESULTADO PIC X(24).
       01 LINEA-TOTAL.
          03 PIC X(11) VALUE "PROMOVIDOS ".
          03 LTO-PROMO    PIC ZZZZ9.
          03 PIC X(12) VALUE "  INSCRIPTOS".
          03 LTO-INSCR    PIC ZZZZ9.
          03 PIC X(09) VALUE "  ESPERA ".
          03 LTO-ESPERA   PIC ZZZZ9.
          03 PIC X(15) VALUE "  NO UBICADOS ".
          03 LTO-NOUBIC   PIC ZZZZ9.
          03 PIC X(10) VALUE "  YA INSC ".
          03 LTO-YAINS    PIC ZZZZ9.
       01 LINEA-RAYA.
          03 PIC X(80) VALUE ALL "-".

       COPY "L-P11.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".
       COPY "L-P18.CPY".
       COPY "L-P24.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-TRAYECTOS   PIC XX.
       01 ST-ORIENTA     PIC XX.
       01 ST-EDICIONES   PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-ESPERA      PIC XX.
       01 ST-MOROSOS     PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-HAYORI       PIC X.
       01 W-HAYMOR       PIC X.
       01 EXISTE         PIC X.
       01 CONF           PIC X.
       01 W-HOY          PIC 9(08).
       01 W-CICLO        PIC 9(04).
       01 W-CICLOSIG     PIC 9(04).
       01 W-CURSOCIE     PIC 9(02).
       01 W-ALUMNO       PIC 9(05).
       01 W-DESTINO      PIC 9(02).
       01 W-ORIENTA      PIC X(04).
       01 W-CUPO         PIC 9(04).
       01 W-ORDENESP     PIC 9(04).
       01 W-RESULTADO    PIC X(24).
       01 W-PROMOVIDOS   PIC 9(05).
       01 W-INSCRIPTOS   PIC 9(05).
       01 W-ENESPERA     PIC 9(05).
       01 W-NOUBICADOS   PIC 9(05).
       01 W-YAINSCRIPTOS PIC 9(05).

       01 TABLA-EDICLO.
          03 TEC-CURSO OCCURS 99 TIMES PIC 9(02).
       01 TEC-USADOS     PIC 9(02).
       01 TEC-IND        PIC 9(02).

      *  OCUPACION DE LAS EDICIONES DESTINO, CONTADA UNA SOLA VEZ
       01 TABLA-OCUPA.
          03 TOC-CURSO OCCURS 99 TIMES.
             05 TOC-CONTADO  PIC X(01).
             05 TOC-OCUPADOS PIC 9(04).

       01 TABLA-ARRASTRE.
          03 TAR-ALUMNO OCCURS 999 TIMES PIC 9(05).
       01 TAR-USADOS     PIC 9(03).
       01 TAR-IND        PIC 9(03).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-MODO W40-OPERADOR.
      ********************************************
       UNION SECTION.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-HOY.
           MOVE W-HOY(1:4) TO W-CICLO.
           SUBTRACT 1 FROM W-CICLO.

           IF W40-MODO NOT = "B"
              DISPLAY " " ERASE
              MOVE "REINSCRIPCION DE PROMOVIDOS" TO W-TITULO-ENC
              PERFORM ENCABEZADO THRU ENCABEZADO-F
              DISPLAY "CICLO CERRADO:" LINE 5 POSITION 1
              ACCEPT W-CICLO LINE 5 POSITION 16 PROMPT UPDATE
              IF W-CICLO = 0
                 GO TO FINAL-F
              END-IF
              DISPLAY "CONFIRMA LA REINSCRIPCION? (S/N):" LINE 7
                         POSITION 1
              ACCEPT CONF LINE 7 POSITION 35
              IF CONF NOT = "S"
                 MOVE "REINSCRIPCION CANCELADA." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO FINAL-F
              END-IF
           END-IF.
           COMPUTE W-CICLOSIG = W-CICLO + 1.

           OPEN INPUT TRAYECTOS.
           IF ST-TRAYECTOS NOT = "00"
              IF W40-MODO NOT = "B"
                 MOVE "NO HAY TRAYECTOS CARGADOS." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
              END-IF
              GO TO FINAL-F
           END-IF.
           OPEN INPUT EDICIONES.
           IF ST-EDICIONES NOT = "00"
              CLOSE TRAYECTOS
              IF W40-MODO NOT = "B"
                 MOVE "NO HAY EDICIONES CARGADAS." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
              END-IF
              GO TO FINAL-F
           END-IF.
           OPEN I-O INSCRIPCIONES.
           IF ST-INSCRIP NOT = "00"
              CLOSE EDICIONES
              CLOSE TRAYECTOS
              IF W40-MODO NOT = "B"
                 MOVE "NO HAY INSCRIPCIONES." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
              END-IF
              GO TO FINAL-F
           END-IF.
           OPEN I-O ESPERA.
           IF ST-ESPERA = "35"
              OPEN OUTPUT ESPERA
              CLOSE ESPERA
              OPEN I-O ESPERA
           END-IF.
           OPEN INPUT ORIENTACIONES.
           IF ST-ORIENTA = "00"
              MOVE "S" TO W-HAYORI
           ELSE
              MOVE "N" TO W-HAYORI
           END-IF.
           OPEN INPUT MOROSOS.
           IF ST-MOROSOS = "00"
              MOVE "S" TO W-HAYMOR
           ELSE
              MOVE "N" TO W-HAYMOR
           END-IF.
           OPEN INPUT ALUMNOS.
           OPEN INPUT CURSOS.
           OPEN OUTPUT LISTADO.
           MOVE W-CICLO    TO LT-CICLO
           MOVE W-CICLOSIG TO LT-CICLOSIG
           MOVE LINEA-TITULO TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 0 TO W-PROMOVIDOS W-INSCRIPTOS W-ENESPERA
                     W-NOUBICADOS W-YAINSCRIPTOS.
           INITIALIZE TABLA-OCUPA.

           PERFORM 100-COLECTA-00 THRU 100-COLECTA-99.
           MOVE 1 TO TEC-IND.
       100-PROCESA-10.
           IF TEC-IND > TEC-USADOS
              GO TO 100-PROCESA-90
           END-IF.
           MOVE TEC-CURSO (TEC-IND) TO W-CURSOCIE
           PERFORM 200-EDICION-00 THRU 200-EDICION-99.
           ADD 1 TO TEC-IND
           GO TO 100-PROCESA-10.
       100-PROCESA-90.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-PROMOVIDOS   TO LTO-PROMO
           MOVE W-INSCRIPTOS   TO LTO-INSCR
           MOVE W-ENESPERA     TO LTO-ESPERA
           MOVE W-NOUBICADOS   TO LTO-NOUBIC
           MOVE W-YAINSCRIPTOS TO LTO-YAINS
           MOVE LINEA-TOTAL TO REG-LISTADO
           WRITE REG-LISTADO.
           CLOSE LISTADO.
           CLOSE CURSOS.
           CLOSE ALUMNOS.
           IF W-HAYMOR = "S"
              CLOSE MOROSOS
           END-IF.
           IF W-HAYORI = "S"
              CLOSE ORIENTACIONES
           END-IF.
           CLOSE ESPERA.
           CLOSE INSCRIPCIONES.
           CLOSE EDICIONES.
           CLOSE TRAYECTOS.

           INITIALIZE W15-DATOS
           MOVE "PROG-157" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".

           INITIALIZE W14-DATOS
           MOVE "PROG-157"   TO W14-PROGRAMA
           MOVE W40-OPERADOR TO W14-OPERADOR
           MOVE W-PROMOVIDOS TO W14-PROCESADOS
           MOVE W-NOUBICADOS TO W14-RECHAZADOS
           MOVE "OK"         TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           CANCEL "P14".

           IF W40-MODO NOT = "B"
              DISPLAY "PROMOVIDOS          :" LINE 10 POSITION 1
              DISPLAY W-PROMOVIDOS             LINE 10 POSITION 23
              DISPLAY "INSCRIPTOS          :" LINE 11 POSITION 1
              DISPLAY W-INSCRIPTOS             LINE 11 POSITION 23
              DISPLAY "A LISTA DE ESPERA   :" LINE 12 POSITION 1
              DISPLAY W-ENESPERA               LINE 12 POSITION 23
              DISPLAY "NO UBICADOS         :" LINE 13 POSITION 1
              DISPLAY W-NOUBICADOS             LINE 13 POSITION 23
              DISPLAY "LISTADO ENVIADO AL SPOOL." LINE 15 POSITION 1
              ACCEPT SINO LINE 24 POSITION 80
           END-IF.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  JUNTA EN UNA TABLA LOS CURSOS CON EDICION
      *  CERRADA EN EL CICLO ELEGIDO
      ********************************************
       100-COLECTA-00.
           MOVE 0 TO TEC-USADOS.
           INITIALIZE REG-EDICION
           START EDICIONES KEY IS NOT LESS EDI-CLAVE
              INVALID KEY
                 GO TO 100-COLECTA-99
           END-START.
       100-COLECTA-10.
           READ EDICIONES NEXT AT END
                GO TO 100-COLECTA-99
           END-READ.
           IF (EDI-CICLO NOT = W-CICLO) OR (NOT EDI-CERRADA)
              GO TO 100-COLECTA-10
           END-IF.
           IF TEC-USADOS < 99
              ADD 1 TO TEC-USADOS
              MOVE EDI-CURSO TO TEC-CURSO (TEC-USADOS)
           END-IF.
           GO TO 100-COLECTA-10.
       100-COLECTA-99. EXIT.

      ********************************************
      *  EVALUA LOS INSCRIPTOS DE LA EDICION Y
      *  JUNTA A LOS PROMOVIDOS; RECIEN DESPUES
      *  DEL BARRIDO LOS UBICA, PORQUE LA
      *  UBICACION GRABA EN INSCRIPCIONES
      ********************************************
       200-EDICION-00.
           MOVE 0 TO TAR-USADOS.
           MOVE W-CURSOCIE TO INS-CURSO
           START INSCRIPCIONES KEY IS NOT LESS INS-CURSO
              INVALID KEY
                 GO TO 200-EDICION-99
           END-START.
       200-EDICION-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 200-EDICION-50
           END-READ.
           IF INS-CURSO NOT = W-CURSOCIE
              GO TO 200-EDICION-50
           END-IF.
           IF INS-CICLO NOT = W-CICLO
              GO TO 200-EDICION-10
           END-IF.
           IF INS-DEBAJA OR INS-CAMBIADA
              GO TO 200-EDICION-10
           END-IF.
           INITIALIZE W18-DATOS
           MOVE INS-ALUMNO TO W18-ALUMNO
           MOVE W-CURSOCIE TO W18-CURSO
           CALL "P18" USING W18-DATOS
           CANCEL "P18"
           IF (W18-RESULT = "P") AND (TAR-USADOS < 999)
              ADD 1 TO TAR-USADOS
              MOVE INS-ALUMNO TO TAR-ALUMNO (TAR-USADOS)
           END-IF.
           GO TO 200-EDICION-10.
       200-EDICION-50.
           IF TAR-USADOS = 0
              GO TO 200-EDICION-99
           END-IF.
           MOVE W-CURSOCIE TO LE-CURSO
           MOVE SPACES TO LE-DESC
           MOVE W-CURSOCIE TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CUR-DESCRIPCION TO LE-DESC
           END-READ.
           MOVE LINEA-EDICION TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 1 TO TAR-IND.
       200-EDICION-60.
           IF TAR-IND > TAR-USADOS
              GO TO 200-EDICION-99
           END-IF.
           MOVE TAR-ALUMNO (TAR-IND) TO W-ALUMNO
           ADD 1 TO W-PROMOVIDOS
           PERFORM 300-UBICA-00 THRU 300-UBICA-99.
           ADD 1 TO TAR-IND
           GO TO 200-EDICION-60.
       200-EDICION-99. EXIT.

      ********************************************
      *  UBICA A UN PROMOVIDO: TRAYECTO (CON SU
      *  ORIENTACION O EL GENERAL), EDICION
      *  ABIERTA DEL CICLO SIGUIENTE, MORA,
      *  CORRELATIVAS Y CUPO. DEJA SU LINEA EN EL
      *  LISTADO
      ********************************************
       300-UBICA-00.
           MOVE 0 TO W-DESTINO.
           MOVE SPACES TO LD-APELLIDO LD-NOMBRE.
           MOVE W-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE "ALUMNO INEXISTENTE" TO W-RESULTADO
                 GO TO 300-UBICA-80
           END-READ.
           MOVE ALU-APELLIDO TO LD-APELLIDO
           MOVE ALU-NOMBRE   TO LD-NOMBRE
           IF NOT ALU-ACTIVO
              MOVE "ALUMNO DE BAJA" TO W-RESULTADO
              GO TO 300-UBICA-80
           END-IF.

           MOVE SPACES TO W-ORIENTA.
           IF W-HAYORI = "S"
              MOVE W-ALUMNO TO ORI-ALUMNO
              READ ORIENTACIONES KEY IS ORI-ALUMNO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ORI-ORIENTA TO W-ORIENTA
              END-READ
           END-IF.
           MOVE W-CURSOCIE TO TRY-ORIGEN
           MOVE W-ORIENTA  TO TRY-ORIENTA
           READ TRAYECTOS KEY IS TRY-CLAVE
              INVALID KEY
                 MOVE "N" TO EXISTE
              NOT INVALID KEY
                 MOVE "S" TO EXISTE
           END-READ.
           IF (EXISTE = "N") AND (W-ORIENTA NOT = SPACES)
              MOVE W-CURSOCIE TO TRY-ORIGEN
              MOVE SPACES     TO TRY-ORIENTA
              READ TRAYECTOS KEY IS TRY-CLAVE
                 INVALID KEY
                    MOVE "N" TO EXISTE
                 NOT INVALID KEY
                    MOVE "S" TO EXISTE
              END-READ
           END-IF.
           IF EXISTE = "N"
              MOVE "SIN TRAYECTO DEFINIDO" TO W-RESULTADO
              GO TO 300-UBICA-80
           END-IF.
           MOVE TRY-DESTINO TO W-DESTINO.

           MOVE W-ALUMNO   TO INS-ALUMNO
           MOVE W-DESTINO  TO INS-CURSO
           MOVE W-CICLOSIG TO INS-CICLO
           READ INSCRIPCIONES KEY IS INS-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF INS-ACTIVA
                    MOVE "YA INSCRIPTO" TO W-RESULTADO
                    ADD 1 TO W-YAINSCRIPTOS
                    GO TO 300-UBICA-90
                 END-IF
           END-READ.

           MOVE W-DESTINO  TO EDI-CURSO
           MOVE W-CICLOSIG TO EDI-CICLO
           READ EDICIONES KEY IS EDI-CLAVE
              INVALID KEY
                 MOVE "SIN EDICION EN EL CICLO" TO W-RESULTADO
                 GO TO 300-UBICA-80
           END-READ.
           IF NOT EDI-ABIERTA
              MOVE "EDICION NO ABIERTA" TO W-RESULTADO
              GO TO 300-UBICA-80
           END-IF.
           MOVE EDI-CUPO TO W-CUPO.

           IF W-HAYMOR = "S"
              MOVE W-ALUMNO TO MOR-ALUMNO
              READ MOROSOS KEY IS MOR-ALUMNO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF MOR-SUSPENDIDO
                       MOVE "SUSPENDIDO POR MORA" TO W-RESULTADO
                       GO TO 300-UBICA-80
                    END-IF
              END-READ
           END-IF.

           INITIALIZE W24-DATOS
           MOVE W-ALUMNO   TO W24-ALUMNO
           MOVE W-DESTINO  TO W24-CURSO
           MOVE 0          TO W24-MATERIA
           MOVE W-CICLOSIG TO W24-CICLO
           MOVE "C"        TO W24-PARA
           CALL "P24" USING W24-DATOS
           CANCEL "P24".
           IF W24-RESULT = "N"
              MOVE "ADEUDA CORRELATIVAS" TO W-RESULTADO
              GO TO 300-UBICA-80
           END-IF.

           PERFORM 400-OCUPADOS-00 THRU 400-OCUPADOS-99.
           IF TOC-OCUPADOS (W-DESTINO) < W-CUPO
              PERFORM 500-INSCRIBE-00 THRU 500-INSCRIBE-99
              MOVE "INSCRIPTO" TO W-RESULTADO
              ADD 1 TO W-INSCRIPTOS
           ELSE
              PERFORM 600-ESPERA-00 THRU 600-ESPERA-99
           END-IF.
           GO TO 300-UBICA-90.
       300-UBICA-80.
           ADD 1 TO W-NOUBICADOS.
       300-UBICA-90.
           MOVE W-ALUMNO    TO LD-ALUMNO
           MOVE W-DESTINO   TO LD-DESTINO
           MOVE W-RESULTADO TO LD-RESULTADO
           MOVE LINEA-DETALLE TO REG-LISTADO
           WRITE REG-LISTADO.
       300-UBICA-99. EXIT.

      *  INSCRIPCIONES ACTIVAS DE LA EDICION DESTINO EN EL CICLO
      *  SIGUIENTE, CONTADAS LA PRIMERA VEZ QUE SE LA NECESITA
       400-OCUPADOS-00.
           IF TOC-CONTADO (W-DESTINO) = "S"
              GO TO 400-OCUPADOS-99
           END-IF.
           MOVE "S" TO TOC-CONTADO (W-DESTINO)
           MOVE 0   TO TOC-OCUPADOS (W-DESTINO)
           MOVE W-DESTINO TO INS-CURSO
           START INSCRIPCIONES KEY IS NOT LESS INS-CURSO
              INVALID KEY
                 GO TO 400-OCUPADOS-99
           END-START.
       400-OCUPADOS-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 400-OCUPADOS-99
           END-READ.
           IF INS-CURSO NOT = W-DESTINO
              GO TO 400-OCUPADOS-99
           END-IF.
           IF INS-ACTIVA AND (INS-CICLO = W-CICLOSIG)
              ADD 1 TO TOC-OCUPADOS (W-DESTINO)
           END-IF.
           GO TO 400-OCUPADOS-10.
       400-OCUPADOS-99. EXIT.

       500-INSCRIBE-00.
           MOVE W-ALUMNO   TO INS-ALUMNO
           MOVE W-DESTINO  TO INS-CURSO
           MOVE W-CICLOSIG TO INS-CICLO
           MOVE W-HOY      TO INS-FECHA
           MOVE "A"        TO INS-ESTADO
           MOVE 0          TO INS-FOLIO
           MOVE 0          TO INS-COMISION
           WRITE REG-INSCRIPCION
              INVALID KEY
      *  REACTIVACION: SE RELEE LA INSCRIPCION EXISTENTE PARA
      *  CONSERVAR SU FECHA Y SU FOLIO DEL LIBRO MATRIZ
                 READ INSCRIPCIONES KEY IS INS-CLAVE
                    INVALID KEY
                       CONTINUE
                 END-READ
                 MOVE "A" TO INS-ESTADO
                 REWRITE REG-INSCRIPCION
                 END-REWRITE
           END-WRITE.
           ADD 1 TO TOC-OCUPADOS (W-DESTINO).
       500-INSCRIBE-99. EXIT.

      ********************************************
      *  SIN CUPO: AL FINAL DE LA LISTA DE ESPERA
      *  DEL CURSO DESTINO, SALVO QUE YA ESTE
      *  ESPERANDO EN ELLA
      ********************************************
       600-ESPERA-00.
           MOVE 0 TO W-ORDENESP.
           MOVE W-DESTINO TO ESP-CURSO
           MOVE 0 TO ESP-ORDEN
           START ESPERA KEY IS NOT LESS ESP-CLAVE
              INVALID KEY
                 GO TO 600-ESPERA-50
           END-START.
       600-ESPERA-10.
           READ ESPERA NEXT AT END
                GO TO 600-ESPERA-50
           END-READ.
           IF ESP-CURSO NOT = W-DESTINO
              GO TO 600-ESPERA-50
           END-IF.
           IF (ESP-ALUMNO = W-ALUMNO) AND ESP-ENESPERA
              MOVE "YA ESTABA EN ESPERA" TO W-RESULTADO
              ADD 1 TO W-ENESPERA
              GO TO 600-ESPERA-99
           END-IF.
           MOVE ESP-ORDEN TO W-ORDENESP.
           GO TO 600-ESPERA-10.
       600-ESPERA-50.
           ADD 1 TO W-ORDENESP.
           MOVE W-DESTINO     TO ESP-CURSO
           MOVE W-ORDENESP    TO ESP-ORDEN
           MOVE W-ALUMNO      TO ESP-ALUMNO
           MOVE ALU-APELLIDO  TO ESP-APELLIDO
           MOVE ALU-NOMBRE    TO ESP-NOMBRE
           MOVE ALU-CODIGO-PROVINCIA TO ESP-PROVINCIA
           MOVE W-HOY         TO ESP-FECHA
           MOVE "E"           TO ESP-ESTADO
           WRITE REG-ESPERA
              INVALID KEY
                 CONTINUE
           END-WRITE.
           MOVE "SIN CUPO: LISTA ESPERA" TO W-RESULTADO.
           ADD 1 TO W-ENESPERA.
       600-ESPERA-99. EXIT.

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

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
