       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-151.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 151
      *  CONTROL DE APTOS FISICOS: PARA CADA
      *  EDICION ABIERTA QUE TODAVIA NO EMPEZO
      *  (EDI-FECHAINI) LISTA LOS INSCRIPTOS
      *  ACTIVOS SIN FICHA DE SALUD, SIN APTO
      *  CARGADO O CON EL APTO VENCIDO A LA FECHA
      *  DE INICIO (SALUD.DAT, PROG-150). EN MODO
      *  PANTALLA SE PUEDE LIMITAR A LAS EDICIONES
      *  QUE EMPIEZAN HASTA UNA FECHA; EN MODO
      *  BATCH TOMA TODAS. EL LISTADO VA AL SPOOL
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-EDICIO.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-ALUMNO.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-SALUD.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-EDICIO.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-SALUD.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TITULO.
          03 PIC X(36) VALUE "CONTROL DE APTOS FISICOS AL INICIO ".
          03 PIC X(14) VALUE "DE CURSADA AL ".
          03 LT-HOY       PIC 9(08).
       01 LINEA-EDICION.
          03 PIC X(06) VALUE "CURSO ".
          03 LE-CURSO     PIC 9(02).
          03              PIC X.
          03 LE-DESC      PIC X(30).
          03 PIC X(07) VALUE " CICLO ".
          03 LE-CICLO     PIC 9(04).
          03 PIC X(08) VALUE " INICIO ".
          03 LE-INICIO    PIC 9(08).
       01 LINEA-DETALLE.
          03              PIC X(03).
          03 LD-CODIGO    PIC 9(05).
          03              PIC X.
          03 LD-APELLIDO  PIC X(20).
          03              PIC X.
          03 LD-NOMBRE    PIC X(20).
          03              PIC X.
          03 LD-VTO       PIC 9(08).
          03              PIC X.
          03 LD-SITUACION PIC X(15).
       01 LINEA-SUBTOTAL.
          03 PIC X(24) VALUE "   OBSERVADOS EN EDICION".
          03 PIC X(02) VALUE ": ".
          03 LS-CANT      PIC ZZZ9.
       01 LINEA-TOTAL.
          03 PIC X(18) VALUE "TOTAL OBSERVADOS: ".
          03 LTO-CANT     PIC ZZZZ9.
          03 PIC X(15) VALUE "  SIN FICHA: ".
          03 LTO-SINFICHA PIC ZZZZ9.
          03 PIC X(14) VALUE "  SIN APTO: ".
          03 LTO-SINAPTO  PIC ZZZZ9.
          03 PIC X(12) VALUE "  VENCIDOS: ".
          03 LTO-VENCIDO  PIC ZZZZ9.
       01 LINEA-RAYA.
          03 PIC X(80) VALUE ALL "-".

       COPY "L-P11.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-EDICIONES   PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-SALUD       PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-HAYSLD       PIC X.
       01 EXISTE         PIC X.
       01 W-HOY          PIC 9(08).
       01 W-HASTA        PIC 9(08).
       01 W-EDICIONES    PIC 9(04).
       01 W-OBSEDI       PIC 9(04).
       01 W-OBSERVADOS   PIC 9(05).
       01 W-SINFICHA     PIC 9(05).
       01 W-SINAPTO      PIC 9(05).
       01 W-VENCIDOS     PIC 9(05).
       01 W-SITUACION    PIC X(15).

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
           MOVE 99999999 TO W-HASTA.

           IF W40-MODO NOT = "B"
              DISPLAY " " ERASE
              MOVE "CONTROL DE APTOS FISICOS" TO W-TITULO-ENC
              PERFORM ENCABEZADO THRU ENCABEZADO-F
              DISPLAY "EDICIONES QUE EMPIEZAN HASTA:" LINE 5
                         POSITION 1
              DISPLAY "(AAAAMMDD, 0 = TODAS)" LINE 5 POSITION 41
              MOVE 0 TO W-HASTA
              ACCEPT W-HASTA LINE 5 POSITION 31 PROMPT UPDATE
              IF W-HASTA = 0
                 MOVE 99999999 TO W-HASTA
              END-IF
           END-IF.

           OPEN INPUT EDICIONES.
           IF ST-EDICIONES NOT = "00"
              IF W40-MODO NOT = "B"
                 MOVE "NO HAY EDICIONES CARGADAS." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
              END-IF
              GO TO FINAL-F
           END-IF.
           OPEN INPUT INSCRIPCIONES.
           IF ST-INSCRIP NOT = "00"
              CLOSE EDICIONES
              IF W40-MODO NOT = "B"
                 MOVE "NO HAY INSCRIPCIONES." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
              END-IF
              GO TO FINAL-F
           END-IF.
           OPEN INPUT ALUMNOS.
           OPEN INPUT CURSOS.
           OPEN INPUT SALUD.
           IF ST-SALUD = "00"
              MOVE "S" TO W-HAYSLD
           ELSE
              MOVE "N" TO W-HAYSLD
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE W-HOY TO LT-HOY
           MOVE LINEA-TITULO TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 0 TO W-EDICIONES W-OBSERVADOS W-SINFICHA W-SINAPTO
                     W-VENCIDOS.

           MOVE 0 TO EDI-CURSO
           MOVE 0 TO EDI-CICLO
           START EDICIONES KEY IS NOT LESS EDI-CLAVE
              INVALID KEY
                 GO TO 100-EDICION-90
           END-START.
       100-EDICION-10.
           READ EDICIONES NEXT AT END
                GO TO 100-EDICION-90
           END-READ.
           IF NOT EDI-ABIERTA
              GO TO 100-EDICION-10
           END-IF.
           IF (EDI-FECHAINI < W-HOY) OR (EDI-FECHAINI > W-HASTA)
              GO TO 100-EDICION-10
           END-IF.
           ADD 1 TO W-EDICIONES.
           PERFORM 200-INSCRIPTOS-00 THRU 200-INSCRIPTOS-99.
           GO TO 100-EDICION-10.
       100-EDICION-90.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-OBSERVADOS TO LTO-CANT
           MOVE W-SINFICHA   TO LTO-SINFICHA
           MOVE W-SINAPTO    TO LTO-SINAPTO
           MOVE W-VENCIDOS   TO LTO-VENCIDO
           MOVE LINEA-TOTAL TO REG-LISTADO
           WRITE REG-LISTADO.
           CLOSE LISTADO.
           IF W-HAYSLD = "S"
              CLOSE SALUD
           END-IF.
           CLOSE CURSOS.
           CLOSE ALUMNOS.
           CLOSE INSCRIPCIONES.
           CLOSE EDICIONES.

           INITIALIZE W15-DATOS
           MOVE "PROG-151" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".

           INITIALIZE W14-DATOS
           MOVE "PROG-151"   TO W14-PROGRAMA
           MOVE W40-OPERADOR TO W14-OPERADOR
           MOVE W-EDICIONES  TO W14-PROCESADOS
           MOVE W-OBSERVADOS TO W14-RECHAZADOS
           MOVE "OK"         TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           CANCEL "P14".

           IF W40-MODO NOT = "B"
              DISPLAY "EDICIONES CONTROLADAS :" LINE 10 POSITION 1
              DISPLAY W-EDICIONES              LINE 10 POSITION 25
              DISPLAY "ALUMNOS OBSERVADOS    :" LINE 11 POSITION 1
              DISPLAY W-OBSERVADOS             LINE 11 POSITION 25
              DISPLAY "LISTADO ENVIADO AL SPOOL." LINE 13 POSITION 1
              ACCEPT SINO LINE 24 POSITION 80
           END-IF.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  INSCRIPTOS ACTIVOS DE LA EDICION: SE
      *  LISTAN LOS QUE NO TIENEN FICHA, NO TIENEN
      *  APTO O LO TIENEN VENCIDO AL INICIO. EL
      *  ENCABEZADO DE LA EDICION SOLO SALE SI
      *  HAY ALGUN OBSERVADO
      ********************************************
       200-INSCRIPTOS-00.
           MOVE 0 TO W-OBSEDI.
           MOVE EDI-CURSO TO INS-CURSO
           START INSCRIPCIONES KEY IS EQUAL INS-CURSO
              INVALID KEY
                 GO TO 200-INSCRIPTOS-99
           END-START.
       200-INSCRIPTOS-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 200-INSCRIPTOS-90
           END-READ.
           IF INS-CURSO NOT = EDI-CURSO
              GO TO 200-INSCRIPTOS-90
           END-IF.
           IF (NOT INS-ACTIVA) OR (INS-CICLO NOT = EDI-CICLO)
              GO TO 200-INSCRIPTOS-10
           END-IF.
           MOVE SPACES TO W-SITUACION
           MOVE 0 TO LD-VTO
           MOVE "N" TO EXISTE
           IF W-HAYSLD = "S"
              MOVE INS-ALUMNO TO SLD-ALUMNO
              READ SALUD KEY IS SLD-ALUMNO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO EXISTE
              END-READ
           END-IF.
           IF EXISTE = "N"
              MOVE "SIN FICHA" TO W-SITUACION
              ADD 1 TO W-SINFICHA
           ELSE
              MOVE SLD-VTOAPTO TO LD-VTO
              IF SLD-VTOAPTO = 0
                 MOVE "SIN APTO" TO W-SITUACION
                 ADD 1 TO W-SINAPTO
              ELSE
                 IF SLD-VTOAPTO < EDI-FECHAINI
                    MOVE "APTO VENCIDO" TO W-SITUACION
                    ADD 1 TO W-VENCIDOS
                 END-IF
              END-IF
           END-IF.
           IF W-SITUACION = SPACES
              GO TO 200-INSCRIPTOS-10
           END-IF.
           IF W-OBSEDI = 0
              PERFORM 210-TITEDICION-00 THRU 210-TITEDICION-99
           END-IF.
           MOVE INS-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE SPACES TO ALU-APELLIDO ALU-NOMBRE
           END-READ.
           MOVE INS-ALUMNO   TO LD-CODIGO
           MOVE ALU-APELLIDO TO LD-APELLIDO
           MOVE ALU-NOMBRE   TO LD-NOMBRE
           MOVE W-SITUACION  TO LD-SITUACION
           MOVE LINEA-DETALLE TO REG-LISTADO
           WRITE REG-LISTADO.
           ADD 1 TO W-OBSEDI W-OBSERVADOS.
           GO TO 200-INSCRIPTOS-10.
       200-INSCRIPTOS-90.
           IF W-OBSEDI > 0
              MOVE W-OBSEDI TO LS-CANT
              MOVE LINEA-SUBTOTAL TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
       200-INSCRIPTOS-99. EXIT.

       210-TITEDICION-00.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE EDI-CURSO TO LE-CURSO CUR-CODIGO
           MOVE SPACES TO LE-DESC
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CUR-DESCRIPCION TO LE-DESC
           END-READ.
           MOVE EDI-CICLO    TO LE-CICLO
           MOVE EDI-FECHAINI TO LE-INICIO
           MOVE LINEA-EDICION TO REG-LISTADO
           WRITE REG-LISTADO.
       210-TITEDICION-99. EXIT.

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
