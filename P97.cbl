      *      INSTANCIAS.
      *  EL ESTADO SE DERIVA COMO EN PROG-57 Y EL
      *  BOLETIN (PROG-58) IMPRIME EL DETALLE POR
      *  INSTANCIA.
      *  LA NOTA DE FINAL SE CARGA POR MESA DE
      *  EXAMEN (PROG-139), UNA VEZ TOMADA, Y SOLO
      *  PARA LOS ALUMNOS ANOTADOS EN ELLA
      *  (PROG-140)
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "S-ALUMNO.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-ACTAS.CPY".
       COPY "S-MESAS.CPY".
       COPY "S-INSMES.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-EXAMEN.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-ACTAS.CPY".
       COPY "F-MESAS.CPY".
       COPY "F-INSMES.CPY".

       WORKING-STORAGE SECTION.

       COPY "L-P11.CPY".
       COPY "L-P25.CPY".
       COPY "L-P16.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.
       01 ST-ALUMNOS     PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-ACTAS       PIC XX.
       01 ST-MESAS       PIC XX.
       01 ST-INSMESA     PIC XX.
       01 W-HAYACTAS     PIC X.
       01 W-HAYMESAS     PIC X.
       01 W-MESA         PIC 9(08).
       01 W-FOLIOACTA    PIC 9(06).
       01 W-TABCOMCERR.
          03 W-COMCERR   PIC X OCCURS 99 TIMES.
       01 EXISTE         PIC X.
       01 W-CODCURSO     PIC 9(02).
       01 W-CODMATERIA   PIC 9(02).
           ELSE
              MOVE "N" TO W-HAYACTAS
           END-IF.
           MOVE "N" TO W-HAYMESAS.
           OPEN INPUT MESAS.
           IF ST-MESAS = "00"
              OPEN INPUT INSMESA
              IF ST-INSMESA = "00"
                 MOVE "S" TO W-HAYMESAS
              ELSE
                 CLOSE MESAS
              END-IF
           END-IF.

           MOVE 1 TO W-REGLA.
           INITIALIZE W16-DATOS
           DISPLAY "CURSO     :"   LINE 4 POSITION 1.
           DISPLAY "MATERIA   :"   LINE 5 POSITION 1.
           DISPLAY "INSTANCIA :"   LINE 6 POSITION 1.
       100-PIDECURSO-00.
           ACCEPT W-CODCURSO LINE 4 POSITION 13 PROMPT.
           IF W-CODCURSO = 0
              GO TO 100-PIDECURSO-00
           END-IF.
           OPEN INPUT MATERIAS.
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
             GO TO 100-PIDEMATERIA-00
           END-IF.
           DISPLAY MAT-DESCRIPCION LINE 5 POSITION 20.
       100-PIDEINSTANCIA-00.
           DISPLAY "(1 PARCIAL 1, 2 PARCIAL 2, 3 RECUP., 4 FINAL)"
                      LINE 6 POSITION 20.
           ACCEPT W-INSTANCIA LINE 6 POSITION 13 PROMPT.
           IF W-INSTANCIA = 0
              GO TO 100-PIDEMATERIA-00
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-PIDEINSTANCIA-00
           END-IF.
           MOVE 0 TO W-MESA.
           IF W-INSTANCIA = 4
              PERFORM 100-PIDEMESA-00 THRU 100-PIDEMESA-99
              IF W-MESA = 0
                 GO TO 100-PIDEINSTANCIA-00
              END-IF
           END-IF.
      *  CON ACTA CERRADA (PROG-100) LAS NOTAS NO SE TOCAN:
      *  PRIMERO HAY QUE ANULARLA Y EMITIR LA RECTIFICATIVA.
      *  EL ACTA DE CURSADA (MESA EN CERO) BLOQUEA LOS PARCIALES
      *  Y EL RECUPERATORIO; LA DE CADA MESA, SU FINAL
           PERFORM 100-ACTACERRADA-00 THRU 100-ACTACERRADA-99.
           IF W-FOLIOACTA NOT = 0
              DISPLAY "ACTA CERRADA, FOLIO:" LINE 23 POSITION 1
              DISPLAY W-FOLIOACTA LINE 23 POSITION 22
              MOVE "MATERIA CON ACTA CERRADA: RECTIFIQUE EN ACTAS."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              DISPLAY "                            " LINE 23 POSITION 1
              GO TO 100-PIDEINSTANCIA-00
           END-IF.

       100-CARGA-00.
           OPEN INPUT ALUMNOS.
           MOVE 7 TO UBICACIONFILA.
           DISPLAY "COD APELLIDO             NOTA (0=AUSENTE)"
                      LINE 7 POSITION 1.
           IF W-INSTANCIA = 4
              MOVE W-CODCURSO   TO IME-CURSO
              MOVE W-CODMATERIA TO IME-MATERIA
              MOVE W-MESA       TO IME-FECHA
              MOVE 0            TO IME-ALUMNO
              START INSMESA KEY IS NOT LESS IME-CLAVE
                 INVALID KEY
                    GO TO 100-CARGA-90
              END-START
              GO TO 100-CARGA-12
           END-IF.
           MOVE W-CODCURSO TO INS-CURSO
           START INSCRIPCIONES KEY IS EQUAL INS-CURSO
              INVALID KEY
                 GO TO 100-CARGA-90
           END-START.
       100-CARGA-10.
           IF W-INSTANCIA = 4
              GO TO 100-CARGA-12
           END-IF.
           READ INSCRIPCIONES NEXT AT END
                GO TO 100-CARGA-90
           END-READ.
           IF NOT INS-ACTIVA
              GO TO 100-CARGA-10
           END-IF.
      *  LA COMISION CON ACTA PROPIA CERRADA NO SE TOCA
           IF INS-COMISION NOT = 0
              IF W-COMCERR (INS-COMISION) = "S"
                 GO TO 100-CARGA-10
              END-IF
           END-IF.
           MOVE INS-ALUMNO TO ALU-CODIGO
           GO TO 100-CARGA-15.
      *  EL FINAL SE CARGA SOLO A LOS ANOTADOS EN LA MESA
       100-CARGA-12.
           READ INSMESA NEXT AT END
                GO TO 100-CARGA-90
           END-READ.
           IF (IME-CURSO NOT = W-CODCURSO) OR
              (IME-MATERIA NOT = W-CODMATERIA) OR
              (IME-FECHA NOT = W-MESA)
              GO TO 100-CARGA-90
           END-IF.
           MOVE IME-ALUMNO TO ALU-CODIGO.
       100-CARGA-15.
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 GO TO 100-CARGA-10
           MOVE W-INSTANCIA  TO EXA-INSTANCIA
           MOVE W-NOTA       TO EXA-NOTA
           MOVE W-FECHAHOY   TO EXA-FECHA
           IF W-INSTANCIA = 4
              MOVE W-MESA    TO EXA-FECHA
           END-IF
           WRITE REG-EXAMEN
              INVALID KEY
                 REWRITE REG-EXAMEN
           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYMESAS = "S"
              CLOSE INSMESA
              CLOSE MESAS
           END-IF.
           IF W-HAYACTAS = "S"
              CLOSE ACTAS
           END-IF.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  MESA DE EXAMEN DEL FINAL: DEBE EXISTIR EN
      *  MESAS.DAT Y HABERSE TOMADO. DEJA LA FECHA
      *  EN W-MESA (0 = VOLVER A LA INSTANCIA)
      ********************************************
       100-PIDEMESA-00.
           MOVE 0 TO W-MESA.
           IF W-HAYMESAS NOT = "S"
              MOVE "NO HAY MESAS DE EXAMEN CARGADAS (PROG-139)." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-PIDEMESA-99
           END-IF.
           DISPLAY "FECHA DE LA MESA (AAAAMMDD):                 "
                      LINE 6 POSITION 20.
       100-PIDEMESA-10.
           ACCEPT W-MESA LINE 6 POSITION 49 PROMPT.
           IF W-MESA = 0
              GO TO 100-PIDEMESA-99
           END-IF.
           MOVE W-CODCURSO   TO MES-CURSO
           MOVE W-CODMATERIA TO MES-MATERIA
           MOVE W-MESA       TO MES-FECHA
           READ MESAS KEY IS MES-CLAVE
              INVALID KEY
                 MOVE "NO HAY MESA DE ESA MATERIA EN ESA FECHA." TO
                      M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDEMESA-10
           END-READ.
           IF W-FECHAHOY < MES-FECHA
              MOVE "LA MESA TODAVIA NO SE TOMO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-PIDEMESA-10
           END-IF.
       100-PIDEMESA-99. EXIT.

      ********************************************
      *  BUSCA UN ACTA CERRADA DE LA MATERIA POR
      *  LA CLAVE ALTERNATIVA, DE CURSADA O DE LA
      *  MESA ELEGIDA. DEJA EL FOLIO EN
      *  W-FOLIOACTA (0 = SIN ACTA CERRADA). LAS
      *  ACTAS CERRADAS DE UNA COMISION SOLO
      *  MARCAN ESA COMISION EN W-COMCERR
      ********************************************
       100-ACTACERRADA-00.
           MOVE 0 TO W-FOLIOACTA.
           MOVE SPACES TO W-TABCOMCERR.
           IF W-HAYACTAS NOT = "S"
              GO TO 100-ACTACERRADA-99
           END-IF.
              (ACT-MATERIA NOT = W-CODMATERIA)
              GO TO 100-ACTACERRADA-99
           END-IF.
           IF ACT-MESA NOT = W-MESA
              GO TO 100-ACTACERRADA-10
           END-IF.
           IF ACT-CERRADA
              IF ACT-COMISION = 0
                 MOVE ACT-FOLIO TO W-FOLIOACTA
              ELSE
                 MOVE "S" TO W-COMCERR (ACT-COMISION)
              END-IF
           END-IF.
           GO TO 100-ACTACERRADA-10.
       100-ACTACERRADA-99. EXIT.
