      *  MATERIA TENGA ACTA CERRADA, LA CARGA DE
      *  NOTAS (PROG-57 Y PROG-97) QUEDA BLOQUEADA
      *  HASTA EMITIR EL ACTA RECTIFICATIVA DESDE
      *  ESTE PROGRAMA.
      *  CON FECHA DE MESA (PROG-139) EL ACTA ES DE
      *  EXAMEN FINAL: LISTA A LOS ANOTADOS EN LA
      *  MESA (PROG-140) CON LA NOTA DE FINAL DE
      *  EXAMENES.DAT, LOS AUSENTES INCLUIDOS, Y
      *  LLEVA LA FIRMA DEL TRIBUNAL. CADA MESA
      *  TIENE SU PROPIA ACTA Y SU PROPIO BLOQUEO.
      *  EL ACTA DE CURSADA PUEDE EMITIRSE POR
      *  COMISION (PROG-144): LISTA SOLO A LOS
      *  INSCRIPTOS EN ELLA Y BLOQUEA SOLO SUS
      *  NOTAS
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "S-INSCRI.CPY".
       COPY "S-DOCENT.CPY".
       COPY "S-LISTADO.CPY".
       COPY "S-MESAS.CPY".
       COPY "S-INSMES.CPY".
       COPY "S-EXAMEN.CPY".
       COPY "S-AULAS.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-ACTAS.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-DOCENT.CPY".
       COPY "F-LISTADO.CPY".
       COPY "F-MESAS.CPY".
       COPY "F-INSMES.CPY".
       COPY "F-EXAMEN.CPY".
       COPY "F-AULAS.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-ACT-06.
          03 LA-DOCENTE  PIC X(30).
          03             PIC X.
          03 LA-FIRMA    PIC X(17).
       01 LINEA-ACT-07.
          03 PIC X(06) VALUE "MESA: ".
          03 LA-FECMESA  PIC X(10).
          03 PIC X(08) VALUE "  HORA: ".
          03 LA-HORA     PIC 99B99.
          03 PIC X(08) VALUE "  AULA: ".
          03 LA-AULA     PIC 9(02).
          03             PIC X.
          03 LA-DESCAULA PIC X(20).
       01 LINEA-ACT-08.
          03 PIC X(10) VALUE "ANOTADOS: ".
          03 LA-ANOTADOS PIC ZZZ9.
          03 PIC X(13) VALUE "   AUSENTES: ".
          03 LA-AUSENTES PIC ZZZ9.
       01 LINEA-ACT-09.
          03 PIC X(10) VALUE "COMISION: ".
          03 LA-COMISION PIC 9(02).

       COPY "L-P11.CPY".
       COPY "L-P25.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".
       COPY "L-P19.CPY".
       01 ST-INSCRIP     PIC XX.
       01 ST-DOCENTES    PIC XX.
       01 ST-LISTADO     PIC XX.
       01 ST-MESAS       PIC XX.
       01 ST-INSMESA     PIC XX.
       01 ST-EXAMENES    PIC XX.
       01 ST-AULAS       PIC XX.
       01 W-CODCOMISION  PIC 9(02).
       01 W-HAYMESAS     PIC X.
       01 W-HAYEXAMENES  PIC X.
       01 W-MESA         PIC 9(08).
       01 W-MESA-R REDEFINES W-MESA.
          03 W-MES-ANIO  PIC 9(04).
          03 W-MES-MES   PIC 9(02).
          03 W-MES-DIA   PIC 9(02).
       01 W-FECMESA.
          03 W-FME-DIA   PIC 9(02).
          03             PIC X VALUE "/".
          03 W-FME-MES   PIC 9(02).
          03             PIC X VALUE "/".
          03 W-FME-ANIO  PIC 9(04).
       01 W-FECHAHOY     PIC 9(08).
       01 W-AUSENTES     PIC 9(04).
       01 W-VOCAL        PIC 9(01).
       01 W-HAYDOCENTES  PIC X.
       01 W-CODCURSO     PIC 9(02).
       01 W-CODMATERIA   PIC 9(02).
       01 W-FOLIO        PIC 9(06).
             CLOSE ACTAS
             GO TO FINAL-F
           END-IF.
           MOVE "N" TO W-HAYMESAS W-HAYEXAMENES.
           OPEN INPUT MESAS.
           IF ST-MESAS = "00"
              OPEN INPUT INSMESA
              IF ST-INSMESA = "00"
                 MOVE "S" TO W-HAYMESAS
              ELSE
                 CLOSE MESAS
              END-IF
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
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "CURSO     :"   LINE 4 POSITION 1.
           DISPLAY "MATERIA   :"   LINE 5 POSITION 1.
           DISPLAY "MESA      :"   LINE 6 POSITION 1.
           DISPLAY "(AAAAMMDD, 0 = ACTA DE CURSADA)"
                      LINE 6 POSITION 23.
           DISPLAY "COMISION  :"   LINE 7 POSITION 1.
           DISPLAY "(0 = TODO EL CURSO)" LINE 7 POSITION 23.
       100-PIDECURSO-00.
           ACCEPT W-CODCURSO LINE 4 POSITION 13 PROMPT.
           IF W-CODCURSO = 0
           IF W-CODMATERIA = 0
              GO TO 100-PIDECURSO-00
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
                 GO TO 100-PIDEMATERIA-00
           END-READ.
           DISPLAY MAT-DESCRIPCION LINE 5 POSITION 20.
       100-PIDEMESA-00.
           ACCEPT W-MESA LINE 6 POSITION 13 PROMPT.
           IF W-MESA NOT = 0
              IF W-HAYMESAS NOT = "S"
                 MOVE "NO HAY MESAS DE EXAMEN CARGADAS (PROG-139)."
                      TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDEMESA-00
              END-IF
              MOVE W-CODCURSO   TO MES-CURSO
              MOVE W-CODMATERIA TO MES-MATERIA
              MOVE W-MESA       TO MES-FECHA
              READ MESAS KEY IS MES-CLAVE
                 INVALID KEY
                    MOVE "NO HAY MESA DE ESA MATERIA EN ESA FECHA."
                         TO M-ERROR
                    PERFORM ERRORES THRU ERRORES-F
                    GO TO 100-PIDEMESA-00
              END-READ
              IF W-FECHAHOY < MES-FECHA
                 MOVE "LA MESA TODAVIA NO SE TOMO." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDEMESA-00
              END-IF
           END-IF.
      *  EL ACTA DE FINAL ES DE LA MESA, NO DE UNA COMISION
           MOVE 0 TO W-CODCOMISION.
           IF W-MESA = 0
              ACCEPT W-CODCOMISION LINE 7 POSITION 13 PROMPT
           END-IF.

           PERFORM 100-BUSCACERRADA-00 THRU 100-BUSCACERRADA-99.
           IF W-HAYCERRADA = "S"
      *  HABILITA LA CORRECCION Y LA PROXIMA EMISION SALDRA
      *  COMO ACTA RECTIFICATIVA
              DISPLAY "LA MATERIA YA TIENE ACTA CERRADA, FOLIO:"
                         LINE 8 POSITION 1
              DISPLAY W-FOLIOANT LINE 8 POSITION 42
              DISPLAY "ANULARLA PARA RECTIFICAR NOTAS? (S/N):"
                         LINE 9 POSITION 1
              ACCEPT CONF LINE 9 POSITION 40
              IF CONF = "S"
                 PERFORM 100-ANULA-00 THRU 100-ANULA-99
              ELSE
           IF W-HAYPREVIA = "S"
              MOVE "R" TO W-TIPOACTA
              DISPLAY "SE EMITIRA COMO ACTA RECTIFICATIVA."
                         LINE 8 POSITION 1
           END-IF.
           DISPLAY "CONFIRMA LA EMISION DEL ACTA? (S/N):"
                      LINE 9 POSITION 1.
           ACCEPT CONF LINE 9 POSITION 38.
           IF CONF NOT = "S"
              MOVE "EMISION CANCELADA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
           PERFORM 200-EMITE-00 THRU 200-EMITE-99.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYEXAMENES = "S"
              CLOSE EXAMENES
           END-IF.
           IF W-HAYMESAS = "S"
              CLOSE INSMESA
              CLOSE MESAS
           END-IF.
           CLOSE INSCRIPCIONES.
           CLOSE ALUMNOS.
           CLOSE NOTAS.

      ********************************************
      *  BUSCA UN ACTA CERRADA VIGENTE DE LA
      *  MATERIA POR LA CLAVE ALTERNATIVA, DE
      *  CURSADA (DE LA COMISION) O DE LA MESA
      *  ELEGIDA
      ********************************************
       100-BUSCACERRADA-00.
           MOVE "N" TO W-HAYCERRADA.
              (ACT-MATERIA NOT = W-CODMATERIA)
              GO TO 100-BUSCACERRADA-99
           END-IF.
           IF (ACT-MESA NOT = W-MESA) OR
              (ACT-COMISION NOT = W-CODCOMISION)
              GO TO 100-BUSCACERRADA-10
           END-IF.
           MOVE "S" TO W-HAYPREVIA.
           IF ACT-CERRADA
              MOVE "S" TO W-HAYCERRADA
      ********************************************
       200-EMITE-00.
           PERFORM 200-PROXFOLIO-00 THRU 200-PROXFOLIO-99.
           IF W-MESA = 0
              PERFORM 200-BUSCADOCENTE-00 THRU 200-BUSCADOCENTE-99
           ELSE
              MOVE MES-DOCENTE (1) TO W-DOCACTA
           END-IF.

           OPEN OUTPUT LISTADO.
           MOVE W-FOLIO TO LA-FOLIO
           MOVE MAT-DESCRIPCION TO LA-DESCMAT
           MOVE LINEA-ACT-02 TO REG-LISTADO
           WRITE REG-LISTADO.
           IF W-CODCOMISION NOT = 0
              MOVE W-CODCOMISION TO LA-COMISION
              MOVE LINEA-ACT-09 TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 4 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           MOVE W1-DESCRIPCION(1:10) TO LA-FECHA
           MOVE LINEA-ACT-03 TO REG-LISTADO
           WRITE REG-LISTADO.
           IF W-MESA NOT = 0
              PERFORM 200-DATOSMESA-00 THRU 200-DATOSMESA-99
           END-IF.
           MOVE LINEA-ACT-05 TO REG-LISTADO
           WRITE REG-LISTADO.

           MOVE 0 TO W-ALUMNOSACT W-AUSENTES.
           IF W-MESA = 0
              PERFORM 200-ALUMNOS-00 THRU 200-ALUMNOS-99
           ELSE
              PERFORM 200-ANOTADOS-00 THRU 200-ANOTADOS-99
           END-IF.

           MOVE LINEA-ACT-05 TO REG-LISTADO
           WRITE REG-LISTADO.
           IF W-MESA = 0
              MOVE "FIRMA DEL DOCENTE" TO LA-FIRMA
              MOVE LINEA-ACT-06 TO REG-LISTADO
              WRITE REG-LISTADO
           ELSE
              MOVE W-ALUMNOSACT TO LA-ANOTADOS
              MOVE W-AUSENTES   TO LA-AUSENTES
              MOVE LINEA-ACT-08 TO REG-LISTADO
              WRITE REG-LISTADO
              PERFORM 200-TRIBUNAL-00 THRU 200-TRIBUNAL-99
           END-IF.
           CLOSE LISTADO.
           INITIALIZE W15-DATOS
           MOVE "PROG-100" TO W15-PROGRAMA
           IF NOT INS-ACTIVA
              GO TO 200-ALUMNOS-10
           END-IF.
           IF (W-CODCOMISION NOT = 0) AND
              (INS-COMISION NOT = W-CODCOMISION)
              GO TO 200-ALUMNOS-10
           END-IF.
           MOVE INS-ALUMNO TO LA-ALUMNO
           MOVE SPACES TO LA-APELLIDO LA-NOMBRE
           MOVE INS-ALUMNO TO ALU-CODIGO
           GO TO 200-ALUMNOS-10.
       200-ALUMNOS-99. EXIT.

      ********************************************
      *  DATOS DE LA MESA EN EL ENCABEZADO DEL
      *  ACTA DE FINAL
      ********************************************
       200-DATOSMESA-00.
           MOVE W-MES-DIA  TO W-FME-DIA
           MOVE W-MES-MES  TO W-FME-MES
           MOVE W-MES-ANIO TO W-FME-ANIO
           MOVE W-FECMESA  TO LA-FECMESA
           MOVE MES-HORA   TO LA-HORA
           MOVE MES-AULA   TO LA-AULA
           MOVE SPACES     TO LA-DESCAULA
           OPEN INPUT AULAS.
           IF ST-AULAS = "00"
              MOVE MES-SEDE TO AUL-SEDE
              MOVE MES-AULA TO AUL-CODIGO
              READ AULAS KEY IS AUL-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE AUL-NOMBRE TO LA-DESCAULA
              END-READ
              CLOSE AULAS
           END-IF.
           MOVE LINEA-ACT-07 TO REG-LISTADO
           WRITE REG-LISTADO.
       200-DATOSMESA-99. EXIT.

      ********************************************
      *  ALUMNOS ANOTADOS EN LA MESA CON LA NOTA
      *  DE FINAL (INSTANCIA 4) TOMADA ESE DIA.
      *  SIN NOTA, O CON CERO, ES AUSENTE
      ********************************************
       200-ANOTADOS-00.
           MOVE W-CODCURSO   TO IME-CURSO
           MOVE W-CODMATERIA TO IME-MATERIA
           MOVE W-MESA       TO IME-FECHA
           MOVE 0            TO IME-ALUMNO
           START INSMESA KEY IS NOT LESS IME-CLAVE
              INVALID KEY
                 GO TO 200-ANOTADOS-99
           END-START.
       200-ANOTADOS-10.
           READ INSMESA NEXT AT END
                GO TO 200-ANOTADOS-99
           END-READ.
           IF (IME-CURSO NOT = W-CODCURSO) OR
              (IME-MATERIA NOT = W-CODMATERIA) OR
              (IME-FECHA NOT = W-MESA)
              GO TO 200-ANOTADOS-99
           END-IF.
           MOVE IME-ALUMNO TO LA-ALUMNO
           MOVE SPACES TO LA-APELLIDO LA-NOMBRE
           MOVE IME-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE ALU-APELLIDO TO LA-APELLIDO
                 MOVE ALU-NOMBRE   TO LA-NOMBRE
           END-READ.
           MOVE 0 TO LA-NOTA
           MOVE "AUSENTE   " TO LA-ESTADO
           IF W-HAYEXAMENES = "S"
              MOVE W-CODCURSO   TO EXA-CURSO
              MOVE W-CODMATERIA TO EXA-MATERIA
              MOVE IME-ALUMNO   TO EXA-ALUMNO
              MOVE 4            TO EXA-INSTANCIA
              READ EXAMENES KEY IS EXA-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF (EXA-FECHA = W-MESA) AND (EXA-NOTA > 0)
                       MOVE EXA-NOTA TO LA-NOTA
                       IF EXA-NOTA < 4
                          MOVE "REPROBADO " TO LA-ESTADO
                       ELSE
                          MOVE "APROBADO  " TO LA-ESTADO
                       END-IF
                    END-IF
              END-READ
           END-IF.
           IF LA-ESTADO = "AUSENTE   "
              ADD 1 TO W-AUSENTES
           END-IF.
           MOVE LINEA-ACT-04 TO REG-LISTADO
           WRITE REG-LISTADO.
           ADD 1 TO W-ALUMNOSACT.
           GO TO 200-ANOTADOS-10.
       200-ANOTADOS-99. EXIT.

      ********************************************
      *  LINEAS DE FIRMA DEL TRIBUNAL DE LA MESA
      *  (PRESIDENTE Y VOCALES CARGADOS)
      ********************************************
       200-TRIBUNAL-00.
           MOVE "N" TO W-HAYDOCENTES.
           OPEN INPUT DOCENTES.
           IF ST-DOCENTES = "00"
              MOVE "S" TO W-HAYDOCENTES
           END-IF.
           MOVE "FIRMA TRIBUNAL" TO LA-FIRMA
           MOVE 0 TO W-VOCAL.
       200-TRIBUNAL-10.
           ADD 1 TO W-VOCAL.
           IF W-VOCAL > 3
              GO TO 200-TRIBUNAL-90
           END-IF.
           IF MES-DOCENTE (W-VOCAL) = 0
              GO TO 200-TRIBUNAL-10
           END-IF.
           MOVE SPACES TO LA-DOCENTE
           IF W-HAYDOCENTES = "S"
              MOVE MES-DOCENTE (W-VOCAL) TO DOC-CODIGO
              READ DOCENTES KEY IS DOC-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE DOC-NOMBRE TO LA-DOCENTE
              END-READ
           END-IF.
           MOVE SPACES TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-ACT-06 TO REG-LISTADO
           WRITE REG-LISTADO.
           GO TO 200-TRIBUNAL-10.
       200-TRIBUNAL-90.
           IF W-HAYDOCENTES = "S"
              CLOSE DOCENTES
           END-IF.
       200-TRIBUNAL-99. EXIT.

       200-REGISTRA-00.
           MOVE W-FOLIO      TO ACT-FOLIO
           MOVE W-CODCURSO   TO ACT-CURSO
           MOVE W-DOCACTA    TO ACT-DOCENTE
           MOVE W-TIPOACTA   TO ACT-TIPO
           MOVE "C"          TO ACT-ESTADO
           MOVE W-MESA       TO ACT-MESA
           MOVE W-CODCOMISION TO ACT-COMISION
           WRITE REG-ACTA
              INVALID KEY
                 CONTINUE
