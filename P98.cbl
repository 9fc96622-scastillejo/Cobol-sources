      *  TAS E IMPRIME LA GRILLA SEMANAL POR
      *  CURSO O POR DOCENTE POR EL SPOOL. LA
      *  INSCRIPCION (PROG-63) AVISA SI EL ALUMNO
      *  SE ANOTA EN CURSOS SUPERPUESTOS.
      *  SI LA EDICION SE DIVIDE EN COMISIONES
      *  (PROG-144) CADA COMISION TIENE SUS PROPIAS
      *  BANDAS; COMISION EN CERO = TODO EL CURSO
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "S-DOCENT.CPY".
       COPY "S-AULAS.CPY".
       COPY "S-EDICIO.CPY".
       COPY "S-COMISI.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-DOCENT.CPY".
       COPY "F-AULAS.CPY".
       COPY "F-EDICIO.CPY".
       COPY "F-COMISI.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 TITULO-01.
          03 PIC X(03) VALUE "COM".
          03 PIC X.
          03 PIC X(03) VALUE "DIA".
          03 PIC X.
          03 PIC X(05) VALUE "DESDE".
          03 PIC X(07) VALUE "DOCENTE".

       01 DETALLE-01.
          03 D1-COMISION PIC Z9.
          03             PIC XX.
          03 D1-DIA      PIC X(09).
          03             PIC X.
          03 D1-DESDE    PIC 9(04).
          03             PIC X.
          03 LGR-CURSO   PIC X(04).
          03             PIC X.
          03 LGR-COMISION PIC Z9.
          03             PIC X.
          03 LGR-MATERIA PIC X(20).
          03             PIC X.
          03 LGR-DOCENTE PIC X(20).

       01 W-DATOS.
          03 CURSO     PIC 9(02).
          03 COMISION  PIC 9(02).
          03 DIA       PIC 9(01).
          03 DESDE     PIC 9(04).
          03 HASTA     PIC 9(04).
          03 AULA      PIC 9(02).

       COPY "L-P11.CPY".
       COPY "L-P25.CPY".
       COPY "L-P15.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.
       01 ST-EDICIONES   PIC XX.
       01 W-HAYAULAS     PIC X.
       01 W-HAYEDI       PIC X.
       01 ST-COMISIONES  PIC XX.
       01 W-HAYCOM       PIC X.
       01 W-COMCUPO      PIC 9(04).
       01 W-COMAULA      PIC 9(02).
       01 W-COMDOCENTE   PIC 9(03).
       01 W-CICLOACT     PIC 9(04).
       01 W-SEDEAULA     PIC 9(02).
       01 W-SEDEOTRO     PIC 9(02).
           ELSE
              MOVE "N" TO W-HAYEDI
           END-IF.
           OPEN INPUT COMISIONES.
           IF ST-COMISIONES = "00"
              MOVE "S" TO W-HAYCOM
           ELSE
              MOVE "N" TO W-HAYCOM
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 11 TO W1-OPCION
           MOVE "03" TO W1-DESCRIPCION(1:2)
           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYCOM = "S"
              CLOSE COMISIONES
           END-IF.
           IF W-HAYEDI = "S"
              CLOSE EDICIONES
           END-IF.
           DISPLAY CUR-DESCRIPCION LINE 5 POSITION 20.
       100-PIDECURSO-99. EXIT.

      ********************************************
      *  COMISION DEL CURSO (CERO = TODO EL CURSO):
      *  DEBE EXISTIR EN ALGUNA EDICION DEL CURSO;
      *  DE LA MAS RECIENTE SE TOMAN EL CUPO, EL
      *  AULA Y EL DOCENTE QUE SE PROPONEN
      ********************************************
       100-PIDECOMISION-00.
           MOVE 0 TO W-COMCUPO W-COMAULA W-COMDOCENTE.
           DISPLAY "                    " LINE 6 POSITION 20.
           ACCEPT COMISION LINE 6 POSITION 13 PROMPT.
           IF COMISION = 0
              DISPLAY "TODO EL CURSO" LINE 6 POSITION 20
              GO TO 100-PIDECOMISION-99
           END-IF.
           MOVE "N" TO EXISTE.
           IF W-HAYCOM NOT = "S"
              GO TO 100-PIDECOMISION-20
           END-IF.
           MOVE CURSO TO COM-CURSO
           MOVE 0     TO COM-CICLO
           MOVE 0     TO COM-CODIGO
           START COMISIONES KEY IS NOT LESS COM-CLAVE
              INVALID KEY
                 GO TO 100-PIDECOMISION-20
           END-START.
       100-PIDECOMISION-10.
           READ COMISIONES NEXT AT END
                GO TO 100-PIDECOMISION-20
           END-READ.
           IF COM-CURSO NOT = CURSO
              GO TO 100-PIDECOMISION-20
           END-IF.
           IF COM-CODIGO = COMISION
              MOVE "S" TO EXISTE
              MOVE COM-CUPO    TO W-COMCUPO
              MOVE COM-AULA    TO W-COMAULA
              MOVE COM-DOCENTE TO W-COMDOCENTE
              DISPLAY COM-DESCRIPCION LINE 6 POSITION 20
           END-IF.
           GO TO 100-PIDECOMISION-10.
       100-PIDECOMISION-20.
           IF EXISTE = "N"
              MOVE "LA COMISION NO EXISTE PARA EL CURSO (PROG-144)."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-PIDECOMISION-00
           END-IF.
       100-PIDECOMISION-99. EXIT.

       100-ALTA-00.
           DISPLAY " " ERASE
           MOVE "ALTA DE HORARIOS" TO W-TITULO-ENC
           IF CURSO = 0
              GO TO 100-ALTA-99
           END-IF.
           PERFORM 100-PIDECOMISION-00 THRU 100-PIDECOMISION-99.
       100-ALTA-10.
           ACCEPT DIA LINE 7 POSITION 13 PROMPT.
           IF DIA = 0
              GO TO 100-ALTA-05
           END-IF.
              GO TO 100-ALTA-10
           END-IF.
       100-ALTA-20.
           ACCEPT DESDE LINE 8 POSITION 13 PROMPT.
           ACCEPT HASTA LINE 9 POSITION 13 PROMPT.
           IF (DESDE > 2359) OR (HASTA > 2359) OR
              (HASTA NOT > DESDE)
              MOVE "BANDA INVALIDA: DESDE DEBE SER MENOR QUE HASTA."
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-20
           END-IF.
           MOVE CURSO    TO HOR-CURSO
           MOVE COMISION TO HOR-COMISION
           MOVE DIA      TO HOR-DIA
           MOVE DESDE    TO HOR-DESDE
           READ HORARIOS KEY IS HOR-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "LA COMISION YA TIENE UNA BANDA EN ESE HORARIO."
                      TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-ALTA-10
           END-READ.
           PERFORM 150-CHOQUECURSO-00 THRU 150-CHOQUECURSO-99.
           IF W-CHOQUE = "S"
              MOVE "LA BANDA SE SUPERPONE CON OTRA DE LA COMISION." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-10
           END-IF.
       100-ALTA-30.
           ACCEPT MATERIA LINE 10 POSITION 13 PROMPT.
           IF MATERIA NOT = 0
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
                    PERFORM ERRORES THRU ERRORES-F
                    GO TO 100-ALTA-30
                 NOT INVALID KEY
                    DISPLAY MAT-DESCRIPCION LINE 10 POSITION 20
              END-READ
           END-IF.
           MOVE W-COMDOCENTE TO DOCENTE
           MOVE W-COMAULA    TO AULA.
       100-ALTA-40.
           DISPLAY DOCENTE LINE 11 POSITION 13.
           ACCEPT DOCENTE LINE 11 POSITION 13 PROMPT UPDATE.
           IF DOCENTE NOT = 0
              MOVE DOCENTE TO DOC-CODIGO
              READ DOCENTES KEY IS DOC-CODIGO
                    PERFORM ERRORES THRU ERRORES-F
                    GO TO 100-ALTA-40
                 NOT INVALID KEY
                    DISPLAY DOC-NOMBRE LINE 11 POSITION 20
              END-READ
              PERFORM 150-CHOQUEDOC-00 THRU 150-CHOQUEDOC-99
              IF W-CHOQUE = "S"
                 MOVE "EL DOCENTE YA DICTA EN OTRO CURSO O COMISION."
                      TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 DISPLAY "CURSO EN CONFLICTO:" LINE 22 POSITION 1
              END-IF
           END-IF.
       100-ALTA-45.
           DISPLAY AULA LINE 12 POSITION 13.
           ACCEPT AULA LINE 12 POSITION 13 PROMPT UPDATE.
           IF (AULA NOT = 0) AND (W-HAYAULAS = "S")
              PERFORM 150-VALIDAULA-00 THRU 150-VALIDAULA-99
              IF W-CHOQUE = "E"
              END-IF
           END-IF.
       100-ALTA-50.
           ACCEPT CONF LINE 13 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  MOVE CURSO   TO HOR-CURSO
                  MOVE COMISION TO HOR-COMISION
                  MOVE DIA     TO HOR-DIA
                  MOVE DESDE   TO HOR-DESDE
                  MOVE HASTA   TO HOR-HASTA
      ********************************************
      *  CONTROLA SUPERPOSICION DE LA BANDA
      *  (DIA/DESDE/HASTA) CON LAS DEMAS BANDAS
      *  DEL MISMO CURSO Y COMISION
      ********************************************
       150-CHOQUECURSO-00.
           MOVE "N" TO W-CHOQUE.
           MOVE CURSO TO HOR-CURSO
           MOVE COMISION TO HOR-COMISION
           MOVE 0 TO HOR-DIA
           MOVE 0 TO HOR-DESDE
           START HORARIOS KEY IS NOT LESS HOR-CLAVE
           READ HORARIOS NEXT AT END
                GO TO 150-CHOQUECURSO-99
           END-READ.
           IF (HOR-CURSO NOT = CURSO) OR (HOR-COMISION NOT = COMISION)
              GO TO 150-CHOQUECURSO-99
           END-IF.
           IF HOR-DIA NOT = DIA

      ********************************************
      *  CONTROLA QUE EL DOCENTE NO ESTE EN OTRO
      *  CURSO O COMISION EN UNA BANDA SUPERPUESTA,
      *  USANDO
      *  LA CLAVE ALTERNATIVA POR DOCENTE
      ********************************************
       150-CHOQUEDOC-00.
           IF HOR-DOCENTE NOT = DOCENTE
              GO TO 150-CHOQUEDOC-99
           END-IF.
           IF (HOR-CURSO = CURSO) AND (HOR-COMISION = COMISION)
              GO TO 150-CHOQUEDOC-10
           END-IF.
           IF HOR-DIA NOT = DIA
                 GO TO 150-VALIDAULA-99
           END-READ.
           MOVE AUL-CAPACIDAD TO W-CAPAULA
           DISPLAY AUL-NOMBRE LINE 12 POSITION 20.
      *  AVISO POR CAPACIDAD: MANDA EL CUPO DE LA COMISION, O
      *  EL DE LA EDICION DEL CICLO EN CURSO Y, SI NO HAY, EL
      *  DEL CATALOGO
           MOVE CUR-CUPO TO EDI-CUPO
           IF W-HAYEDI = "S"
              MOVE CURSO      TO EDI-CURSO
                    MOVE CUR-CUPO TO EDI-CUPO
              END-READ
           END-IF.
           IF W-COMCUPO NOT = 0
              MOVE W-COMCUPO TO EDI-CUPO
           END-IF.
           IF EDI-CUPO > W-CAPAULA
              MOVE "ATENCION: EL CUPO SUPERA LA CAPACIDAD DEL AULA."
                   TO M-ERROR
           READ HORARIOS NEXT AT END
                GO TO 150-CHOQUEAULA-99
           END-READ.
           IF (HOR-CURSO = CURSO) AND (HOR-COMISION = COMISION)
              GO TO 150-CHOQUEAULA-10
           END-IF.
           IF (HOR-AULA NOT = AULA) OR (HOR-DIA NOT = DIA)
           IF CURSO = 0
              GO TO 200-BAJA-99
           END-IF.
           PERFORM 100-PIDECOMISION-00 THRU 100-PIDECOMISION-99.
       200-BAJA-10.
           ACCEPT DIA LINE 7 POSITION 13 PROMPT.
           IF DIA = 0
              GO TO 200-BAJA-05
           END-IF.
           ACCEPT DESDE LINE 8 POSITION 13 PROMPT.
           MOVE CURSO TO HOR-CURSO
           MOVE COMISION TO HOR-COMISION
           MOVE DIA   TO HOR-DIA
           MOVE DESDE TO HOR-DESDE
           READ HORARIOS KEY IS HOR-CLAVE
              INVALID KEY
                 MOVE "NO EXISTE ESA BANDA PARA LA COMISION." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 200-BAJA-10
           END-READ.
           DISPLAY HOR-HASTA   LINE 9 POSITION 13.
           DISPLAY HOR-MATERIA LINE 10 POSITION 13.
           DISPLAY HOR-DOCENTE LINE 11 POSITION 13.
           DISPLAY HOR-AULA    LINE 12 POSITION 13.
       200-BAJA-50.
           ACCEPT CONF LINE 13 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  DELETE HORARIOS
           END-IF.
           MOVE 6 TO UBICACIONFILA.
           MOVE CURSO TO HOR-CURSO
           MOVE 0 TO HOR-COMISION
           MOVE 0 TO HOR-DIA
           MOVE 0 TO HOR-DESDE
           START HORARIOS KEY IS NOT LESS HOR-CLAVE
           COMPUTE UBICACIONFILA = UBICACIONFILA + 1
           COMPUTE FILA = FILA + 1

           MOVE HOR-COMISION TO D1-COMISION
           MOVE TDI-NOMBRE (HOR-DIA) TO D1-DIA
           MOVE HOR-DESDE TO D1-DESDE
           MOVE HOR-HASTA TO D1-HASTA
       400-DECODIFICA-00.
           MOVE SPACES TO D1-MATERIA D1-DOCENTE.
           IF HOR-MATERIA NOT = 0
              INITIALIZE W25-DATOS
              MOVE HOR-CURSO TO W25-CURSO
              MOVE HOR-MATERIA TO W25-MATERIA
              CALL "P25" USING W25-DATOS
              CANCEL "P25"
              MOVE HOR-CURSO   TO MAT-CURSO
              MOVE W25-PLAN TO MAT-PLAN
              MOVE HOR-MATERIA TO MAT-CODIGO
              READ MATERIAS KEY IS MAT-CLAVE
                 INVALID KEY
           MOVE "GRILLA SEMANAL POR CURSO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "CURSO     :" LINE 5 POSITION 1.
           DISPLAY "COMISION  :" LINE 6 POSITION 1.
           PERFORM 100-PIDECURSO-00 THRU 100-PIDECURSO-99.
           IF CURSO = 0
              GO TO 500-GRILLACURSO-99
           END-IF.
           PERFORM 100-PIDECOMISION-00 THRU 100-PIDECOMISION-99.
           OPEN OUTPUT LISTADO.
           MOVE SPACES TO LGT-TEXTO
           MOVE CUR-DESCRIPCION TO LGT-TEXTO
           IF COMISION NOT = 0
              MOVE "COMISION"  TO LGT-TEXTO(32:8)
              MOVE COMISION    TO LGT-TEXTO(39:2)
           END-IF
           MOVE LINEA-GRI-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 1 TO W-DIAGRILLA.
           END-IF.
           MOVE "N" TO W-HAYDIA.
           MOVE CURSO TO HOR-CURSO
           MOVE COMISION TO HOR-COMISION
           MOVE W-DIAGRILLA TO HOR-DIA
           MOVE 0 TO HOR-DESDE
           START HORARIOS KEY IS NOT LESS HOR-CLAVE
                GO TO 500-GRILLACURSO-30
           END-READ.
           IF (HOR-CURSO NOT = CURSO) OR
              (HOR-COMISION NOT = COMISION) OR
              (HOR-DIA NOT = W-DIAGRILLA)
              GO TO 500-GRILLACURSO-30
           END-IF.
           MOVE HOR-DESDE TO LGR-DESDE
           MOVE HOR-HASTA TO LGR-HASTA
           MOVE SPACES TO LGR-CURSO LGR-MATERIA LGR-DOCENTE.
           MOVE HOR-COMISION TO LGR-COMISION.
           MOVE HOR-CURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE CUR-ABREVIATURA TO LGR-CURSO
           END-READ.
           IF HOR-MATERIA NOT = 0
              INITIALIZE W25-DATOS
              MOVE HOR-CURSO TO W25-CURSO
              MOVE HOR-MATERIA TO W25-MATERIA
              CALL "P25" USING W25-DATOS
              CANCEL "P25"
              MOVE HOR-CURSO   TO MAT-CURSO
              MOVE W25-PLAN TO MAT-PLAN
              MOVE HOR-MATERIA TO MAT-CODIGO
              READ MATERIAS KEY IS MAT-CLAVE
                 INVALID KEY

       PANTALLA.
           DISPLAY "CURSO     :"       LINE 5 POSITION 1.
           DISPLAY "COMISION  :"       LINE 6 POSITION 1.
           DISPLAY "DIA (1-7) :"       LINE 7 POSITION 1.
           DISPLAY "(1 LUNES ... 7 DOMINGO)" LINE 7 POSITION 20.
           DISPLAY "DESDE HHMM:"       LINE 8 POSITION 1.
           DISPLAY "HASTA HHMM:"       LINE 9 POSITION 1.
           DISPLAY "MATERIA   :"       LINE 10 POSITION 1.
           DISPLAY "DOCENTE   :"       LINE 11 POSITION 1.
           DISPLAY "AULA      :"       LINE 12 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): " LINE 13 POSITION 1.
       PANTALLA-F. EXIT.

       ERRORES.
