       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-147.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 147
      *  INFORME DE RENDIMIENTO ACADEMICO POR
      *  MATERIA Y DOCENTE DE UN CICLO (UN CURSO O
      *  TODOS). POR CADA MATERIA DEL PLAN DE LA
      *  EDICION: INSCRIPTOS, APROBADOS,
      *  REPROBADOS Y PENDIENTES (NOTAS.DAT), NOTA
      *  FINAL PROMEDIO, CUANTOS RINDIERON
      *  RECUPERATORIO Y EL PORCENTAJE APROBADO EN
      *  EL PRIMER FINAL (EXAMENES.DAT), CON EL
      *  DOCENTE QUE LA DICTO (HORARIO O PROG-19).
      *  SE COMPARA CON EL CICLO ANTERIOR Y SE
      *  MARCAN LAS MATERIAS CUYO PORCENTAJE DE
      *  APROBADOS CAYO MAS PUNTOS QUE EL
      *  PARAMETRO RENDCAID (POR OMISION 10)
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-CURSO.CPY".
       COPY "S-EDICIO.CPY".
       COPY "S-MATERI.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-NOTAS.CPY".
       COPY "S-EXAMEN.CPY".
       COPY "S-HORARI.CPY".
       COPY "S-DOCENT.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-CURSO.CPY".
       COPY "F-EDICIO.CPY".
       COPY "F-MATERI.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-NOTAS.CPY".
       COPY "F-EXAMEN.CPY".
       COPY "F-HORARI.CPY".
       COPY "F-DOCENT.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-RE-TIT.
          03 PIC X(34) VALUE "RENDIMIENTO ACADEMICO POR MATERIA ".
          03 PIC X(06) VALUE "CICLO ".
          03 LRT-CICLO   PIC 9(04).
          03 PIC X(20) VALUE "   (CICLO ANTERIOR: ".
          03 LRT-ANTER   PIC 9(04).
          03 PIC X(01) VALUE ")".
       01 LINEA-RE-CURSO.
          03 PIC X(06) VALUE "CURSO ".
          03 LRC-CURSO   PIC 9(02).
          03             PIC X.
          03 LRC-DESC    PIC X(30).
          03 PIC X(06) VALUE " PLAN ".
          03 LRC-PLAN    PIC Z9.
       01 LINEA-RE-MAT.
          03 LRM-MATERIA PIC Z9.
          03             PIC X.
          03 LRM-MATDESC PIC X(30).
          03 PIC X(09) VALUE " DOCENTE ".
          03 LRM-DOCENTE PIC ZZ9.
          03             PIC X.
          03 LRM-DOCNOM  PIC X(24).
       01 LINEA-RE-CANT.
          03 PIC X(08) VALUE "   INSC ".
          03 LRN-INSC    PIC ZZZ9.
          03 PIC X(06) VALUE "  APR ".
          03 LRN-APR     PIC ZZZ9.
          03 PIC X(06) VALUE "  REP ".
          03 LRN-REP     PIC ZZZ9.
          03 PIC X(07) VALUE "  PEND ".
          03 LRN-PEND    PIC ZZZ9.
          03 PIC X(07) VALUE "  PROM ".
          03 LRN-PROM    PIC Z9,99.
          03 PIC X(08) VALUE "  RECUP ".
          03 LRN-RECUP   PIC ZZZ9.
       01 LINEA-RE-PORC.
          03 PIC X(10) VALUE "   % APR  ".
          03 LRP-PORC    PIC ZZ9.
          03 PIC X(14) VALUE "   % 1ER FINAL".
          03 LRP-FINAL   PIC ZZ9.
          03 PIC X(14) VALUE "   ANTERIOR % ".
          03 LRP-ANTER   PIC ZZ9.
          03 LRP-SINANT REDEFINES LRP-ANTER PIC X(03).
          03 PIC X(07) VALUE "   VAR ".
          03 LRP-VAR     PIC +ZZ9.
          03 LRP-SINVAR REDEFINES LRP-VAR PIC X(04).
          03             PIC X(02).
          03 LRP-MARCA   PIC X(14).
       01 LINEA-RE-TOT.
          03 PIC X(21) VALUE "MATERIAS INFORMADAS: ".
          03 LRX-MATERIAS PIC ZZZ9.
          03 PIC X(21) VALUE "   CON CAIDA MAYOR A ".
          03 LRX-UMBRAL   PIC ZZ9.
          03 PIC X(10) VALUE " PUNTOS: ".
          03 LRX-CAIDAS   PIC ZZZ9.
       01 LINEA-RAYA.
          03 PIC X(78) VALUE ALL "-".

       COPY "L-P11.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".
       COPY "L-P19.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-CURSOS      PIC XX.
       01 ST-EDICIONES   PIC XX.
       01 ST-MATERIAS    PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-NOTAS       PIC XX.
       01 ST-EXAMENES    PIC XX.
       01 ST-HORARIOS    PIC XX.
       01 ST-DOCENTES    PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-HAYHOR       PIC X.
       01 W-HAYDOC       PIC X.
       01 W-HAYEXA       PIC X.
       01 CONF           PIC X.
       01 W-CODCURSO     PIC 9(02).
       01 W-CURSO        PIC 9(02).
       01 W-CICLO        PIC 9(04).
       01 W-CICLOANT     PIC 9(04).
       01 W-CICLOCAL     PIC 9(04).
       01 W-PLAN         PIC 9(02).
       01 W-FECHAHOY     PIC 9(08).
       01 W-FECHADOC     PIC 9(08).
       01 W-UMBRAL       PIC 9(03).
       01 W-MATERIAS     PIC 9(04).
       01 W-CAIDAS       PIC 9(04).
       01 W-DOCMAT       PIC 9(03).

      *  CONTADORES DE UNA MATERIA EN UN CICLO
       01 W-CONTADORES.
          03 W-INSC         PIC 9(04).
          03 W-APR          PIC 9(04).
          03 W-REP          PIC 9(04).
          03 W-PEND         PIC 9(04).
          03 W-RECUP        PIC 9(04).
          03 W-FINALES      PIC 9(04).
          03 W-FINALAPR     PIC 9(04).
          03 W-SUMANOTA     PIC 9(06).
          03 W-CANTNOTA     PIC 9(04).
       01 W-PROMEDIO     PIC 99V99.
       01 W-PORC         PIC 9(03).
       01 W-PORCFINAL    PIC 9(03).
       01 W-PORCANT      PIC 9(03).
       01 W-HAYANT       PIC X.
       01 W-VARIACION    PIC S9(03).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       UNION SECTION.
       INICIO-1.
           OPEN INPUT CURSOS.
           IF ST-CURSOS NOT = "00"
             MOVE "CARGAR PRIMERO LOS CURSOS" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO FINAL-F
           END-IF.
           OPEN INPUT EDICIONES.
           IF ST-EDICIONES NOT = "00"
             MOVE "NO HAY EDICIONES CARGADAS" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE CURSOS
             GO TO FINAL-F
           END-IF.
           OPEN INPUT MATERIAS.
           OPEN INPUT INSCRIPCIONES.
           OPEN INPUT NOTAS.
           IF ST-NOTAS NOT = "00"
             MOVE "NO HAY NOTAS CARGADAS" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE INSCRIPCIONES MATERIAS EDICIONES CURSOS
             GO TO FINAL-F
           END-IF.
           OPEN INPUT EXAMENES.
           IF ST-EXAMENES = "00"
              MOVE "S" TO W-HAYEXA
           ELSE
              MOVE "N" TO W-HAYEXA
           END-IF.
           OPEN INPUT HORARIOS.
           IF ST-HORARIOS = "00"
              MOVE "S" TO W-HAYHOR
           ELSE
              MOVE "N" TO W-HAYHOR
           END-IF.
           OPEN INPUT DOCENTES.
           IF ST-DOCENTES = "00"
              MOVE "S" TO W-HAYDOC
           ELSE
              MOVE "N" TO W-HAYDOC
           END-IF.
           MOVE 10 TO W-UMBRAL.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "RENDCAID" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM > 0)
                                 AND (W16-VALORNUM < 101)
              MOVE W16-VALORNUM TO W-UMBRAL
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.
           INITIALIZE W1-DATOS
           MOVE 11 TO W1-OPCION
           MOVE "03" TO W1-DESCRIPCION(1:2)
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO(5:4) TO W-CICLO.

       INICIO.
           DISPLAY " " ERASE
           MOVE "RENDIMIENTO ACADEMICO POR MATERIA" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLA THRU PANTALLA-F.
       INICIO-10.
           ACCEPT W-CICLO LINE 5 POSITION 24 PROMPT UPDATE.
           IF W-CICLO = 0
              GO TO FINAL-CIERRE
           END-IF.
           COMPUTE W-CICLOANT = W-CICLO - 1.
       INICIO-20.
           MOVE 0 TO W-CODCURSO.
           ACCEPT W-CODCURSO LINE 6 POSITION 24 PROMPT UPDATE.
           IF W-CODCURSO NOT = 0
              MOVE W-CODCURSO TO CUR-CODIGO
              READ CURSOS KEY IS CUR-CODIGO
                 INVALID KEY
                    MOVE "EL CURSO NO EXISTE." TO M-ERROR
                    PERFORM ERRORES THRU ERRORES-F
                    GO TO INICIO-20
              END-READ
              DISPLAY CUR-DESCRIPCION LINE 6 POSITION 30
           ELSE
              DISPLAY "TODOS LOS CURSOS" LINE 6 POSITION 30
           END-IF.
           DISPLAY W-UMBRAL LINE 7 POSITION 24.
       INICIO-30.
           ACCEPT CONF LINE 21 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO INICIO-30
           END-IF.
           IF CONF = "N"
              GO TO INICIO
           END-IF.
           PERFORM 100-PROCESO-00 THRU 100-PROCESO-99.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYDOC = "S"
              CLOSE DOCENTES
           END-IF.
           IF W-HAYHOR = "S"
              CLOSE HORARIOS
           END-IF.
           IF W-HAYEXA = "S"
              CLOSE EXAMENES
           END-IF.
           CLOSE NOTAS.
           CLOSE INSCRIPCIONES.
           CLOSE MATERIAS.
           CLOSE EDICIONES.
           CLOSE CURSOS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  RECORRE EL CURSO PEDIDO O TODOS LOS
      *  CURSOS; SOLO SE INFORMAN LOS QUE TIENEN
      *  EDICION EN EL CICLO
      ********************************************
       100-PROCESO-00.
           MOVE 0 TO W-MATERIAS W-CAIDAS.
           OPEN OUTPUT LISTADO.
           MOVE W-CICLO    TO LRT-CICLO
           MOVE W-CICLOANT TO LRT-ANTER
           MOVE LINEA-RE-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           IF W-CODCURSO NOT = 0
              MOVE W-CODCURSO TO W-CURSO
              PERFORM 200-CURSO-00 THRU 200-CURSO-99
              GO TO 100-PROCESO-80
           END-IF.
           MOVE 0 TO CUR-CODIGO
           START CURSOS KEY IS NOT LESS CUR-CODIGO
              INVALID KEY
                 GO TO 100-PROCESO-80
           END-START.
       100-PROCESO-10.
           READ CURSOS NEXT AT END
                GO TO 100-PROCESO-80
           END-READ.
           MOVE CUR-CODIGO TO W-CURSO
           PERFORM 200-CURSO-00 THRU 200-CURSO-99.
           GO TO 100-PROCESO-10.
       100-PROCESO-80.
           MOVE W-MATERIAS TO LRX-MATERIAS
           MOVE W-UMBRAL   TO LRX-UMBRAL
           MOVE W-CAIDAS   TO LRX-CAIDAS
           MOVE LINEA-RE-TOT TO REG-LISTADO
           WRITE REG-LISTADO.
           CLOSE LISTADO.
           INITIALIZE W15-DATOS
           MOVE "PROG-147" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".
           DISPLAY "MATERIAS INFORMADAS:" LINE 10 POSITION 1.
           DISPLAY W-MATERIAS             LINE 10 POSITION 22.
           DISPLAY "CON CAIDA          :" LINE 11 POSITION 1.
           DISPLAY W-CAIDAS               LINE 11 POSITION 22.
           MOVE "INFORME ENVIADO AL SPOOL" TO M-ERROR.
           PERFORM ERRORES THRU ERRORES-F.
       100-PROCESO-99. EXIT.

      ********************************************
      *  UN CURSO: EDICION DEL CICLO, PLAN Y FECHA
      *  PARA EL DOCENTE EFECTIVO (FIN DE LA
      *  EDICION, U HOY SI TODAVIA NO TERMINO), Y
      *  CADA MATERIA DEL PLAN
      ********************************************
       200-CURSO-00.
           MOVE W-CURSO TO EDI-CURSO
           MOVE W-CICLO TO EDI-CICLO
           READ EDICIONES KEY IS EDI-CLAVE
              INVALID KEY
                 GO TO 200-CURSO-99
           END-READ.
           MOVE EDI-PLAN TO W-PLAN.
           IF W-PLAN = 0
              MOVE 1 TO W-PLAN
           END-IF.
           MOVE EDI-FECHAFIN TO W-FECHADOC.
           IF (W-FECHADOC = 0) OR (W-FECHADOC > W-FECHAHOY)
              MOVE W-FECHAHOY TO W-FECHADOC
           END-IF.
           MOVE W-CURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE SPACES TO CUR-DESCRIPCION
           END-READ.
           MOVE W-CURSO         TO LRC-CURSO
           MOVE CUR-DESCRIPCION TO LRC-DESC
           MOVE W-PLAN          TO LRC-PLAN
           MOVE LINEA-RE-CURSO TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-CURSO TO MAT-CURSO
           MOVE W-PLAN  TO MAT-PLAN
           MOVE 0       TO MAT-CODIGO
           START MATERIAS KEY IS NOT LESS MAT-CLAVE
              INVALID KEY
                 GO TO 200-CURSO-90
           END-START.
       200-CURSO-10.
           READ MATERIAS NEXT AT END
                GO TO 200-CURSO-90
           END-READ.
           IF (MAT-CURSO NOT = W-CURSO) OR (MAT-PLAN NOT = W-PLAN)
              GO TO 200-CURSO-90
           END-IF.
           PERFORM 300-MATERIA-00 THRU 300-MATERIA-99.
           GO TO 200-CURSO-10.
       200-CURSO-90.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
       200-CURSO-99. EXIT.

      ********************************************
      *  UNA MATERIA: CIFRAS DEL CICLO, DEL CICLO
      *  ANTERIOR Y COMPARACION DEL PORCENTAJE DE
      *  APROBADOS CONTRA EL UMBRAL
      ********************************************
       300-MATERIA-00.
           ADD 1 TO W-MATERIAS.
           PERFORM 400-DOCENTE-00 THRU 400-DOCENTE-99.
           MOVE MAT-CODIGO      TO LRM-MATERIA
           MOVE MAT-DESCRIPCION TO LRM-MATDESC
           MOVE W-DOCMAT        TO LRM-DOCENTE
           MOVE DOC-NOMBRE      TO LRM-DOCNOM
           MOVE LINEA-RE-MAT TO REG-LISTADO
           WRITE REG-LISTADO.
      *  CICLO ANTERIOR PRIMERO, PARA QUE LOS CONTADORES
      *  QUEDEN CON LOS DEL CICLO INFORMADO
           MOVE "N" TO W-HAYANT.
           MOVE W-CICLOANT TO W-CICLOCAL
           PERFORM 500-CUENTA-00 THRU 500-CUENTA-99.
           IF W-INSC > 0
              MOVE "S" TO W-HAYANT
              COMPUTE W-PORCANT ROUNDED = (W-APR * 100) / W-INSC
           END-IF.
           MOVE W-CICLO TO W-CICLOCAL
           PERFORM 500-CUENTA-00 THRU 500-CUENTA-99.
           MOVE 0 TO W-PROMEDIO W-PORC W-PORCFINAL.
           IF W-CANTNOTA > 0
              COMPUTE W-PROMEDIO ROUNDED = W-SUMANOTA / W-CANTNOTA
           END-IF.
           IF W-INSC > 0
              COMPUTE W-PORC ROUNDED = (W-APR * 100) / W-INSC
           END-IF.
           IF W-FINALES > 0
              COMPUTE W-PORCFINAL ROUNDED =
                      (W-FINALAPR * 100) / W-FINALES
           END-IF.
           MOVE W-INSC     TO LRN-INSC
           MOVE W-APR      TO LRN-APR
           MOVE W-REP      TO LRN-REP
           MOVE W-PEND     TO LRN-PEND
           MOVE W-PROMEDIO TO LRN-PROM
           MOVE W-RECUP    TO LRN-RECUP
           MOVE LINEA-RE-CANT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-PORC      TO LRP-PORC
           MOVE W-PORCFINAL TO LRP-FINAL
           MOVE SPACES      TO LRP-MARCA
           IF W-HAYANT = "N"
              MOVE " - "  TO LRP-SINANT
              MOVE "  - " TO LRP-SINVAR
           ELSE
              MOVE W-PORCANT TO LRP-ANTER
              COMPUTE W-VARIACION = W-PORC - W-PORCANT
              MOVE W-VARIACION TO LRP-VAR
              IF (W-INSC > 0) AND (0 - W-VARIACION > W-UMBRAL)
                 MOVE "*** CAIDA ***" TO LRP-MARCA
                 ADD 1 TO W-CAIDAS
              END-IF
           END-IF.
           MOVE LINEA-RE-PORC TO REG-LISTADO
           WRITE REG-LISTADO.
       300-MATERIA-99. EXIT.

      *  DOCENTE DE LA MATERIA: EL DE SU BANDA EN EL HORARIO;
      *  SI NO HAY O ES EL TITULAR DEL CURSO, EL DOCENTE
      *  EFECTIVO SEGUN PROG-19 (SUPLENTE SI CORRESPONDE)
       400-DOCENTE-00.
           MOVE 0 TO W-DOCMAT.
           IF W-HAYHOR NOT = "S"
              GO TO 400-DOCENTE-20
           END-IF.
           MOVE W-CURSO TO HOR-CURSO
           MOVE 0       TO HOR-COMISION
           MOVE 0       TO HOR-DIA
           MOVE 0       TO HOR-DESDE
           START HORARIOS KEY IS NOT LESS HOR-CLAVE
              INVALID KEY
                 GO TO 400-DOCENTE-20
           END-START.
       400-DOCENTE-10.
           READ HORARIOS NEXT AT END
                GO TO 400-DOCENTE-20
           END-READ.
           IF HOR-CURSO NOT = W-CURSO
              GO TO 400-DOCENTE-20
           END-IF.
           IF (HOR-MATERIA NOT = MAT-CODIGO) OR (HOR-DOCENTE = 0)
              GO TO 400-DOCENTE-10
           END-IF.
           MOVE HOR-DOCENTE TO W-DOCMAT.
       400-DOCENTE-20.
           INITIALIZE W19-DATOS
           MOVE W-CURSO    TO W19-CURSO
           MOVE W-FECHADOC TO W19-FECHA
           CALL "P19" USING W19-DATOS
           CANCEL "P19"
           IF (W-DOCMAT = 0) OR (W-DOCMAT = W19-TITULAR)
              MOVE W19-DOCENTE TO W-DOCMAT
           END-IF.
           MOVE SPACES TO DOC-NOMBRE.
           IF (W-HAYDOC NOT = "S") OR (W-DOCMAT = 0)
              MOVE "SIN DOCENTE" TO DOC-NOMBRE
              GO TO 400-DOCENTE-99
           END-IF.
           MOVE W-DOCMAT TO DOC-CODIGO
           READ DOCENTES KEY IS DOC-CODIGO
              INVALID KEY
                 MOVE SPACES TO DOC-NOMBRE
           END-READ.
       400-DOCENTE-99. EXIT.

      ********************************************
      *  CUENTA LA MATERIA MAT-CODIGO EN EL CICLO
      *  W-CICLOCAL SOBRE LOS INSCRIPTOS ACTIVOS DE
      *  ESA EDICION. LA NOTA SIN CARGAR CUENTA
      *  COMO PENDIENTE; EL PRIMER FINAL ES LA
      *  INSTANCIA 4, APROBADO CON 4 O MAS
      ********************************************
       500-CUENTA-00.
           INITIALIZE W-CONTADORES.
           MOVE W-CURSO TO INS-CURSO
           START INSCRIPCIONES KEY IS NOT LESS INS-CURSO
              INVALID KEY
                 GO TO 500-CUENTA-99
           END-START.
       500-CUENTA-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 500-CUENTA-99
           END-READ.
           IF INS-CURSO NOT = W-CURSO
              GO TO 500-CUENTA-99
           END-IF.
           IF (INS-CICLO NOT = W-CICLOCAL) OR (NOT INS-ACTIVA)
              GO TO 500-CUENTA-10
           END-IF.
           ADD 1 TO W-INSC.
           MOVE W-CURSO    TO NOT-CURSO
           MOVE MAT-CODIGO TO NOT-MATERIA
           MOVE INS-ALUMNO TO NOT-ALUMNO
           READ NOTAS KEY IS NOT-CLAVE
              INVALID KEY
                 MOVE "P" TO NOT-ESTADO
                 MOVE 0   TO NOT-NOTA
           END-READ.
           IF NOT-APROBADO
              ADD 1 TO W-APR
           END-IF.
           IF NOT-REPROBADO
              ADD 1 TO W-REP
           END-IF.
           IF NOT NOT-APROBADO AND NOT NOT-REPROBADO
              ADD 1 TO W-PEND
           ELSE
              ADD NOT-NOTA TO W-SUMANOTA
              ADD 1 TO W-CANTNOTA
           END-IF.
           IF W-HAYEXA NOT = "S"
              GO TO 500-CUENTA-10
           END-IF.
           MOVE W-CURSO    TO EXA-CURSO
           MOVE MAT-CODIGO TO EXA-MATERIA
           MOVE INS-ALUMNO TO EXA-ALUMNO
           MOVE 3          TO EXA-INSTANCIA
           READ EXAMENES KEY IS EXA-CLAVE
              NOT INVALID KEY
                 ADD 1 TO W-RECUP
           END-READ.
           MOVE 4          TO EXA-INSTANCIA
           READ EXAMENES KEY IS EXA-CLAVE
              NOT INVALID KEY
                 ADD 1 TO W-FINALES
                 IF EXA-NOTA NOT < 4
                    ADD 1 TO W-FINALAPR
                 END-IF
           END-READ.
           GO TO 500-CUENTA-10.
       500-CUENTA-99. EXIT.

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

       PANTALLA.
           DISPLAY "CICLO (0 = SALIR)     :" LINE 5 POSITION 1.
           DISPLAY "CURSO (0 = TODOS)     :" LINE 6 POSITION 1.
           DISPLAY "CAIDA MAXIMA (PUNTOS) :" LINE 7 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): "       LINE 21 POSITION 1.
       PANTALLA-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
