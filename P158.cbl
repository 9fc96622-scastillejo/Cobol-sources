       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-158.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 158
      *  IMPORTACION DE NOTAS DE LAS PLANILLAS DE
      *  LOS DOCENTES (NOTASENT.DAT, FORMATO FIJO:
      *  CURSO, MATERIA, ALUMNO, INSTANCIA, NOTA,
      *  FECHA, DOCENTE) CON REGISTRO DE CONTROL
      *  DE CANTIDAD Y SUMA DE NOTAS (NOTASCTL.DAT)
      *  AL ESTILO DE ASCALU/ASCCTL: SI NO
      *  COINCIDE NO SE IMPORTA NADA. CADA LINEA
      *  SE VALIDA CONTRA MATERIAS, INSCRIPCIONES,
      *  LA ASIGNACION DEL DOCENTE AL CURSO
      *  (DOCCURSOS), LA MESA PARA EL FINAL Y LAS
      *  ACTAS CERRADAS COMO EN PROG-97. LAS
      *  ACEPTADAS VAN A EXAMENES.DAT Y SE
      *  RECALCULA LA NOTA FINAL CON LA REGLA
      *  NOTAREGL; LAS RECHAZADAS VAN CON SU
      *  MOTIVO A RECHNOT.DAT. EN MODO PRUEBA SOLO
      *  VALIDA Y LISTA, SIN GRABAR
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-NOTENT.CPY".
       COPY "S-NOTCTL.CPY".
       COPY "S-RECHNO.CPY".
       COPY "S-EXAMEN.CPY".
       COPY "S-NOTAS.CPY".
       COPY "S-MATERI.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-DOCCUR.CPY".
       COPY "S-ACTAS.CPY".
       COPY "S-MESAS.CPY".
       COPY "S-INSMES.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-NOTENT.CPY".
       COPY "F-NOTCTL.CPY".
       COPY "F-RECHNO.CPY".
       COPY "F-EXAMEN.CPY".
       COPY "F-NOTAS.CPY".
       COPY "F-MATERI.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-DOCCUR.CPY".
       COPY "F-ACTAS.CPY".
       COPY "F-MESAS.CPY".
       COPY "F-INSMES.CPY".

       WORKING-STORAGE SECTION.

       01 DET-RECHAZO.
          03 DR-REGISTRO  PIC X(23).
          03              PIC X.
          03 DR-MOTIVO    PIC X(33).

       COPY "L-P11.CPY".
       COPY "L-P12.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".
       COPY "L-P25.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-NOTASENT    PIC XX.
       01 ST-NOTASCTL    PIC XX.
       01 ST-RECHNOTA    PIC XX.
       01 ST-EXAMENES    PIC XX.
       01 ST-NOTAS       PIC XX.
       01 ST-MATERIAS    PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-DOCCURSOS   PIC XX.
       01 ST-ACTAS       PIC XX.
       01 ST-MESAS       PIC XX.
       01 ST-INSMESA     PIC XX.
       01 W-HAYDOC       PIC X.
       01 W-HAYACTAS     PIC X.
       01 W-HAYMESAS     PIC X.
       01 W-MODO         PIC X.
       01 CONF           PIC X.
       01 W-MOTIVO       PIC X(33).
       01 W-MESA         PIC 9(08).
       01 W-FOLIOACTA    PIC 9(06).
       01 W-COMISION     PIC 9(02).
       01 W-TABCOMCERR.
          03 W-COMCERR   PIC X OCCURS 99 TIMES.
       01 W-CODCURSO     PIC 9(02).
       01 W-CODMATERIA   PIC 9(02).
       01 W-ALUMNO       PIC 9(05).
       01 W-REGLA        PIC 9(01).
       01 W-FECHAHOY     PIC 9(08).
       01 W-NOTAFINAL    PIC 9(02).
       01 W-P1           PIC 9(02).
       01 W-P2           PIC 9(02).
       01 W-RECU         PIC 9(02).
       01 W-FIN          PIC 9(02).
       01 W-SUMA         PIC 9(04).
       01 W-LEIDOS       PIC 9(05).
       01 W-SUMANOTAS    PIC 9(07).
       01 W-ACEPTADOS    PIC 9(05).
       01 W-RECHAZADOS   PIC 9(05).

       01 TABLA-INSTNOTA.
          03 TIN-NOTA OCCURS 4 TIMES PIC 9(02).
       01 TIN-IND        PIC 9(01).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-EXAMENES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON EXAMENES.
           DISPLAY "ERROR DE E/S EN EXAMENES. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-EXAMENES LINE 23 POSITION 36
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-NOTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON NOTAS.
           DISPLAY "ERROR DE E/S EN NOTAS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-NOTAS LINE 23 POSITION 33
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO.
           DISPLAY " " ERASE
           MOVE "IMPORTACION DE NOTAS DE DOCENTES" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.

           OPEN INPUT NOTASENT.
           IF ST-NOTASENT NOT = "00"
              MOVE "NO HAY ARCHIVO DE NOTAS (NOTASENT.DAT)." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO FINAL-F
           END-IF.
           PERFORM 100-CONTROL-00 THRU 100-CONTROL-99.
           IF M-ERROR NOT = SPACES
              PERFORM ERRORES THRU ERRORES-F
              CLOSE NOTASENT
              GO TO FINAL-F
           END-IF.
           CLOSE NOTASENT.

           OPEN INPUT MATERIAS.
           IF ST-MATERIAS NOT = "00"
              MOVE "CARGAR PRIMERO LAS MATERIAS" TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO FINAL-F
           END-IF.
           OPEN INPUT INSCRIPCIONES.
           IF ST-INSCRIP NOT = "00"
              MOVE "NO HAY INSCRIPCIONES CARGADAS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              CLOSE MATERIAS
              GO TO FINAL-F
           END-IF.

           DISPLAY "REGISTROS DEL ARCHIVO:" LINE 5 POSITION 1.
           DISPLAY W-LEIDOS                 LINE 5 POSITION 24.
           DISPLAY "(COINCIDE CON EL CONTROL)" LINE 5 POSITION 31.
           DISPLAY "MODO (P = PRUEBA, A = ACTUALIZA):" LINE 7
                      POSITION 1.
       100-MODO-10.
           MOVE "P" TO W-MODO.
           ACCEPT W-MODO LINE 7 POSITION 35 PROMPT UPDATE.
           IF (W-MODO NOT = "P") AND (W-MODO NOT = "A")
              GO TO 100-MODO-10
           END-IF.
           DISPLAY "CONFIRMA LA IMPORTACION? (S/N):" LINE 9
                      POSITION 1.
           ACCEPT CONF LINE 9 POSITION 33.
           IF CONF NOT = "S"
              MOVE "IMPORTACION CANCELADA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              CLOSE INSCRIPCIONES
              CLOSE MATERIAS
              GO TO FINAL-F
           END-IF.

           IF W-MODO = "A"
              OPEN I-O EXAMENES
              IF ST-EXAMENES = "35"
                 OPEN OUTPUT EXAMENES
                 CLOSE EXAMENES
                 OPEN I-O EXAMENES
              END-IF
              OPEN I-O NOTAS
              IF ST-NOTAS = "35"
                 OPEN OUTPUT NOTAS
                 CLOSE NOTAS
                 OPEN I-O NOTAS
              END-IF
           END-IF.
           OPEN INPUT DOCCURSOS.
           IF ST-DOCCURSOS = "00"
              MOVE "S" TO W-HAYDOC
           ELSE
              MOVE "N" TO W-HAYDOC
           END-IF.
           OPEN INPUT ACTAS.
           IF ST-ACTAS = "00"
              MOVE "S" TO W-HAYACTAS
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
           MOVE 1 TO W16-OPCION
           MOVE "NOTAREGL" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM = 2)
              MOVE 2 TO W-REGLA
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.

           OPEN INPUT NOTASENT.
           OPEN OUTPUT RECHNOTA.
           MOVE 0 TO W-ACEPTADOS W-RECHAZADOS.
           PERFORM 200-PROCESO-00 THRU 200-PROCESO-99.
           CLOSE RECHNOTA.
           CLOSE NOTASENT.

           IF W-HAYMESAS = "S"
              CLOSE INSMESA
              CLOSE MESAS
           END-IF.
           IF W-HAYACTAS = "S"
              CLOSE ACTAS
           END-IF.
           IF W-HAYDOC = "S"
              CLOSE DOCCURSOS
           END-IF.
           IF W-MODO = "A"
              CLOSE NOTAS
              CLOSE EXAMENES
           END-IF.
           CLOSE INSCRIPCIONES.
           CLOSE MATERIAS.

           IF W-RECHAZADOS NOT = 0
              INITIALIZE W15-DATOS
              MOVE "PROG-158" TO W15-PROGRAMA
              MOVE W40-OPERADOR TO W15-OPERADOR
              MOVE "RECHNOT.DAT" TO W15-ORIGEN
              CALL "P15" USING W15-DATOS
              CANCEL "P15"
           END-IF.
      *  LA CORRIDA DE PRUEBA NO DEJA ASIENTO EN LA BITACORA
           IF W-MODO = "A"
              INITIALIZE W14-DATOS
              MOVE "PROG-158"    TO W14-PROGRAMA
              MOVE W40-OPERADOR  TO W14-OPERADOR
              MOVE W-ACEPTADOS   TO W14-PROCESADOS
              MOVE W-RECHAZADOS  TO W14-RECHAZADOS
              MOVE "OK"          TO W14-ESTADO
              CALL "P14" USING W14-DATOS
              CANCEL "P14"
           END-IF.

           IF W-MODO = "P"
              DISPLAY "PRUEBA: NO SE GRABO NINGUNA NOTA" LINE 11
                         POSITION 1
              DISPLAY "LINEAS VALIDAS     :" LINE 12 POSITION 1
           ELSE
              DISPLAY "NOTAS IMPORTADAS   :" LINE 12 POSITION 1
           END-IF.
           DISPLAY W-ACEPTADOS            LINE 12 POSITION 22.
           DISPLAY "LINEAS RECHAZADAS  :" LINE 13 POSITION 1.
           DISPLAY W-RECHAZADOS           LINE 13 POSITION 22.
           IF W-RECHAZADOS NOT = 0
              DISPLAY "VER DETALLE EN RECHNOT.DAT" LINE 14 POSITION 1
           END-IF.
           ACCEPT SINO LINE 24 POSITION 80.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  CANTIDAD Y SUMA DE NOTAS DEL ARCHIVO
      *  CONTRA EL REGISTRO DE CONTROL. DEJA EL
      *  MOTIVO EN M-ERROR SI NO COINCIDE
      ********************************************
       100-CONTROL-00.
           MOVE SPACES TO M-ERROR.
           MOVE 0 TO W-LEIDOS W-SUMANOTAS.
       100-CONTROL-10.
           READ NOTASENT AT END
                GO TO 100-CONTROL-50
           END-READ.
           ADD 1 TO W-LEIDOS.
           IF NE-NOTA NUMERIC
              ADD NE-NOTA TO W-SUMANOTAS
           END-IF.
           GO TO 100-CONTROL-10.
       100-CONTROL-50.
           OPEN INPUT NOTASCTL.
           IF ST-NOTASCTL NOT = "00"
              MOVE "FALTA EL REGISTRO DE CONTROL (NOTASCTL.DAT)." TO
                   M-ERROR
              GO TO 100-CONTROL-99
           END-IF.
           READ NOTASCTL
              AT END
                 MOVE "FALTA EL REGISTRO DE CONTROL (NOTASCTL.DAT)."
                      TO M-ERROR
           END-READ.
           CLOSE NOTASCTL.
           IF M-ERROR NOT = SPACES
              GO TO 100-CONTROL-99
           END-IF.
           IF (CTN-CANTIDAD NOT = W-LEIDOS) OR
              (CTN-TOTAL NOT = W-SUMANOTAS)
              MOVE "EL ARCHIVO NO COINCIDE CON EL CONTROL." TO
                   M-ERROR
           END-IF.
       100-CONTROL-99. EXIT.

      ********************************************
      *  PROCESA CADA LINEA: VALIDA Y GRABA O
      *  RECHAZA
      ********************************************
       200-PROCESO-00.
           CONTINUE.
       200-PROCESO-10.
           READ NOTASENT AT END
                GO TO 200-PROCESO-99
           END-READ.
           MOVE SPACES TO W-MOTIVO.
           PERFORM 300-VALIDA-00 THRU 300-VALIDA-99.
           IF W-MOTIVO NOT = SPACES
              PERFORM 400-RECHAZO-00 THRU 400-RECHAZO-99
              GO TO 200-PROCESO-10
           END-IF.
           IF W-MODO = "A"
              PERFORM 500-GRABA-00 THRU 500-GRABA-99
           END-IF.
           ADD 1 TO W-ACEPTADOS.
           GO TO 200-PROCESO-10.
       200-PROCESO-99. EXIT.

      ********************************************
      *  VALIDACIONES DE UNA LINEA. EL PRIMER
      *  MOTIVO ENCONTRADO QUEDA EN W-MOTIVO
      ********************************************
       300-VALIDA-00.
           IF (NE-CURSO NOT NUMERIC) OR (NE-MATERIA NOT NUMERIC)
              OR (NE-ALUMNO NOT NUMERIC) OR (NE-INSTANCIA NOT NUMERIC)
              OR (NE-NOTA NOT NUMERIC) OR (NE-FECHA NOT NUMERIC)
              OR (NE-DOCENTE NOT NUMERIC)
              MOVE "CAMPOS NO NUMERICOS" TO W-MOTIVO
              GO TO 300-VALIDA-99
           END-IF.
           IF (NE-INSTANCIA = 0) OR (NE-INSTANCIA > 4)
              MOVE "INSTANCIA FUERA DE 1 A 4" TO W-MOTIVO
              GO TO 300-VALIDA-99
           END-IF.
           IF NE-NOTA > 10
              MOVE "NOTA FUERA DE 0 A 10" TO W-MOTIVO
              GO TO 300-VALIDA-99
           END-IF.
           INITIALIZE W12-DATOS
           MOVE 3 TO W12-OPCION
           MOVE NE-FECHA TO W12-CAMPO(1:8)
           CALL "P12" USING W12-DATOS
           CANCEL "P12"
           IF W12-RESULTADO NOT = "S"
              MOVE "FECHA INVALIDA" TO W-MOTIVO
              GO TO 300-VALIDA-99
           END-IF.
           IF NE-FECHA > W-FECHAHOY
              MOVE "FECHA POSTERIOR A HOY" TO W-MOTIVO
              GO TO 300-VALIDA-99
           END-IF.
           MOVE NE-CURSO   TO W-CODCURSO
           MOVE NE-MATERIA TO W-CODMATERIA
           MOVE NE-ALUMNO  TO W-ALUMNO.

           INITIALIZE W25-DATOS
           MOVE W-ALUMNO     TO W25-ALUMNO
           MOVE W-CODCURSO   TO W25-CURSO
           MOVE W-CODMATERIA TO W25-MATERIA
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE W-CODCURSO   TO MAT-CURSO
           MOVE W25-PLAN     TO MAT-PLAN
           MOVE W-CODMATERIA TO MAT-CODIGO
           READ MATERIAS KEY IS MAT-CLAVE
              INVALID KEY
                 MOVE "MATERIA INEXISTENTE EN EL CURSO" TO W-MOTIVO
                 GO TO 300-VALIDA-99
           END-READ.

           PERFORM 310-INSCRIPTO-00 THRU 310-INSCRIPTO-99.
           IF W-MOTIVO NOT = SPACES
              GO TO 300-VALIDA-99
           END-IF.

           IF W-HAYDOC NOT = "S"
              MOVE "DOCENTE NO ASIGNADO AL CURSO" TO W-MOTIVO
              GO TO 300-VALIDA-99
           END-IF.
           MOVE W-CODCURSO TO DCU-CURSO
           MOVE NE-DOCENTE TO DCU-DOCENTE
           READ DOCCURSOS KEY IS DCU-CLAVE
              INVALID KEY
                 MOVE "DOCENTE NO ASIGNADO AL CURSO" TO W-MOTIVO
                 GO TO 300-VALIDA-99
           END-READ.

      *  EL FINAL SE CARGA POR MESA: LA FECHA DE LA LINEA ES LA
      *  DE LA MESA, QUE DEBE EXISTIR Y TENER ANOTADO AL ALUMNO
           MOVE 0 TO W-MESA.
           IF NE-INSTANCIA = 4
              PERFORM 320-MESA-00 THRU 320-MESA-99
              IF W-MOTIVO NOT = SPACES
                 GO TO 300-VALIDA-99
              END-IF
           END-IF.

           PERFORM 330-ACTACERRADA-00 THRU 330-ACTACERRADA-99.
           IF W-FOLIOACTA NOT = 0
              MOVE "MATERIA CON ACTA CERRADA" TO W-MOTIVO
              GO TO 300-VALIDA-99
           END-IF.
           IF W-COMISION NOT = 0
              IF W-COMCERR (W-COMISION) = "S"
                 MOVE "COMISION CON ACTA CERRADA" TO W-MOTIVO
              END-IF
           END-IF.
       300-VALIDA-99. EXIT.

      *  INSCRIPCION ACTIVA DEL ALUMNO EN EL CURSO (CUALQUIER
      *  CICLO). DEJA SU COMISION EN W-COMISION
       310-INSCRIPTO-00.
           MOVE 0 TO W-COMISION.
           MOVE W-ALUMNO   TO INS-ALUMNO
           MOVE W-CODCURSO TO INS-CURSO
           MOVE 0          TO INS-CICLO
           START INSCRIPCIONES KEY IS NOT LESS INS-CLAVE
              INVALID KEY
                 GO TO 310-INSCRIPTO-90
           END-START.
       310-INSCRIPTO-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 310-INSCRIPTO-90
           END-READ.
           IF (INS-ALUMNO NOT = W-ALUMNO) OR
              (INS-CURSO NOT = W-CODCURSO)
              GO TO 310-INSCRIPTO-90
           END-IF.
           IF NOT INS-ACTIVA
              GO TO 310-INSCRIPTO-10
           END-IF.
           MOVE INS-COMISION TO W-COMISION.
           GO TO 310-INSCRIPTO-99.
       310-INSCRIPTO-90.
           MOVE "ALUMNO NO INSCRIPTO EN EL CURSO" TO W-MOTIVO.
       310-INSCRIPTO-99. EXIT.

       320-MESA-00.
           IF W-HAYMESAS NOT = "S"
              MOVE "SIN MESA DE EXAMEN EN ESA FECHA" TO W-MOTIVO
              GO TO 320-MESA-99
           END-IF.
           MOVE W-CODCURSO   TO MES-CURSO
           MOVE W-CODMATERIA TO MES-MATERIA
           MOVE NE-FECHA     TO MES-FECHA
           READ MESAS KEY IS MES-CLAVE
              INVALID KEY
                 MOVE "SIN MESA DE EXAMEN EN ESA FECHA" TO W-MOTIVO
                 GO TO 320-MESA-99
           END-READ.
           MOVE W-CODCURSO   TO IME-CURSO
           MOVE W-CODMATERIA TO IME-MATERIA
           MOVE NE-FECHA     TO IME-FECHA
           MOVE W-ALUMNO     TO IME-ALUMNO
           READ INSMESA KEY IS IME-CLAVE
              INVALID KEY
                 MOVE "ALUMNO NO ANOTADO EN LA MESA" TO W-MOTIVO
                 GO TO 320-MESA-99
           END-READ.
           MOVE NE-FECHA TO W-MESA.
       320-MESA-99. EXIT.

      ********************************************
      *  ACTA CERRADA DE LA MATERIA, DE CURSADA O
      *  DE LA MESA, COMO EN PROG-97: DEJA EL
      *  FOLIO EN W-FOLIOACTA Y MARCA LAS
      *  COMISIONES CON ACTA PROPIA CERRADA
      ********************************************
       330-ACTACERRADA-00.
           MOVE 0 TO W-FOLIOACTA.
           MOVE SPACES TO W-TABCOMCERR.
           IF W-HAYACTAS NOT = "S"
              GO TO 330-ACTACERRADA-99
           END-IF.
           MOVE W-CODCURSO   TO ACT-CURSO
           MOVE W-CODMATERIA TO ACT-MATERIA
           START ACTAS KEY IS EQUAL ACT-MATCLAVE
              INVALID KEY
                 GO TO 330-ACTACERRADA-99
           END-START.
       330-ACTACERRADA-10.
           READ ACTAS NEXT AT END
                GO TO 330-ACTACERRADA-99
           END-READ.
           IF (ACT-CURSO NOT = W-CODCURSO) OR
              (ACT-MATERIA NOT = W-CODMATERIA)
              GO TO 330-ACTACERRADA-99
           END-IF.
           IF ACT-MESA NOT = W-MESA
              GO TO 330-ACTACERRADA-10
           END-IF.
           IF ACT-CERRADA
              IF ACT-COMISION = 0
                 MOVE ACT-FOLIO TO W-FOLIOACTA
              ELSE
                 MOVE "S" TO W-COMCERR (ACT-COMISION)
              END-IF
           END-IF.
           GO TO 330-ACTACERRADA-10.
       330-ACTACERRADA-99. EXIT.

       400-RECHAZO-00.
           MOVE REG-NOTASENT TO DR-REGISTRO
           MOVE W-MOTIVO     TO DR-MOTIVO
           MOVE DET-RECHAZO  TO REG-RECHNOTA
           WRITE REG-RECHNOTA.
           ADD 1 TO W-RECHAZADOS.
       400-RECHAZO-99. EXIT.

       500-GRABA-00.
           MOVE W-CODCURSO   TO EXA-CURSO
           MOVE W-CODMATERIA TO EXA-MATERIA
           MOVE W-ALUMNO     TO EXA-ALUMNO
           MOVE NE-INSTANCIA TO EXA-INSTANCIA
           MOVE NE-NOTA      TO EXA-NOTA
           MOVE NE-FECHA     TO EXA-FECHA
           WRITE REG-EXAMEN
              INVALID KEY
                 REWRITE REG-EXAMEN
                 END-REWRITE
           END-WRITE.
           PERFORM 600-RECALCULA-00 THRU 600-RECALCULA-99.
       500-GRABA-99. EXIT.

      ********************************************
      *  RECALCULA LA NOTA FINAL DEL ALUMNO EN LA
      *  MATERIA A PARTIR DE LAS INSTANCIAS CON LA
      *  REGLA NOTAREGL, IGUAL QUE PROG-97
      ********************************************
       600-RECALCULA-00.
           INITIALIZE TABLA-INSTNOTA
           MOVE W-CODCURSO   TO EXA-CURSO
           MOVE W-CODMATERIA TO EXA-MATERIA
           MOVE W-ALUMNO     TO EXA-ALUMNO
           MOVE 1 TO TIN-IND.
       600-RECALCULA-10.
           IF TIN-IND > 4
              GO TO 600-RECALCULA-20
           END-IF.
           MOVE TIN-IND TO EXA-INSTANCIA
           READ EXAMENES KEY IS EXA-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE EXA-NOTA TO TIN-NOTA (TIN-IND)
           END-READ.
           ADD 1 TO TIN-IND
           GO TO 600-RECALCULA-10.
       600-RECALCULA-20.
           MOVE 0 TO W-NOTAFINAL.
           IF W-REGLA = 2
              PERFORM 600-MEJOR-00 THRU 600-MEJOR-99
           ELSE
              PERFORM 600-PROMEDIO-00 THRU 600-PROMEDIO-99
           END-IF.
           MOVE W-CODCURSO   TO NOT-CURSO
           MOVE W-CODMATERIA TO NOT-MATERIA
           MOVE W-ALUMNO     TO NOT-ALUMNO
           MOVE W-NOTAFINAL  TO NOT-NOTA
      *  EL RECALCULO POR INSTANCIAS PISA UNA EQUIVALENCIA
           MOVE SPACE        TO NOT-ORIGEN
           MOVE 0            TO NOT-ORICURSO
           MOVE 0            TO NOT-ORIMATERIA
           IF W-NOTAFINAL = 0
              MOVE "P" TO NOT-ESTADO
           ELSE
              IF W-NOTAFINAL < 4
                 MOVE "R" TO NOT-ESTADO
              ELSE
                 MOVE "A" TO NOT-ESTADO
              END-IF
           END-IF
           WRITE REG-NOTA
              INVALID KEY
                 REWRITE REG-NOTA
                 END-REWRITE
           END-WRITE.
       600-RECALCULA-99. EXIT.

      *  REGLA 2: LA MEJOR NOTA DE TODAS LAS INSTANCIAS
       600-MEJOR-00.
           MOVE 1 TO TIN-IND.
       600-MEJOR-10.
           IF TIN-IND > 4
              GO TO 600-MEJOR-99
           END-IF.
           IF TIN-NOTA (TIN-IND) > W-NOTAFINAL
              MOVE TIN-NOTA (TIN-IND) TO W-NOTAFINAL
           END-IF.
           ADD 1 TO TIN-IND
           GO TO 600-MEJOR-10.
       600-MEJOR-99. EXIT.

      *  REGLA 1: EL RECUPERATORIO REEMPLAZA AL PEOR PARCIAL,
      *  SE PROMEDIAN LOS PARCIALES Y, SI HAY NOTA DE FINAL,
      *  MANDA EL FINAL
       600-PROMEDIO-00.
           MOVE TIN-NOTA (1) TO W-P1
           MOVE TIN-NOTA (2) TO W-P2
           MOVE TIN-NOTA (3) TO W-RECU
           MOVE TIN-NOTA (4) TO W-FIN.
           IF W-FIN NOT = 0
              MOVE W-FIN TO W-NOTAFINAL
              GO TO 600-PROMEDIO-99
           END-IF.
           IF W-RECU NOT = 0
              IF W-P1 = 0
                 MOVE W-RECU TO W-P1
              ELSE
                 IF W-P2 = 0
                    MOVE W-RECU TO W-P2
                 ELSE
                    IF W-P1 < W-P2
                       MOVE W-RECU TO W-P1
                    ELSE
                       MOVE W-RECU TO W-P2
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF (W-P1 = 0) OR (W-P2 = 0)
              MOVE 0 TO W-NOTAFINAL
              GO TO 600-PROMEDIO-99
           END-IF.
           COMPUTE W-SUMA = W-P1 + W-P2
           COMPUTE W-NOTAFINAL ROUNDED = W-SUMA / 2.
       600-PROMEDIO-99. EXIT.

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
