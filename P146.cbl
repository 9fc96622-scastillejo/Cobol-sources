       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-146.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 146
      *  ENCUESTAS DE EVALUACION DOCENTE POR
      *  MATERIA:
      *  - DEFINICION DE LA ENCUESTA DE UNA
      *    EDICION (CURSO Y CICLO): HASTA DIEZ
      *    PREGUNTAS CON ESCALA DE 1 A 5 Y UN
      *    COMENTARIO LIBRE; SE ABRE Y SE CIERRA
      *  - CARGA DE RESPUESTAS: CADA INSCRIPTO
      *    RESPONDE UNA VEZ POR MATERIA Y DOCENTE
      *    (LOS DE SU COMISION EN EL HORARIO, O
      *    LOS DOCENTES DEL CURSO SI NO HAY
      *    HORARIO). LA RESPUESTA SE GRABA SIN EL
      *    ALUMNO Y LA PARTICIPACION VA APARTE
      *  - INFORME DE RESULTADOS POR EL SPOOL:
      *    PROMEDIO POR PREGUNTA, MATERIA Y
      *    DOCENTE, CON EL PORCENTAJE DE RESPUESTA
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-ENCUES.CPY".
       COPY "S-RESENC.CPY".
       COPY "S-PARENC.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-ALUMNO.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-HORARI.CPY".
       COPY "S-DOCCUR.CPY".
       COPY "S-DOCENT.CPY".
       COPY "S-MATERI.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-ENCUES.CPY".
       COPY "F-RESENC.CPY".
       COPY "F-PARENC.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-HORARI.CPY".
       COPY "F-DOCCUR.CPY".
       COPY "F-DOCENT.CPY".
       COPY "F-MATERI.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 DETALLE-01.
          03 D1-NRO      PIC Z9.
          03             PIC XX.
          03 D1-MATERIA  PIC X(25).
          03             PIC X.
          03 D1-DOCENTE  PIC X(25).
          03             PIC X.
          03 D1-ESTADO   PIC X(10).

       01 LINEA-EN-TIT.
          03 PIC X(30) VALUE "RESULTADOS DE LA ENCUESTA DEL ".
          03 PIC X(06) VALUE "CURSO ".
          03 LET-CURSO   PIC 9(02).
          03 PIC X(07) VALUE " CICLO ".
          03 LET-CICLO   PIC 9(04).
       01 LINEA-EN-DESC.
          03 LED-DESC    PIC X(30).
          03 PIC X(13) VALUE " INSCRIPTOS: ".
          03 LED-INSC    PIC ZZZ9.
       01 LINEA-EN-PAR.
          03 PIC X(08) VALUE "MATERIA ".
          03 LEP-MATERIA PIC Z9.
          03             PIC X.
          03 LEP-MATDESC PIC X(22).
          03 PIC X(09) VALUE " DOCENTE ".
          03 LEP-DOCENTE PIC ZZ9.
          03             PIC X.
          03 LEP-DOCNOM  PIC X(22).
       01 LINEA-EN-RESP.
          03             PIC X(03).
          03 PIC X(13) VALUE "RESPUESTAS: ".
          03 LER-RESP    PIC ZZZ9.
          03 PIC X(16) VALUE "  PARTICIPACION ".
          03 LER-PORC    PIC ZZ9.
          03 PIC X(01) VALUE "%".
          03 PIC X(20) VALUE "  PROMEDIO GENERAL: ".
          03 LER-PROM    PIC 9,99.
       01 LINEA-EN-PREG.
          03             PIC X(05).
          03 LEQ-NRO     PIC Z9.
          03             PIC X.
          03 LEQ-TEXTO   PIC X(50).
          03             PIC X(02).
          03 LEQ-PROM    PIC 9,99.
          03             PIC X.
          03 PIC X(01) VALUE "(".
          03 LEQ-CANT    PIC ZZZ9.
          03 PIC X(01) VALUE ")".
       01 LINEA-EN-COM.
          03             PIC X(05).
          03 PIC X(02) VALUE "- ".
          03 LEC-TEXTO   PIC X(60).
       01 LINEA-RAYA.
          03 PIC X(60) VALUE ALL "-".

       COPY "L-P11.CPY".
       COPY "L-P15.CPY".
       COPY "L-P25.CPY".

       01 UBICACIONFILA PIC 999 VALUE 8.

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-ENCUESTAS   PIC XX.
       01 ST-RESPENC     PIC XX.
       01 ST-PARTENC     PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-HORARIOS    PIC XX.
       01 ST-DOCCURSOS   PIC XX.
       01 ST-DOCENTES    PIC XX.
       01 ST-MATERIAS    PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-HAYHOR       PIC X.
       01 W-HAYDCU       PIC X.
       01 W-HAYDOC       PIC X.
       01 W-HAYMAT       PIC X.
       01 EXISTE         PIC X.
       01 CONF           PIC X.
       01 W-CURSO        PIC 9(02).
       01 W-CICLO        PIC 9(04).
       01 W-ALUMNO       PIC 9(05).
       01 W-COMISION     PIC 9(02).
       01 W-PLAN         PIC 9(02).
       01 W-NRO          PIC 9(02).
       01 W-IND          PIC 9(02).
       01 W-PREG         PIC 9(02).
       01 W-VALOR        PIC 9(01).
       01 W-COMENTARIO   PIC X(60).
       01 W-ULTNUMERO    PIC 9(05).
       01 W-INSCRIPTOS   PIC 9(04).
       01 W-CANTRESP     PIC 9(05).
       01 W-SUMAGRAL     PIC 9(07).
       01 W-CANTGRAL     PIC 9(06).
       01 W-PROMEDIO     PIC 9V99.
       01 W-PORC         PIC 9(03).
       01 W-PARES        PIC 9(04).
       01 W-MATANT       PIC 9(02).
       01 W-DOCANT       PIC 9(03).
       01 W-FECHAHOY     PIC 9(08).

       01 TABLA-PARES.
          03 TPA-ITEM OCCURS 12 TIMES.
             05 TPA-MATERIA  PIC 9(02).
             05 TPA-DOCENTE  PIC 9(03).
       01 TPA-USADAS     PIC 9(02).
       01 TPA-IND        PIC 9(02).

       01 TABLA-RESPUESTA.
          03 TRE-VALOR PIC 9(01) OCCURS 10 TIMES.

       01 TABLA-SUMAS.
          03 TSU-ITEM OCCURS 10 TIMES.
             05 TSU-SUMA     PIC 9(06).
             05 TSU-CANT     PIC 9(05).

       01 TABLA-COMENT.
          03 TCO-TEXTO PIC X(60) OCCURS 20 TIMES.
       01 TCO-USADOS     PIC 9(02).
       01 TCO-IND        PIC 9(02).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-ENCUESTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ENCUESTAS.
           DISPLAY "ERROR DE E/S EN ENCUESTAS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-ENCUESTAS LINE 23 POSITION 37
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-RESPENC SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RESPENC.
           DISPLAY "ERROR DE E/S EN RESPUESTAS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-RESPENC LINE 23 POSITION 38
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-PARTENC SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PARTENC.
           DISPLAY "ERROR DE E/S EN PARTICIPACION. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-PARTENC LINE 23 POSITION 41
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
           OPEN I-O ENCUESTAS.
           IF ST-ENCUESTAS = "35"
             OPEN OUTPUT ENCUESTAS
             CLOSE ENCUESTAS
             OPEN I-O ENCUESTAS
           END-IF.
           OPEN I-O RESPENC.
           IF ST-RESPENC = "35"
             OPEN OUTPUT RESPENC
             CLOSE RESPENC
             OPEN I-O RESPENC
           END-IF.
           OPEN I-O PARTENC.
           IF ST-PARTENC = "35"
             OPEN OUTPUT PARTENC
             CLOSE PARTENC
             OPEN I-O PARTENC
           END-IF.
           OPEN INPUT INSCRIPCIONES.
           IF ST-INSCRIP = "35"
             OPEN OUTPUT INSCRIPCIONES
             CLOSE INSCRIPCIONES
             OPEN INPUT INSCRIPCIONES
           END-IF.
           OPEN INPUT ALUMNOS.
           OPEN INPUT HORARIOS.
           IF ST-HORARIOS = "00"
              MOVE "S" TO W-HAYHOR
           ELSE
              MOVE "N" TO W-HAYHOR
           END-IF.
           OPEN INPUT DOCCURSOS.
           IF ST-DOCCURSOS = "00"
              MOVE "S" TO W-HAYDCU
           ELSE
              MOVE "N" TO W-HAYDCU
           END-IF.
           OPEN INPUT DOCENTES.
           IF ST-DOCENTES = "00"
              MOVE "S" TO W-HAYDOC
           ELSE
              MOVE "N" TO W-HAYDOC
           END-IF.
           OPEN INPUT MATERIAS.
           IF ST-MATERIAS = "00"
              MOVE "S" TO W-HAYMAT
           ELSE
              MOVE "N" TO W-HAYMAT
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.

       INICIO.
           DISPLAY " " ERASE
           MOVE "ENCUESTAS DE EVALUACION DOCENTE" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 12 POSITION 10.

           IF OPCION = 1
              PERFORM 100-DEFINE-00 THRU 100-DEFINE-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              PERFORM 200-CIERRA-00 THRU 200-CIERRA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 3
              PERFORM 300-RESPONDE-00 THRU 300-RESPONDE-99
              GO TO INICIO
           END-IF.
           IF OPCION = 4
              PERFORM 400-INFORME-00 THRU 400-INFORME-99
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYMAT = "S"
              CLOSE MATERIAS
           END-IF.
           IF W-HAYDOC = "S"
              CLOSE DOCENTES
           END-IF.
           IF W-HAYDCU = "S"
              CLOSE DOCCURSOS
           END-IF.
           IF W-HAYHOR = "S"
              CLOSE HORARIOS
           END-IF.
           CLOSE ALUMNOS.
           CLOSE INSCRIPCIONES.
           CLOSE PARTENC.
           CLOSE RESPENC.
           CLOSE ENCUESTAS.
           CLOSE CURSOS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  PIDE CURSO Y CICLO (PROPONE EL ACTUAL) Y
      *  LEE LA ENCUESTA. CURSO EN CERO VUELVE
      ********************************************
       100-PIDEEDICION-00.
           ACCEPT W-CURSO LINE 5 POSITION 13 PROMPT.
           IF W-CURSO = 0
              GO TO 100-PIDEEDICION-99
           END-IF.
           MOVE W-CURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE "EL CURSO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDEEDICION-00
           END-READ.
           DISPLAY CUR-DESCRIPCION LINE 5 POSITION 20.
           INITIALIZE W1-DATOS
           MOVE 11 TO W1-OPCION
           MOVE "03" TO W1-DESCRIPCION(1:2)
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO(5:4) TO W-CICLO
           ACCEPT W-CICLO LINE 6 POSITION 13 PROMPT UPDATE.
           MOVE W-CURSO TO ENC-CURSO
           MOVE W-CICLO TO ENC-CICLO
           READ ENCUESTAS KEY IS ENC-CLAVE
              INVALID KEY
                 MOVE "N" TO EXISTE
              NOT INVALID KEY
                 MOVE "S" TO EXISTE
           END-READ.
       100-PIDEEDICION-99. EXIT.

      ********************************************
      *  ALTA O MODIFICACION DE LA ENCUESTA: LAS
      *  PREGUNTAS SE CARGAN EN ORDEN Y LA PRIMERA
      *  EN BLANCO TERMINA. CON RESPUESTAS YA
      *  CARGADAS NO SE CAMBIAN LAS PREGUNTAS
      ********************************************
       100-DEFINE-00.
           DISPLAY " " ERASE
           MOVE "DEFINICION DE ENCUESTA" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       100-DEFINE-10.
           PERFORM 100-PIDEEDICION-00 THRU 100-PIDEEDICION-99.
           IF W-CURSO = 0
              GO TO 100-DEFINE-99
           END-IF.
           IF EXISTE = "N"
              INITIALIZE REG-ENCUESTA
              MOVE W-CURSO TO ENC-CURSO
              MOVE W-CICLO TO ENC-CICLO
              MOVE "A"     TO ENC-ESTADO
           ELSE
              PERFORM 110-HAYRESP-00 THRU 110-HAYRESP-99
              IF W-CANTRESP > 0
                 MOVE "LA ENCUESTA YA TIENE RESPUESTAS." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-DEFINE-10
              END-IF
           END-IF.
           DISPLAY ENC-ESTADO LINE 7 POSITION 13.
           MOVE 0 TO W-PREG.
       100-DEFINE-20.
           ADD 1 TO W-PREG.
           IF W-PREG > 10
              GO TO 100-DEFINE-30
           END-IF.
           COMPUTE UBICACIONFILA = W-PREG + 8
           DISPLAY W-PREG LINE UBICACIONFILA POSITION 1.
           ACCEPT ENC-PREGUNTA (W-PREG) LINE UBICACIONFILA
                  POSITION 5 PROMPT UPDATE.
           IF ENC-PREGUNTA (W-PREG) = SPACES
              GO TO 100-DEFINE-30
           END-IF.
           GO TO 100-DEFINE-20.
       100-DEFINE-30.
           COMPUTE ENC-CANTPREG = W-PREG - 1.
           IF ENC-CANTPREG = 0
              MOVE "LA ENCUESTA DEBE TENER AL MENOS UNA PREGUNTA."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              MOVE 0 TO W-PREG
              GO TO 100-DEFINE-20
           END-IF.
           MOVE W-PREG TO W-IND.
       100-DEFINE-35.
           IF W-IND > 10
              GO TO 100-DEFINE-40
           END-IF.
           MOVE SPACES TO ENC-PREGUNTA (W-IND).
           ADD 1 TO W-IND.
           GO TO 100-DEFINE-35.
       100-DEFINE-40.
           ACCEPT CONF LINE 21 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 100-DEFINE-40
           END-IF.
           IF CONF = "N"
              GO TO 100-DEFINE-00
           END-IF.
           MOVE "A"          TO ENC-ESTADO
           MOVE W-FECHAHOY   TO ENC-FECHAAPER
           MOVE W40-OPERADOR TO ENC-OPERADOR
           IF EXISTE = "N"
              WRITE REG-ENCUESTA
                 INVALID KEY
                    MOVE "NO SE PUDO GRABAR LA ENCUESTA." TO M-ERROR
                    PERFORM ERRORES THRU ERRORES-F
              END-WRITE
           ELSE
              REWRITE REG-ENCUESTA
                 INVALID KEY
                    MOVE "NO SE PUDO GRABAR LA ENCUESTA." TO M-ERROR
                    PERFORM ERRORES THRU ERRORES-F
              END-REWRITE
           END-IF.
           MOVE "ENCUESTA ABIERTA" TO M-ERROR.
           PERFORM ERRORES THRU ERRORES-F.
           GO TO 100-DEFINE-00.
       100-DEFINE-99. EXIT.

      *  CUENTA LAS RESPUESTAS DE LA EDICION EN W-CANTRESP
       110-HAYRESP-00.
           MOVE 0 TO W-CANTRESP.
           MOVE W-CURSO TO RES-CURSO
           MOVE W-CICLO TO RES-CICLO
           MOVE 0       TO RES-MATERIA
           MOVE 0       TO RES-DOCENTE
           MOVE 0       TO RES-NUMERO
           START RESPENC KEY IS NOT LESS RES-CLAVE
              INVALID KEY
                 GO TO 110-HAYRESP-99
           END-START.
           READ RESPENC NEXT AT END
                GO TO 110-HAYRESP-99
           END-READ.
           IF (RES-CURSO = W-CURSO) AND (RES-CICLO = W-CICLO)
              MOVE 1 TO W-CANTRESP
           END-IF.
       110-HAYRESP-99. EXIT.

      *  CIERRE (O REAPERTURA) DE LA ENCUESTA
       200-CIERRA-00.
           DISPLAY " " ERASE
           MOVE "CIERRE DE ENCUESTA" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       200-CIERRA-10.
           PERFORM 100-PIDEEDICION-00 THRU 100-PIDEEDICION-99.
           IF W-CURSO = 0
              GO TO 200-CIERRA-99
           END-IF.
           IF EXISTE = "N"
              MOVE "LA EDICION NO TIENE ENCUESTA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-CIERRA-10
           END-IF.
           DISPLAY ENC-ESTADO LINE 7 POSITION 13.
           DISPLAY "(A = ABIERTA / C = CERRADA)" LINE 7 POSITION 20.
       200-CIERRA-20.
           ACCEPT ENC-ESTADO LINE 7 POSITION 13 PROMPT UPDATE.
           IF NOT ENC-ABIERTA AND NOT ENC-CERRADA
              GO TO 200-CIERRA-20
           END-IF.
       200-CIERRA-30.
           ACCEPT CONF LINE 21 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 200-CIERRA-30
           END-IF.
           IF CONF = "N"
              GO TO 200-CIERRA-00
           END-IF.
           REWRITE REG-ENCUESTA
              INVALID KEY
                 MOVE "NO SE PUDO GRABAR LA ENCUESTA." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
           END-REWRITE.
           GO TO 200-CIERRA-00.
       200-CIERRA-99. EXIT.

      ********************************************
      *  CARGA DE RESPUESTAS: EL ALUMNO DEBE ESTAR
      *  INSCRIPTO EN LA EDICION Y LA ENCUESTA
      *  ABIERTA. SE LISTAN LAS MATERIAS/DOCENTES
      *  QUE LE CORRESPONDEN Y ELIGE UNA QUE NO
      *  HAYA RESPONDIDO
      ********************************************
       300-RESPONDE-00.
           DISPLAY " " ERASE
           MOVE "RESPUESTA DE ENCUESTA DOCENTE" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "ALUMNO    :" LINE 4 POSITION 1.
           DISPLAY "CURSO     :" LINE 5 POSITION 1.
           DISPLAY "CICLO     :" LINE 6 POSITION 1.
       300-RESPONDE-10.
           ACCEPT W-ALUMNO LINE 4 POSITION 13 PROMPT.
           IF W-ALUMNO = 0
              GO TO 300-RESPONDE-99
           END-IF.
           MOVE W-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE "EL ALUMNO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 300-RESPONDE-10
           END-READ.
           DISPLAY ALU-APELLIDO LINE 4 POSITION 20.
       300-RESPONDE-20.
           PERFORM 100-PIDEEDICION-00 THRU 100-PIDEEDICION-99.
           IF W-CURSO = 0
              GO TO 300-RESPONDE-10
           END-IF.
           IF (EXISTE = "N") OR ENC-CERRADA
              MOVE "LA EDICION NO TIENE ENCUESTA ABIERTA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 300-RESPONDE-20
           END-IF.
           MOVE W-ALUMNO TO INS-ALUMNO
           MOVE W-CURSO  TO INS-CURSO
           MOVE W-CICLO  TO INS-CICLO
           READ INSCRIPCIONES KEY IS INS-CLAVE
              INVALID KEY
                 MOVE "B" TO INS-ESTADO
           END-READ.
           IF NOT INS-ACTIVA
              MOVE "EL ALUMNO NO ESTA INSCRIPTO EN LA EDICION."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 300-RESPONDE-20
           END-IF.
           MOVE INS-COMISION TO W-COMISION.
           INITIALIZE W25-DATOS
           MOVE W-CURSO TO W25-CURSO
           MOVE W-CICLO TO W25-CICLO
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE W25-PLAN TO W-PLAN.
           PERFORM 310-PARES-00 THRU 310-PARES-99.
           IF TPA-USADAS = 0
              MOVE "EL CURSO NO TIENE DOCENTES ASIGNADOS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 300-RESPONDE-20
           END-IF.
       300-RESPONDE-30.
           PERFORM 320-LISTAPARES-00 THRU 320-LISTAPARES-99.
           DISPLAY "NRO A RESPONDER (0 = OTRO ALUMNO):"
                      LINE 22 POSITION 1.
           ACCEPT W-NRO LINE 22 POSITION 36 PROMPT.
           IF W-NRO = 0
              GO TO 300-RESPONDE-00
           END-IF.
           IF W-NRO > TPA-USADAS
              GO TO 300-RESPONDE-30
           END-IF.
           MOVE W-NRO TO TPA-IND.
           PERFORM 330-PARTICIPO-00 THRU 330-PARTICIPO-99.
           IF EXISTE = "S"
              MOVE "YA RESPONDIO ESA MATERIA Y DOCENTE." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 300-RESPONDE-30
           END-IF.
           PERFORM 340-CUESTIONARIO-00 THRU 340-CUESTIONARIO-99.
           GO TO 300-RESPONDE-30.
       300-RESPONDE-99. EXIT.

      *  MATERIAS Y DOCENTES DEL ALUMNO: LAS BANDAS DEL
      *  HORARIO DE SU COMISION O, SIN HORARIO, LOS DOCENTES
      *  ASIGNADOS AL CURSO (MATERIA 0 = TODO EL CURSO)
       310-PARES-00.
           MOVE 0 TO TPA-USADAS.
           IF W-HAYHOR NOT = "S"
              GO TO 310-PARES-50
           END-IF.
           MOVE W-CURSO    TO HOR-CURSO
           MOVE W-COMISION TO HOR-COMISION
           MOVE 0          TO HOR-DIA
           MOVE 0          TO HOR-DESDE
           START HORARIOS KEY IS NOT LESS HOR-CLAVE
              INVALID KEY
                 GO TO 310-PARES-50
           END-START.
       310-PARES-10.
           READ HORARIOS NEXT AT END
                GO TO 310-PARES-50
           END-READ.
           IF (HOR-CURSO NOT = W-CURSO) OR
              (HOR-COMISION NOT = W-COMISION)
              GO TO 310-PARES-50
           END-IF.
           IF HOR-DOCENTE = 0
              GO TO 310-PARES-10
           END-IF.
           MOVE 0 TO TPA-IND.
       310-PARES-20.
           ADD 1 TO TPA-IND.
           IF TPA-IND > TPA-USADAS
              IF TPA-USADAS < 12
                 ADD 1 TO TPA-USADAS
                 MOVE HOR-MATERIA TO TPA-MATERIA (TPA-USADAS)
                 MOVE HOR-DOCENTE TO TPA-DOCENTE (TPA-USADAS)
              END-IF
              GO TO 310-PARES-10
           END-IF.
           IF (TPA-MATERIA (TPA-IND) = HOR-MATERIA) AND
              (TPA-DOCENTE (TPA-IND) = HOR-DOCENTE)
              GO TO 310-PARES-10
           END-IF.
           GO TO 310-PARES-20.
       310-PARES-50.
           IF (TPA-USADAS > 0) OR (W-HAYDCU NOT = "S")
              GO TO 310-PARES-99
           END-IF.
           MOVE W-CURSO TO DCU-CURSO
           MOVE 0       TO DCU-DOCENTE
           START DOCCURSOS KEY IS NOT LESS DCU-CLAVE
              INVALID KEY
                 GO TO 310-PARES-99
           END-START.
       310-PARES-60.
           READ DOCCURSOS NEXT AT END
                GO TO 310-PARES-99
           END-READ.
           IF DCU-CURSO NOT = W-CURSO
              GO TO 310-PARES-99
           END-IF.
           IF TPA-USADAS < 12
              ADD 1 TO TPA-USADAS
              MOVE 0           TO TPA-MATERIA (TPA-USADAS)
              MOVE DCU-DOCENTE TO TPA-DOCENTE (TPA-USADAS)
           END-IF.
           GO TO 310-PARES-60.
       310-PARES-99. EXIT.

       320-LISTAPARES-00.
           MOVE 8 TO UBICACIONFILA.
           DISPLAY "NRO MATERIA                   DOCENTE"
                      LINE 8 POSITION 1.
           MOVE 0 TO TPA-IND.
       320-LISTAPARES-10.
           ADD 1 TO TPA-IND.
           IF TPA-IND > TPA-USADAS
              GO TO 320-LISTAPARES-99
           END-IF.
           ADD 1 TO UBICACIONFILA.
           MOVE TPA-IND TO D1-NRO
           MOVE TPA-MATERIA (TPA-IND) TO W-MATANT
           PERFORM 900-MATERIA-00 THRU 900-MATERIA-99.
           MOVE MAT-DESCRIPCION TO D1-MATERIA
           MOVE TPA-DOCENTE (TPA-IND) TO W-DOCANT
           PERFORM 910-DOCENTE-00 THRU 910-DOCENTE-99.
           MOVE DOC-NOMBRE TO D1-DOCENTE
           PERFORM 330-PARTICIPO-00 THRU 330-PARTICIPO-99.
           MOVE SPACES TO D1-ESTADO
           IF EXISTE = "S"
              MOVE "RESPONDIDA" TO D1-ESTADO
           END-IF.
           DISPLAY DETALLE-01 LINE UBICACIONFILA POSITION 1.
           GO TO 320-LISTAPARES-10.
       320-LISTAPARES-99. EXIT.

      *  EXISTE = S SI EL ALUMNO YA RESPONDIO EL PAR TPA-IND
       330-PARTICIPO-00.
           MOVE W-CURSO               TO PEN-CURSO
           MOVE W-CICLO               TO PEN-CICLO
           MOVE TPA-MATERIA (TPA-IND) TO PEN-MATERIA
           MOVE TPA-DOCENTE (TPA-IND) TO PEN-DOCENTE
           MOVE W-ALUMNO              TO PEN-ALUMNO
           READ PARTENC KEY IS PEN-CLAVE
              INVALID KEY
                 MOVE "N" TO EXISTE
              NOT INVALID KEY
                 MOVE "S" TO EXISTE
           END-READ.
       330-PARTICIPO-99. EXIT.

      ********************************************
      *  CUESTIONARIO DEL PAR ELEGIDO: VALOR DE 1
      *  A 5 POR PREGUNTA (0 = NO CONTESTA) Y EL
      *  COMENTARIO. LA RESPUESTA SE NUMERA DENTRO
      *  DEL PAR Y LA PARTICIPACION SE GRABA SOLA
      ********************************************
       340-CUESTIONARIO-00.
           DISPLAY " " ERASE
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           MOVE TPA-MATERIA (TPA-IND) TO W-MATANT
           PERFORM 900-MATERIA-00 THRU 900-MATERIA-99.
           MOVE TPA-DOCENTE (TPA-IND) TO W-DOCANT
           PERFORM 910-DOCENTE-00 THRU 910-DOCENTE-99.
           DISPLAY "MATERIA   :"     LINE 4 POSITION 1.
           DISPLAY MAT-DESCRIPCION  LINE 4 POSITION 13.
           DISPLAY "DOCENTE   :"     LINE 5 POSITION 1.
           DISPLAY DOC-NOMBRE       LINE 5 POSITION 13.
           DISPLAY "CALIFIQUE DE 1 (MUY MALO) A 5 (MUY BUENO), 0 = NO"
                      LINE 6 POSITION 1.
           DISPLAY "CONTESTA" LINE 6 POSITION 52.
           INITIALIZE TABLA-RESPUESTA.
           MOVE SPACES TO W-COMENTARIO.
           MOVE 0 TO W-PREG.
       340-CUESTIONARIO-10.
           ADD 1 TO W-PREG.
           IF W-PREG > ENC-CANTPREG
              GO TO 340-CUESTIONARIO-20
           END-IF.
           COMPUTE UBICACIONFILA = W-PREG + 7
           DISPLAY W-PREG LINE UBICACIONFILA POSITION 1.
           DISPLAY ENC-PREGUNTA (W-PREG) LINE UBICACIONFILA
                   POSITION 5.
       340-CUESTIONARIO-15.
           ACCEPT W-VALOR LINE UBICACIONFILA POSITION 60 PROMPT.
           IF W-VALOR > 5
              GO TO 340-CUESTIONARIO-15
           END-IF.
           MOVE W-VALOR TO TRE-VALOR (W-PREG).
           GO TO 340-CUESTIONARIO-10.
       340-CUESTIONARIO-20.
           DISPLAY "COMENTARIO:" LINE 19 POSITION 1.
           ACCEPT W-COMENTARIO LINE 20 POSITION 1 PROMPT.
       340-CUESTIONARIO-30.
           DISPLAY "CONFIRMA? (S/N): " LINE 21 POSITION 1.
           ACCEPT CONF LINE 21 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 340-CUESTIONARIO-30
           END-IF.
           IF CONF = "N"
              GO TO 340-CUESTIONARIO-90
           END-IF.
           PERFORM 350-ULTIMO-00 THRU 350-ULTIMO-99.
           MOVE W-CURSO               TO RES-CURSO
           MOVE W-CICLO               TO RES-CICLO
           MOVE TPA-MATERIA (TPA-IND) TO RES-MATERIA
           MOVE TPA-DOCENTE (TPA-IND) TO RES-DOCENTE
           COMPUTE RES-NUMERO = W-ULTNUMERO + 1
           MOVE 0 TO W-IND.
       340-CUESTIONARIO-40.
           ADD 1 TO W-IND.
           IF W-IND > 10
              GO TO 340-CUESTIONARIO-50
           END-IF.
           MOVE TRE-VALOR (W-IND) TO RES-VALOR (W-IND).
           GO TO 340-CUESTIONARIO-40.
       340-CUESTIONARIO-50.
           MOVE W-COMENTARIO TO RES-COMENTARIO
           WRITE REG-RESPENC
              INVALID KEY
                 MOVE "NO SE PUDO GRABAR LA RESPUESTA." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 340-CUESTIONARIO-90
           END-WRITE.
           MOVE W-CURSO               TO PEN-CURSO
           MOVE W-CICLO               TO PEN-CICLO
           MOVE TPA-MATERIA (TPA-IND) TO PEN-MATERIA
           MOVE TPA-DOCENTE (TPA-IND) TO PEN-DOCENTE
           MOVE W-ALUMNO              TO PEN-ALUMNO
           MOVE "S"                   TO PEN-RESPONDIO
           WRITE REG-PARTENC
              INVALID KEY
                 CONTINUE
           END-WRITE.
           MOVE "GRACIAS POR RESPONDER" TO M-ERROR.
           PERFORM ERRORES THRU ERRORES-F.
       340-CUESTIONARIO-90.
           DISPLAY " " ERASE
           MOVE "RESPUESTA DE ENCUESTA DOCENTE" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "ALUMNO    :" LINE 4 POSITION 1.
           DISPLAY W-ALUMNO      LINE 4 POSITION 13.
           DISPLAY ALU-APELLIDO  LINE 4 POSITION 20.
           DISPLAY "CURSO     :" LINE 5 POSITION 1.
           DISPLAY W-CURSO       LINE 5 POSITION 13.
           DISPLAY "CICLO     :" LINE 6 POSITION 1.
           DISPLAY W-CICLO       LINE 6 POSITION 13.
       340-CUESTIONARIO-99. EXIT.

      *  ULTIMO NUMERO DE RESPUESTA DEL PAR
       350-ULTIMO-00.
           MOVE 0 TO W-ULTNUMERO.
           MOVE W-CURSO               TO RES-CURSO
           MOVE W-CICLO               TO RES-CICLO
           MOVE TPA-MATERIA (TPA-IND) TO RES-MATERIA
           MOVE TPA-DOCENTE (TPA-IND) TO RES-DOCENTE
           MOVE 0                     TO RES-NUMERO
           START RESPENC KEY IS NOT LESS RES-CLAVE
              INVALID KEY
                 GO TO 350-ULTIMO-99
           END-START.
       350-ULTIMO-10.
           READ RESPENC NEXT AT END
                GO TO 350-ULTIMO-99
           END-READ.
           IF (RES-CURSO NOT = W-CURSO) OR
              (RES-CICLO NOT = W-CICLO) OR
              (RES-MATERIA NOT = TPA-MATERIA (TPA-IND)) OR
              (RES-DOCENTE NOT = TPA-DOCENTE (TPA-IND))
              GO TO 350-ULTIMO-99
           END-IF.
           MOVE RES-NUMERO TO W-ULTNUMERO.
           GO TO 350-ULTIMO-10.
       350-ULTIMO-99. EXIT.

      ********************************************
      *  INFORME DE RESULTADOS DE UNA EDICION: POR
      *  CADA MATERIA Y DOCENTE LAS RESPUESTAS, EL
      *  PORCENTAJE SOBRE LOS INSCRIPTOS, EL
      *  PROMEDIO DE CADA PREGUNTA Y EL GENERAL, Y
      *  LOS COMENTARIOS (HASTA VEINTE)
      ********************************************
       400-INFORME-00.
           DISPLAY " " ERASE
           MOVE "RESULTADOS DE ENCUESTA" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       400-INFORME-10.
           PERFORM 100-PIDEEDICION-00 THRU 100-PIDEEDICION-99.
           IF W-CURSO = 0
              GO TO 400-INFORME-99
           END-IF.
           IF EXISTE = "N"
              MOVE "LA EDICION NO TIENE ENCUESTA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 400-INFORME-10
           END-IF.
       400-INFORME-20.
           ACCEPT CONF LINE 21 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 400-INFORME-20
           END-IF.
           IF CONF = "N"
              GO TO 400-INFORME-00
           END-IF.
           INITIALIZE W25-DATOS
           MOVE W-CURSO TO W25-CURSO
           MOVE W-CICLO TO W25-CICLO
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE W25-PLAN TO W-PLAN.
           PERFORM 410-INSCRIPTOS-00 THRU 410-INSCRIPTOS-99.
           MOVE 0 TO W-PARES.
           OPEN OUTPUT LISTADO.
           MOVE W-CURSO TO LET-CURSO
           MOVE W-CICLO TO LET-CICLO
           MOVE LINEA-EN-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE CUR-DESCRIPCION TO LED-DESC
           MOVE W-INSCRIPTOS    TO LED-INSC
           MOVE LINEA-EN-DESC TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 99  TO W-MATANT
           MOVE 999 TO W-DOCANT
           MOVE W-CURSO TO RES-CURSO
           MOVE W-CICLO TO RES-CICLO
           MOVE 0       TO RES-MATERIA
           MOVE 0       TO RES-DOCENTE
           MOVE 0       TO RES-NUMERO
           START RESPENC KEY IS NOT LESS RES-CLAVE
              INVALID KEY
                 GO TO 400-INFORME-80
           END-START.
       400-INFORME-30.
           READ RESPENC NEXT AT END
                GO TO 400-INFORME-80
           END-READ.
           IF (RES-CURSO NOT = W-CURSO) OR (RES-CICLO NOT = W-CICLO)
              GO TO 400-INFORME-80
           END-IF.
           IF (RES-MATERIA NOT = W-MATANT) OR
              (RES-DOCENTE NOT = W-DOCANT)
              IF W-MATANT NOT = 99
                 PERFORM 420-IMPRIMEPAR-00 THRU 420-IMPRIMEPAR-99
              END-IF
              MOVE RES-MATERIA TO W-MATANT
              MOVE RES-DOCENTE TO W-DOCANT
              MOVE 0 TO W-CANTRESP TCO-USADOS
              INITIALIZE TABLA-SUMAS
           END-IF.
           ADD 1 TO W-CANTRESP.
           MOVE 0 TO W-IND.
       400-INFORME-40.
           ADD 1 TO W-IND.
           IF W-IND > 10
              GO TO 400-INFORME-50
           END-IF.
           IF RES-VALOR (W-IND) > 0
              ADD RES-VALOR (W-IND) TO TSU-SUMA (W-IND)
              ADD 1 TO TSU-CANT (W-IND)
           END-IF.
           GO TO 400-INFORME-40.
       400-INFORME-50.
           IF (RES-COMENTARIO NOT = SPACES) AND (TCO-USADOS < 20)
              ADD 1 TO TCO-USADOS
              MOVE RES-COMENTARIO TO TCO-TEXTO (TCO-USADOS)
           END-IF.
           GO TO 400-INFORME-30.
       400-INFORME-80.
           IF W-MATANT NOT = 99
              PERFORM 420-IMPRIMEPAR-00 THRU 420-IMPRIMEPAR-99
           END-IF.
           CLOSE LISTADO.
           INITIALIZE W15-DATOS
           MOVE "PROG-146" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".
           DISPLAY "MATERIAS/DOCENTES INFORMADOS:" LINE 10 POSITION 1.
           DISPLAY W-PARES                         LINE 10 POSITION 31.
           MOVE "INFORME ENVIADO AL SPOOL" TO M-ERROR.
           PERFORM ERRORES THRU ERRORES-F.
           GO TO 400-INFORME-00.
       400-INFORME-99. EXIT.

      *  INSCRIPTOS ACTIVOS DE LA EDICION (BASE DEL
      *  PORCENTAJE DE RESPUESTA)
       410-INSCRIPTOS-00.
           MOVE 0 TO W-INSCRIPTOS.
           MOVE W-CURSO TO INS-CURSO
           START INSCRIPCIONES KEY IS NOT LESS INS-CURSO
              INVALID KEY
                 GO TO 410-INSCRIPTOS-99
           END-START.
       410-INSCRIPTOS-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 410-INSCRIPTOS-99
           END-READ.
           IF INS-CURSO NOT = W-CURSO
              GO TO 410-INSCRIPTOS-99
           END-IF.
           IF INS-ACTIVA AND (INS-CICLO = W-CICLO)
              ADD 1 TO W-INSCRIPTOS
           END-IF.
           GO TO 410-INSCRIPTOS-10.
       410-INSCRIPTOS-99. EXIT.

       420-IMPRIMEPAR-00.
           ADD 1 TO W-PARES.
           PERFORM 900-MATERIA-00 THRU 900-MATERIA-99.
           PERFORM 910-DOCENTE-00 THRU 910-DOCENTE-99.
           MOVE W-MATANT        TO LEP-MATERIA
           MOVE MAT-DESCRIPCION TO LEP-MATDESC
           MOVE W-DOCANT        TO LEP-DOCENTE
           MOVE DOC-NOMBRE      TO LEP-DOCNOM
           MOVE LINEA-EN-PAR TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 0 TO W-PORC.
           IF W-INSCRIPTOS > 0
              COMPUTE W-PORC ROUNDED =
                      (W-CANTRESP * 100) / W-INSCRIPTOS
              ON SIZE ERROR
                 MOVE 999 TO W-PORC
              END-COMPUTE
           END-IF.
           MOVE 0 TO W-SUMAGRAL W-CANTGRAL.
           MOVE 0 TO W-IND.
       420-IMPRIMEPAR-10.
           ADD 1 TO W-IND.
           IF W-IND > 10
              GO TO 420-IMPRIMEPAR-20
           END-IF.
           ADD TSU-SUMA (W-IND) TO W-SUMAGRAL.
           ADD TSU-CANT (W-IND) TO W-CANTGRAL.
           GO TO 420-IMPRIMEPAR-10.
       420-IMPRIMEPAR-20.
           MOVE 0 TO W-PROMEDIO.
           IF W-CANTGRAL > 0
              COMPUTE W-PROMEDIO ROUNDED = W-SUMAGRAL / W-CANTGRAL
           END-IF.
           MOVE W-CANTRESP TO LER-RESP
           MOVE W-PORC     TO LER-PORC
           MOVE W-PROMEDIO TO LER-PROM
           MOVE LINEA-EN-RESP TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 0 TO W-IND.
       420-IMPRIMEPAR-30.
           ADD 1 TO W-IND.
           IF W-IND > ENC-CANTPREG
              GO TO 420-IMPRIMEPAR-40
           END-IF.
           MOVE 0 TO W-PROMEDIO.
           IF TSU-CANT (W-IND) > 0
              COMPUTE W-PROMEDIO ROUNDED =
                      TSU-SUMA (W-IND) / TSU-CANT (W-IND)
           END-IF.
           MOVE W-IND                TO LEQ-NRO
           MOVE ENC-PREGUNTA (W-IND) TO LEQ-TEXTO
           MOVE W-PROMEDIO           TO LEQ-PROM
           MOVE TSU-CANT (W-IND)     TO LEQ-CANT
           MOVE LINEA-EN-PREG TO REG-LISTADO
           WRITE REG-LISTADO.
           GO TO 420-IMPRIMEPAR-30.
       420-IMPRIMEPAR-40.
           MOVE 0 TO TCO-IND.
       420-IMPRIMEPAR-50.
           ADD 1 TO TCO-IND.
           IF TCO-IND > TCO-USADOS
              GO TO 420-IMPRIMEPAR-90
           END-IF.
           MOVE TCO-TEXTO (TCO-IND) TO LEC-TEXTO
           MOVE LINEA-EN-COM TO REG-LISTADO
           WRITE REG-LISTADO.
           GO TO 420-IMPRIMEPAR-50.
       420-IMPRIMEPAR-90.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
       420-IMPRIMEPAR-99. EXIT.

      *  DESCRIPCION DE LA MATERIA W-MATANT EN EL PLAN DE LA
      *  EDICION (MATERIA 0 = TODO EL CURSO)
       900-MATERIA-00.
           MOVE SPACES TO MAT-DESCRIPCION.
           IF W-MATANT = 0
              MOVE "TODO EL CURSO" TO MAT-DESCRIPCION
              GO TO 900-MATERIA-99
           END-IF.
           IF W-HAYMAT NOT = "S"
              GO TO 900-MATERIA-99
           END-IF.
           MOVE W-CURSO  TO MAT-CURSO
           MOVE W-PLAN   TO MAT-PLAN
           MOVE W-MATANT TO MAT-CODIGO
           READ MATERIAS KEY IS MAT-CLAVE
              INVALID KEY
                 MOVE SPACES TO MAT-DESCRIPCION
           END-READ.
       900-MATERIA-99. EXIT.

       910-DOCENTE-00.
           MOVE SPACES TO DOC-NOMBRE.
           IF W-HAYDOC NOT = "S"
              GO TO 910-DOCENTE-99
           END-IF.
           MOVE W-DOCANT TO DOC-CODIGO
           READ DOCENTES KEY IS DOC-CODIGO
              INVALID KEY
                 MOVE SPACES TO DOC-NOMBRE
           END-READ.
       910-DOCENTE-99. EXIT.

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
           DISPLAY "1-DEFINIR Y ABRIR ENCUESTA " LINE 5 POSITION 1.
           DISPLAY "2-CERRAR / REABRIR ENCUESTA" LINE 6 POSITION 1.
           DISPLAY "3-RESPONDER ENCUESTA       " LINE 7 POSITION 1.
           DISPLAY "4-INFORME DE RESULTADOS    " LINE 8 POSITION 1.
           DISPLAY "9-SALIR                    " LINE 9 POSITION 1.
           DISPLAY "OPCION:"                     LINE 12 POSITION 1.
       PANTALLAINICIO-F. EXIT.

       PANTALLA.
           DISPLAY "CURSO     :"       LINE 5 POSITION 1.
           DISPLAY "CICLO     :"       LINE 6 POSITION 1.
           DISPLAY "ESTADO    :"       LINE 7 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): " LINE 21 POSITION 1.
       PANTALLA-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
