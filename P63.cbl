      *  INSCRIPCIONES: PERMITE QUE UN ALUMNO
      *  CURSE MAS DE UN CURSO A LA VEZ. INCLUYE
      *  LA CARGA INICIAL DESDE EL MAESTRO DE
      *  ALUMNOS (MIGRACION POR UNICA VEZ).
      *  EL ALTA CONTROLA LAS CORRELATIVIDADES DEL
      *  CURSO (PROG-24); SI FALTAN, SOLO SE
      *  INSCRIBE CON EXCEPCION APROBADA POR UN
      *  SUPERVISOR (COLA DE AUTORIZACIONES).
      *  SI LA EDICION ESTA DIVIDIDA EN COMISIONES
      *  (PROG-144) EL ALUMNO SE INSCRIBE EN UNA
      *  DE ELLAS Y EL CUPO SE CONTROLA POR
      *  COMISION; LA OPCION 3 ASIGNA COMISION A
      *  LAS INSCRIPCIONES QUE NO LA TIENEN.
      *  LA OPCION 6 CAMBIA AL ALUMNO DE CURSO O DE
      *  COMISION DENTRO DEL CICLO, LLEVANDO SUS
      *  NOTAS, EXAMENES Y CUOTAS AL CURSO NUEVO
      *  (CON LA PARTE DE EMPRESA DEL CONVENIO)
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "S-ESPERA.CPY".
       COPY "S-MOROSO.CPY".
       COPY "S-HORARI.CPY".
       COPY "S-COMISI.CPY".
       COPY "S-NOTAS.CPY".
       COPY "S-EXAMEN.CPY".
       COPY "S-CUOTAS.CPY".
       COPY "S-CUOEMP.CPY".
       COPY "S-MATERI.CPY".
       COPY "S-ARANCE.CPY".
       COPY "S-HISTAL.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-INSCRI.CPY".
       COPY "F-ESPERA.CPY".
       COPY "F-MOROSO.CPY".
       COPY "F-HORARI.CPY".
       COPY "F-COMISI.CPY".
       COPY "F-NOTAS.CPY".
       COPY "F-EXAMEN.CPY".
       COPY "F-CUOTAS.CPY".
       COPY "F-CUOEMP.CPY".
       COPY "F-MATERI.CPY".
       COPY "F-ARANCE.CPY".
       COPY "F-HISTAL.CPY".

       WORKING-STORAGE SECTION.

          03 PIC X(08) VALUE "FECHA".
          03 PIC X.
          03 PIC X(03) VALUE "EST".
          03 PIC X.
          03 PIC X(03) VALUE "COM".

       01 DETALLE-01.
          03 D1-CURSO    PIC 9(02).
          03 D1-FECHA    PIC 9(08).
          03             PIC XX.
          03 D1-ESTADO   PIC X.
          03             PIC XXX.
          03 D1-COMISION PIC Z9.

       COPY "L-P11.CPY".
       COPY "L-P21.CPY".
       COPY "L-P24.CPY".
       COPY "L-P13.CPY".
       COPY "L-P25.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.
       01 FILA          PIC 999 VALUE 0.
       01 W-HAYEDI       PIC X.
       01 W-HAYMOROSOS   PIC X.
       01 W-HAYHORARIOS  PIC X.
       01 ST-COMISIONES  PIC XX.
       01 W-HAYCOM       PIC X.
       01 W-CODCOMISION  PIC 9(02).
       01 W-COMOK        PIC X.
       01 W-CHOQUE       PIC X.
       01 W-CHOCURSO     PIC 9(02).
       01 W-LINCOM       PIC 9(02) VALUE 7.
       01 ST-NOTAS       PIC XX.
       01 ST-EXAMENES    PIC XX.
       01 ST-CUOTAS      PIC XX.
       01 ST-CUOEMP      PIC XX.
       01 W-HAYCUE       PIC X.
       01 ST-MATERIAS    PIC XX.
       01 ST-ARANCELES   PIC XX.
       01 ST-HISTALU     PIC XX.
       01 W-HAYMAT       PIC X.
       01 W-HAYARAN      PIC X.

      *  CAMBIO DE CURSO O COMISION
       01 W-CURSOANT     PIC 9(02) VALUE 0.
       01 W-COMANT       PIC 9(02).
       01 W-INSANT       PIC X(28).
       01 W-FECHAORI     PIC 9(08).
       01 W-FOLIOORI     PIC 9(06).
       01 W-PLANANT      PIC 9(02).
       01 W-PLANNUE      PIC 9(02).
       01 W-DESCANT      PIC X(30).
       01 W-NUEMAT       PIC 9(02).
       01 W-INSTANCIA    PIC 9(01).
       01 W-ACCION       PIC X(13).
       01 W-HOY          PIC 9(08).
       01 W-HOY-R REDEFINES W-HOY.
          03 W-HOY-ANIO  PIC 9(04).
          03 W-HOY-MES   PIC 9(02).
          03 W-HOY-DIA   PIC 9(02).
       01 W-PERIODO      PIC 9(08).
       01 W-PERIODO-R REDEFINES W-PERIODO.
          03 W-PER-ANIO  PIC 9(04).
          03 W-PER-MES   PIC 9(02).
          03 W-PER-DIA   PIC 9(02).
       01 W-ARACURSO     PIC 9(02).
       01 W-ARAIMP       PIC 9(05)V99.
       01 W-ARAANT       PIC 9(05)V99.
       01 W-ARANUE       PIC 9(05)V99.
       01 W-IMPNUEVO     PIC S9(06)V99.
       01 W-DIFMES       PIC S9(06)V99.
       01 W-DIFMES-ED    PIC -ZZ.ZZ9,99.
       01 W-DIASMES      PIC 9(02).
       01 W-DIASREST     PIC 9(02).
       01 W-COCIENTE     PIC 9(04).
       01 W-RESTO        PIC 9(03).
       01 W-HAYCUOACT    PIC X.
       01 W-AFAVOR       PIC X.
       01 W-NOTASTRA     PIC 9(03).
       01 W-EXAMTRA      PIC 9(03).
       01 W-CUOTRA       PIC 9(03).

       01 TABLA-NOTANT.
          03 TNA-MATERIA PIC 9(02) OCCURS 50 TIMES.
       01 TNA-USADAS     PIC 9(02).
       01 TNA-IND        PIC 9(02).
       01 TABLA-MATNUE.
          03 TMN-ITEM OCCURS 50 TIMES.
             05 TMN-CODIGO PIC 9(02).
             05 TMN-DESC   PIC X(30).
       01 TMN-USADAS     PIC 9(02).
       01 TMN-IND        PIC 9(02).
       01 TABLA-CUOFUT.
          03 TCU-ITEM OCCURS 24 TIMES.
             05 TCU-ANIO   PIC 9(04).
             05 TCU-MES    PIC 9(02).
       01 TCU-USADAS     PIC 9(02).
       01 TCU-IND        PIC 9(02).

       01 TABLA-BANDAS.
          03 TBA-ITEM OCCURS 50 TIMES.
       01 W-CODCURSO     PIC 9(02).
       01 W-CANTALUM     PIC 9(04).
       01 W-CARGADAS     PIC 9(05).
       01 W-CORROK       PIC X.
       01 W-NROAUTO      PIC 9(06).
       01 W-FALTA.
          03 PIC X(14) VALUE "FALTA: CURSO ".
          03 W-FAL-CURSO   PIC 9(02).
          03 PIC X(09) VALUE " MATERIA ".
          03 W-FAL-MATERIA PIC 9(02).
          03 PIC X.
          03 W-FAL-COND    PIC X(13).
          03 PIC X(04) VALUE " Y  ".
          03 W-FAL-OTRAS   PIC Z9.
          03 PIC X(05) VALUE " MAS.".

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-INSCRIP SECTION.
             CLOSE INSCRIPCIONES
             OPEN I-O INSCRIPCIONES
           END-IF.
           OPEN I-O ALUMNOS.
           IF ST-ALUMNOS = "35"
             MOVE "NO HAY ALUMNOS CARGADOS." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
           ELSE
              MOVE "N" TO W-HAYHORARIOS
           END-IF.
           OPEN INPUT COMISIONES.
           IF ST-COMISIONES = "00"
              MOVE "S" TO W-HAYCOM
           ELSE
              MOVE "N" TO W-HAYCOM
           END-IF.
           OPEN I-O NOTAS.
           IF ST-NOTAS = "35"
             OPEN OUTPUT NOTAS
             CLOSE NOTAS
             OPEN I-O NOTAS
           END-IF.
           OPEN I-O EXAMENES.
           IF ST-EXAMENES = "35"
             OPEN OUTPUT EXAMENES
             CLOSE EXAMENES
             OPEN I-O EXAMENES
           END-IF.
           OPEN I-O CUOTAS.
           IF ST-CUOTAS = "35"
             OPEN OUTPUT CUOTAS
             CLOSE CUOTAS
             OPEN I-O CUOTAS
           END-IF.
           MOVE "N" TO W-HAYCUE.
           OPEN I-O CUOEMPRESA.
           IF ST-CUOEMP = "00"
              MOVE "S" TO W-HAYCUE
           END-IF.
           OPEN INPUT MATERIAS.
           IF ST-MATERIAS = "00"
              MOVE "S" TO W-HAYMAT
           ELSE
              MOVE "N" TO W-HAYMAT
           END-IF.
           OPEN INPUT ARANCELES.
           IF ST-ARANCELES = "00"
              MOVE "S" TO W-HAYARAN
           ELSE
              MOVE "N" TO W-HAYARAN
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 11 TO W1-OPCION
           MOVE "03" TO W1-DESCRIPCION(1:2)
              PERFORM 200-BAJA-00 THRU 200-BAJA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 3
              PERFORM 300-ASIGNA-00 THRU 300-ASIGNA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 4
              INITIALIZE FILA
              PERFORM 400-CONSULTA-00 THRU 400-CONSULTA-99
              PERFORM 500-MIGRA-00 THRU 500-MIGRA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 6
              PERFORM 600-CAMBIO-00 THRU 600-CAMBIO-EXIT
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.
           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYARAN = "S"
              CLOSE ARANCELES
           END-IF.
           IF W-HAYMAT = "S"
              CLOSE MATERIAS
           END-IF.
           IF W-HAYCUE = "S"
              CLOSE CUOEMPRESA
           END-IF.
           CLOSE CUOTAS.
           CLOSE EXAMENES.
           CLOSE NOTAS.
           IF W-HAYCOM = "S"
              CLOSE COMISIONES
           END-IF.
           IF W-HAYHORARIOS = "S"
              CLOSE HORARIOS
           END-IF.
           GO TO 100-CUENTAEDICION-10.
       100-CUENTAEDICION-99. EXIT.

      ********************************************
      *  SI LA EDICION DEL CICLO EN CURSO ESTA
      *  DIVIDIDA EN COMISIONES SE PIDE UNA, QUE
      *  DEBE TENER CUPO. W-CODCOMISION QUEDA EN
      *  CERO SI NO HAY COMISIONES. W-COMOK: N =
      *  EL OPERADOR VOLVIO SIN ELEGIR
      ********************************************
       100-PIDECOMISION-00.
           MOVE 0   TO W-CODCOMISION.
           MOVE "S" TO W-COMOK.
           IF W-HAYCOM NOT = "S"
              GO TO 100-PIDECOMISION-99
           END-IF.
           MOVE W-CODCURSO TO COM-CURSO
           MOVE W-CICLOACT TO COM-CICLO
           MOVE 0          TO COM-CODIGO
           START COMISIONES KEY IS NOT LESS COM-CLAVE
              INVALID KEY
                 GO TO 100-PIDECOMISION-99
           END-START.
           READ COMISIONES NEXT AT END
                GO TO 100-PIDECOMISION-99
           END-READ.
           IF (COM-CURSO NOT = W-CODCURSO) OR
              (COM-CICLO NOT = W-CICLOACT)
              GO TO 100-PIDECOMISION-99
           END-IF.
       100-PIDECOMISION-10.
           DISPLAY "                    " LINE W-LINCOM POSITION 20.
           ACCEPT W-CODCOMISION LINE W-LINCOM POSITION 13 PROMPT.
           IF W-CODCOMISION = 0
              MOVE "N" TO W-COMOK
              GO TO 100-PIDECOMISION-99
           END-IF.
           MOVE W-CODCURSO    TO COM-CURSO
           MOVE W-CICLOACT    TO COM-CICLO
           MOVE W-CODCOMISION TO COM-CODIGO
           READ COMISIONES KEY IS COM-CLAVE
              INVALID KEY
                 MOVE "LA COMISION NO EXISTE EN LA EDICION." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDECOMISION-10
           END-READ.
           DISPLAY COM-DESCRIPCION LINE W-LINCOM POSITION 20.
           PERFORM 100-CUENTACOMISION-00 THRU 100-CUENTACOMISION-99.
           IF W-CANTALUM NOT < COM-CUPO
              MOVE "LA COMISION NO TIENE CUPO DISPONIBLE." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-PIDECOMISION-10
           END-IF.
       100-PIDECOMISION-99. EXIT.

      *  CUENTA LAS INSCRIPCIONES ACTIVAS DE LA COMISION
       100-CUENTACOMISION-00.
           MOVE 0 TO W-CANTALUM
           MOVE W-CODCURSO TO INS-CURSO
           START INSCRIPCIONES KEY IS NOT LESS INS-CURSO
              INVALID KEY
                 GO TO 100-CUENTACOMISION-99
           END-START.
       100-CUENTACOMISION-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 100-CUENTACOMISION-99
           END-READ.
           IF INS-CURSO NOT = W-CODCURSO
              GO TO 100-CUENTACOMISION-99
           END-IF.
           IF INS-ACTIVA AND (INS-CICLO = W-CICLOACT) AND
              (INS-COMISION = W-CODCOMISION)
              ADD 1 TO W-CANTALUM
           END-IF.
           GO TO 100-CUENTACOMISION-10.
       100-CUENTACOMISION-99. EXIT.

      *  CUENTA LAS INSCRIPCIONES ACTIVAS DEL CURSO EN W-CODCURSO
       100-CUENTACURSO-00.
           MOVE 0 TO W-CANTALUM
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-20
           END-IF.
           PERFORM 100-PIDECOMISION-00 THRU 100-PIDECOMISION-99.
           IF W-COMOK = "N"
              GO TO 100-ALTA-20
           END-IF.
      *  AVISO (NO BLOQUEA) SI EL HORARIO DEL CURSO NUEVO SE
      *  SUPERPONE CON OTRO CURSO DEL ALUMNO (PROG-98)
           PERFORM 100-SUPERPONE-00 THRU 100-SUPERPONE-99.
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
           END-IF.
           PERFORM 100-CORRELAT-00 THRU 100-CORRELAT-99.
           IF W-CORROK = "N"
              GO TO 100-ALTA-20
           END-IF.
       100-ALTA-50.
           ACCEPT CONF LINE 10 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
                  MOVE W1-NUMERICO TO INS-FECHA
                  MOVE "A" TO INS-ESTADO
                  MOVE 0 TO INS-FOLIO
                  MOVE W-CODCOMISION TO INS-COMISION
                  WRITE REG-INSCRIPCION
                     INVALID KEY
      *  REACTIVACION: SE RELEE LA INSCRIPCION EXISTENTE PARA
                              CONTINUE
                        END-READ
                        MOVE "A" TO INS-ESTADO
                        MOVE W-CODCOMISION TO INS-COMISION
                        REWRITE REG-INSCRIPCION
                           INVALID KEY
                              MOVE "NO SE GRABO" TO M-ERROR
                     NOT INVALID KEY
                        MOVE "INSCRIPCION REGISTRADA" TO M-ERROR
                  END-WRITE
                  IF W-NROAUTO NOT = 0
                     INITIALIZE W21-DATOS
                     MOVE "E" TO W21-ACCION
                     MOVE W40-OPERADOR TO W21-OPERADOR
                     MOVE W-NROAUTO TO W21-NUMERO
                     CALL "P21" USING W21-DATOS
                     CANCEL "P21"
                  END-IF
                  PERFORM ERRORES THRU ERRORES-F
                  GO TO 100-ALTA-00
               ELSE
           END-IF.
       100-ALTA-99. EXIT.

      ********************************************
      *  CORRELATIVIDADES DEL CURSO (PROG-24). SI
      *  NO SE CUMPLEN, LA INSCRIPCION NECESITA
      *  UNA EXCEPCION (TIPO CO) APROBADA POR UN
      *  SUPERVISOR EN PROG-118; SE OFRECE
      *  SOLICITARLA. W-CORROK: S = PUEDE SEGUIR
      ********************************************
       100-CORRELAT-00.
           MOVE "S" TO W-CORROK.
           MOVE 0 TO W-NROAUTO.
           INITIALIZE W24-DATOS
           MOVE W-CODALUMNO TO W24-ALUMNO
           MOVE W-CODCURSO  TO W24-CURSO
           MOVE 0           TO W24-MATERIA
           MOVE W-CICLOACT  TO W24-CICLO
           MOVE "C"         TO W24-PARA
           CALL "P24" USING W24-DATOS
           CANCEL "P24".
           IF W24-RESULT = "S"
              GO TO 100-CORRELAT-99
           END-IF.
           MOVE W24-FALTACURSO TO W-FAL-CURSO
           MOVE W24-FALTAMAT   TO W-FAL-MATERIA
           MOVE "APROBADA"     TO W-FAL-COND
           IF W24-FALTACOND = "R"
              MOVE "REGULARIZADA" TO W-FAL-COND
           END-IF.
           COMPUTE W-FAL-OTRAS = W24-FALTAN - 1
           DISPLAY W-FALTA LINE 20 POSITION 1.
           INITIALIZE W21-DATOS
           MOVE "C" TO W21-ACCION
           MOVE "CO" TO W21-TIPO
           MOVE W40-OPERADOR TO W21-OPERADOR
           MOVE W-CODALUMNO TO W21-DATO1
           COMPUTE W21-DATO2 = W-CODCURSO * 100
           CALL "P21" USING W21-DATOS
           CANCEL "P21".
           IF W21-RESULT = "A"
              MOVE W21-NUMERO TO W-NROAUTO
              MOVE "CORRELATIVAS EXCEPTUADAS POR UN SUPERVISOR." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-CORRELAT-90
           END-IF.
           MOVE "N" TO W-CORROK.
           IF W21-RESULT = "P"
              MOVE "LA EXCEPCION DE CORRELATIVAS ESTA PENDIENTE." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-CORRELAT-90
           END-IF.
           DISPLAY "NO CUMPLE CORRELATIVAS. SOLICITAR EXCEPCION? (S/N):"
                      LINE 21 POSITION 1.
       100-CORRELAT-10.
           ACCEPT CONF LINE 21 POSITION 53.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 100-CORRELAT-10
           END-IF.
           IF CONF = "S"
              MOVE "S" TO W21-ACCION
              CALL "P21" USING W21-DATOS
              CANCEL "P21"
              MOVE "EXCEPCION ENCOLADA PARA APROBACION." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
           END-IF.
           DISPLAY "                                                   "
                      LINE 21 POSITION 1.
       100-CORRELAT-90.
           DISPLAY "                                                   "
                      LINE 20 POSITION 1.
       100-CORRELAT-99. EXIT.

      ********************************************
      *  CARGA LAS BANDAS HORARIAS DEL CURSO NUEVO
      *  (DE SU COMISION) EN UNA TABLA Y LAS CRUZA
      *  CONTRA LOS HORARIOS DE LOS DEMAS CURSOS
      *  ACTIVOS DEL ALUMNO, CADA UNO EN LA
      *  COMISION EN QUE ESTA INSCRIPTO. DEJA
      *  W-CHOQUE = S Y EL CURSO EN CONFLICTO EN
      *  W-CHOCURSO. EN UN CAMBIO DE CURSO NO SE
      *  CRUZA CONTRA EL CURSO QUE SE DEJA
      ********************************************
       100-SUPERPONE-00.
           MOVE "N" TO W-CHOQUE.
           END-IF.
           MOVE 0 TO TBA-USADAS.
           MOVE W-CODCURSO TO HOR-CURSO
           MOVE W-CODCOMISION TO HOR-COMISION
           MOVE 0 TO HOR-DIA
           MOVE 0 TO HOR-DESDE
           START HORARIOS KEY IS NOT LESS HOR-CLAVE
           READ HORARIOS NEXT AT END
                GO TO 100-SUPERPONE-20
           END-READ.
           IF (HOR-CURSO NOT = W-CODCURSO) OR
              (HOR-COMISION NOT = W-CODCOMISION)
              GO TO 100-SUPERPONE-20
           END-IF.
           IF TBA-USADAS < 50
           IF NOT INS-ACTIVA
              GO TO 100-SUPERPONE-30
           END-IF.
           IF (INS-CURSO = W-CODCURSO) OR (INS-CURSO = W-CURSOANT)
              GO TO 100-SUPERPONE-30
           END-IF.
           PERFORM 100-SUPERCURSO-00 THRU 100-SUPERCURSO-99.

       100-SUPERCURSO-00.
           MOVE INS-CURSO TO HOR-CURSO
           MOVE INS-COMISION TO HOR-COMISION
           MOVE 0 TO HOR-DIA
           MOVE 0 TO HOR-DESDE
           START HORARIOS KEY IS NOT LESS HOR-CLAVE
           READ HORARIOS NEXT AT END
                GO TO 100-SUPERCURSO-99
           END-READ.
           IF (HOR-CURSO NOT = INS-CURSO) OR
              (HOR-COMISION NOT = INS-COMISION)
              GO TO 100-SUPERCURSO-99
           END-IF.
           MOVE 1 TO TBA-IND.
           CLOSE ESPERA.
       200-AVISAESPERA-99. EXIT.

      ********************************************
      *  ASIGNA COMISION A UNA INSCRIPCION ACTIVA
      *  DEL CICLO EN CURSO QUE NO LA TIENE (LAS
      *  GENERADAS POR LA CARGA DE ALUMNOS, EL
      *  ARRASTRE O LA CONFIRMACION DE RESERVAS)
      ********************************************
       300-ASIGNA-00.
           DISPLAY " " ERASE
           MOVE "ASIGNACION DE COMISION" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       300-ASIGNA-10.
           PERFORM 100-PIDEALUMNO-00 THRU 100-PIDEALUMNO-99.
           IF W-CODALUMNO = 0
              GO TO 300-ASIGNA-99
           END-IF.
       300-ASIGNA-20.
           ACCEPT W-CODCURSO LINE 6 POSITION 13 PROMPT.
           IF W-CODCURSO = 0
              GO TO 300-ASIGNA-10
           END-IF.
           MOVE W-CODALUMNO TO INS-ALUMNO
           MOVE W-CODCURSO  TO INS-CURSO
           MOVE W-CICLOACT  TO INS-CICLO
           READ INSCRIPCIONES KEY IS INS-CLAVE
              INVALID KEY
                 MOVE "B" TO INS-ESTADO
           END-READ.
           IF NOT INS-ACTIVA
              MOVE "NO HAY INSCRIPCION ACTIVA EN EL CICLO EN CURSO."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 300-ASIGNA-20
           END-IF.
           IF INS-COMISION NOT = 0
              MOVE "LA INSCRIPCION YA TIENE COMISION." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 300-ASIGNA-20
           END-IF.
           PERFORM 100-PIDECOMISION-00 THRU 100-PIDECOMISION-99.
           IF W-COMOK = "N"
              GO TO 300-ASIGNA-20
           END-IF.
           IF W-CODCOMISION = 0
              MOVE "LA EDICION NO TIENE COMISIONES." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 300-ASIGNA-20
           END-IF.
       300-ASIGNA-50.
           ACCEPT CONF LINE 10 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
      *  EL CONTEO DEL CUPO MOVIO EL ARCHIVO: SE RELEE
                  MOVE W-CODALUMNO TO INS-ALUMNO
                  MOVE W-CODCURSO  TO INS-CURSO
                  MOVE W-CICLOACT  TO INS-CICLO
                  READ INSCRIPCIONES KEY IS INS-CLAVE
                     INVALID KEY
                        CONTINUE
                  END-READ
                  MOVE W-CODCOMISION TO INS-COMISION
                  REWRITE REG-INSCRIPCION
                     INVALID KEY
                        MOVE "NO SE GRABO" TO M-ERROR
                     NOT INVALID KEY
                        MOVE "COMISION ASIGNADA" TO M-ERROR
                  END-REWRITE
                  PERFORM ERRORES THRU ERRORES-F
                  GO TO 300-ASIGNA-00
               ELSE
                  GO TO 300-ASIGNA-10
               END-IF
           ELSE
             GO TO 300-ASIGNA-50
           END-IF.
       300-ASIGNA-99. EXIT.

       400-CONSULTA-00.
           DISPLAY " " ERASE
           MOVE "CONSULTA DE INSCRIPCIONES" TO W-TITULO-ENC
           MOVE INS-CICLO  TO D1-CICLO
           MOVE INS-FECHA  TO D1-FECHA
           MOVE INS-ESTADO TO D1-ESTADO
           MOVE INS-COMISION TO D1-COMISION

           DISPLAY DETALLE-01 LINE UBICACIONFILA POSITION 1.

           MOVE ALU-FECHAALTA     TO INS-FECHA
           MOVE "A" TO INS-ESTADO
           MOVE 0 TO INS-FOLIO
           MOVE 0 TO INS-COMISION
           WRITE REG-INSCRIPCION
              INVALID KEY
                 CONTINUE
           ACCEPT SINO LINE 24 POSITION 80.
       500-MIGRA-99. EXIT.

      ********************************************
      *  CAMBIO DE CURSO O DE COMISION A MITAD DE
      *  CICLO, COMO UNA SOLA OPERACION:
      *  - LA INSCRIPCION ANTERIOR QUEDA CAMBIADA
      *    (ESTADO C, NO ES BAJA: NO LIBERA
      *    VACANTE PARA LA LISTA DE ESPERA) Y LA
      *    NUEVA CONSERVA FECHA Y FOLIO ORIGINALES
      *  - LAS NOTAS Y EXAMENES DE LAS MATERIAS
      *    QUE LOS DOS CURSOS COMPARTEN (MISMA
      *    DESCRIPCION EN SUS PLANES) SE COPIAN AL
      *    CURSO NUEVO COMO TRASPASO (NOT-ORIGEN T)
      *  - LA ASISTENCIA QUEDA EN EL CURSO ANTERIOR
      *    Y PROG-18 LA SUMA A LA DEL NUEVO
      *  - LAS CUOTAS FUTURAS PENDIENTES PASAN AL
      *    CURSO NUEVO CON LA DIFERENCIA DE ARANCEL
      *    Y LA DEL MES EN CURSO SE PRORRATEA POR
      *    LOS DIAS QUE FALTAN
      *  - UN REGISTRO EN HISTALU Y EN EL DIARIO
      *    UNA MARCA CAMBIOINS SEGUIDA DE CADA
      *    MOVIMIENTO
      *  CON EL MISMO CURSO SOLO CAMBIA LA COMISION
      ********************************************
       600-CAMBIO-00.
           DISPLAY " " ERASE
           MOVE "CAMBIO DE CURSO O COMISION" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLACAMBIO THRU PANTALLACAMBIO-F.
       600-CAMBIO-10.
           PERFORM 100-PIDEALUMNO-00 THRU 100-PIDEALUMNO-99.
           IF W-CODALUMNO = 0
              GO TO 600-CAMBIO-99
           END-IF.
       600-CAMBIO-20.
           ACCEPT W-CURSOANT LINE 6 POSITION 13 PROMPT.
           IF W-CURSOANT = 0
              GO TO 600-CAMBIO-10
           END-IF.
           MOVE W-CODALUMNO TO INS-ALUMNO
           MOVE W-CURSOANT  TO INS-CURSO
           MOVE W-CICLOACT  TO INS-CICLO
           READ INSCRIPCIONES KEY IS INS-CLAVE
              INVALID KEY
                 MOVE "B" TO INS-ESTADO
           END-READ.
           IF NOT INS-ACTIVA
              MOVE "NO HAY INSCRIPCION ACTIVA EN EL CICLO EN CURSO."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 600-CAMBIO-20
           END-IF.
           MOVE REG-INSCRIPCION TO W-INSANT
           MOVE INS-FECHA    TO W-FECHAORI
           MOVE INS-FOLIO    TO W-FOLIOORI
           MOVE INS-COMISION TO W-COMANT
           DISPLAY W-COMANT LINE 7 POSITION 13.
           MOVE W-CURSOANT TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE SPACES TO CUR-DESCRIPCION
           END-READ.
           DISPLAY CUR-DESCRIPCION LINE 6 POSITION 20.
       600-CAMBIO-30.
           DISPLAY "                              " LINE 8 POSITION 20.
           DISPLAY "                    " LINE 9 POSITION 20.
           ACCEPT W-CODCURSO LINE 8 POSITION 13 PROMPT.
           IF W-CODCURSO = 0
              GO TO 600-CAMBIO-20
           END-IF.
           MOVE W-CODCURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE "EL CURSO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 600-CAMBIO-30
           END-READ.
           DISPLAY CUR-DESCRIPCION LINE 8 POSITION 20.
           MOVE 9 TO W-LINCOM.
           IF W-CODCURSO = W-CURSOANT
              GO TO 600-CAMBIO-40
           END-IF.
           MOVE W-CODALUMNO TO INS-ALUMNO
           MOVE W-CODCURSO  TO INS-CURSO
           MOVE W-CICLOACT  TO INS-CICLO
           READ INSCRIPCIONES KEY IS INS-CLAVE
              INVALID KEY
                 MOVE "B" TO INS-ESTADO
           END-READ.
           IF INS-ACTIVA
              MOVE "EL ALUMNO YA ESTA INSCRIPTO EN ESE CURSO." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 600-CAMBIO-30
           END-IF.
           PERFORM 100-CONTROLCUPO-00 THRU 100-CONTROLCUPO-99
           IF W-CUPOOK = "C"
              MOVE "EL CURSO SE ENCUENTRA CERRADO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 600-CAMBIO-30
           END-IF.
           IF W-CUPOOK = "N"
              MOVE "EL CURSO NO TIENE CUPO DISPONIBLE." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 600-CAMBIO-30
           END-IF.
           PERFORM 100-PIDECOMISION-00 THRU 100-PIDECOMISION-99.
           IF W-COMOK = "N"
              GO TO 600-CAMBIO-30
           END-IF.
           PERFORM 100-SUPERPONE-00 THRU 100-SUPERPONE-99.
           IF W-CHOQUE = "S"
              DISPLAY "ATENCION: HORARIO SUPERPUESTO CON EL CURSO"
                         LINE 22 POSITION 1
              DISPLAY W-CHOCURSO LINE 22 POSITION 44
              MOVE "EL HORARIO SE SUPERPONE. CONFIRME SI CORRESPONDE."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
           END-IF.
           PERFORM 100-CORRELAT-00 THRU 100-CORRELAT-99.
           IF W-CORROK = "N"
              GO TO 600-CAMBIO-30
           END-IF.
           GO TO 600-CAMBIO-50.
      *  MISMO CURSO: CAMBIO DE COMISION
       600-CAMBIO-40.
           MOVE 0 TO W-NROAUTO.
           PERFORM 100-PIDECOMISION-00 THRU 100-PIDECOMISION-99.
           IF W-COMOK = "N"
              GO TO 600-CAMBIO-30
           END-IF.
           IF W-CODCOMISION = 0
              MOVE "LA EDICION NO TIENE COMISIONES." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 600-CAMBIO-30
           END-IF.
           IF W-CODCOMISION = W-COMANT
              MOVE "ES LA MISMA COMISION." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 600-CAMBIO-30
           END-IF.
           PERFORM 100-SUPERPONE-00 THRU 100-SUPERPONE-99.
           IF W-CHOQUE = "S"
              DISPLAY "ATENCION: HORARIO SUPERPUESTO CON EL CURSO"
                         LINE 22 POSITION 1
              DISPLAY W-CHOCURSO LINE 22 POSITION 44
              MOVE "EL HORARIO SE SUPERPONE. CONFIRME SI CORRESPONDE."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
           END-IF.
       600-CAMBIO-50.
           ACCEPT CONF LINE 11 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 600-CAMBIO-50
           END-IF.
           IF CONF = "N"
              GO TO 600-CAMBIO-10
           END-IF.
           MOVE 0 TO W-NOTASTRA W-EXAMTRA W-CUOTRA W-DIFMES.
           MOVE "N" TO W-AFAVOR.
           PERFORM 610-MARCA-00 THRU 610-MARCA-99.
           IF W-CODCURSO = W-CURSOANT
              PERFORM 620-COMISION-00 THRU 620-COMISION-99
              MOVE "CAMBIO COMIS." TO W-ACCION
           ELSE
              PERFORM 630-INSCRIP-00 THRU 630-INSCRIP-99
              PERFORM 640-NOTAS-00 THRU 640-NOTAS-99
              PERFORM 660-CUOTAS-00 THRU 660-CUOTAS-99
              PERFORM 680-ALUMNO-00 THRU 680-ALUMNO-99
              MOVE "CAMBIO CURSO" TO W-ACCION
           END-IF.
           PERFORM 690-HISTORIAL-00 THRU 690-HISTORIAL-99.
           IF W-NROAUTO NOT = 0
              INITIALIZE W21-DATOS
              MOVE "E" TO W21-ACCION
              MOVE W40-OPERADOR TO W21-OPERADOR
              MOVE W-NROAUTO TO W21-NUMERO
              CALL "P21" USING W21-DATOS
              CANCEL "P21"
           END-IF.
           DISPLAY "NOTAS TRASPASADAS    :" LINE 13 POSITION 1.
           DISPLAY W-NOTASTRA              LINE 13 POSITION 24.
           DISPLAY "EXAMENES TRASPASADOS :" LINE 14 POSITION 1.
           DISPLAY W-EXAMTRA               LINE 14 POSITION 24.
           DISPLAY "CUOTAS AJUSTADAS     :" LINE 15 POSITION 1.
           DISPLAY W-CUOTRA                LINE 15 POSITION 24.
           MOVE W-DIFMES TO W-DIFMES-ED.
           DISPLAY "DIFERENCIA DEL MES   :" LINE 16 POSITION 1.
           DISPLAY W-DIFMES-ED             LINE 16 POSITION 24.
           IF W-AFAVOR = "S"
              DISPLAY "LA CUOTA DEL MES NO SE MODIFICA: ACREDITAR LA"
                         LINE 17 POSITION 1
              DISPLAY "DIFERENCIA A FAVOR POR CAJA (PAGO A CUENTA)."
                         LINE 18 POSITION 1
           END-IF.
           MOVE "CAMBIO REGISTRADO" TO M-ERROR.
           PERFORM ERRORES THRU ERRORES-F.
           MOVE 0 TO W-CURSOANT.
           MOVE 7 TO W-LINCOM.
           GO TO 600-CAMBIO-00.
       600-CAMBIO-99.
           MOVE 0 TO W-CURSOANT.
           MOVE 7 TO W-LINCOM.
       600-CAMBIO-EXIT. EXIT.

      *  MARCA EN EL DIARIO QUE AGRUPA LOS MOVIMIENTOS DEL
      *  CAMBIO: ANTES LA INSCRIPCION VIEJA, DESPUES LA CLAVE
      *  NUEVA (ALUMNO, CURSO, CICLO, COMISION)
       610-MARCA-00.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CAMBIOINS"  TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE W-INSANT     TO W13-ANTES
           MOVE W-CODALUMNO  TO W13-DESPUES(1:5)
           MOVE W-CODCURSO   TO W13-DESPUES(6:2)
           MOVE W-CICLOACT   TO W13-DESPUES(8:4)
           MOVE W-CODCOMISION TO W13-DESPUES(12:2)
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       610-MARCA-99. EXIT.

      *  CAMBIO DE COMISION DENTRO DEL MISMO CURSO
       620-COMISION-00.
           MOVE W-INSANT TO REG-INSCRIPCION
           READ INSCRIPCIONES KEY IS INS-CLAVE
              INVALID KEY
                 GO TO 620-COMISION-99
           END-READ.
           MOVE W-CODCOMISION TO INS-COMISION
           REWRITE REG-INSCRIPCION
              INVALID KEY
                 GO TO 620-COMISION-99
           END-REWRITE.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR    TO W13-OPERADOR
           MOVE "INSCRIPCIO"    TO W13-ARCHIVO
           MOVE "M"             TO W13-OPERACION
           MOVE W-INSANT        TO W13-ANTES
           MOVE REG-INSCRIPCION TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       620-COMISION-99. EXIT.

      ********************************************
      *  LA INSCRIPCION VIEJA QUEDA CAMBIADA Y SE
      *  GRABA (O REACTIVA) LA DEL CURSO NUEVO CON
      *  LA FECHA Y EL FOLIO DE LA ORIGINAL
      ********************************************
       630-INSCRIP-00.
           MOVE W-INSANT TO REG-INSCRIPCION
           READ INSCRIPCIONES KEY IS INS-CLAVE
              INVALID KEY
                 GO TO 630-INSCRIP-20
           END-READ.
           MOVE "C" TO INS-ESTADO
           REWRITE REG-INSCRIPCION
              INVALID KEY
                 GO TO 630-INSCRIP-20
           END-REWRITE.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR    TO W13-OPERADOR
           MOVE "INSCRIPCIO"    TO W13-ARCHIVO
           MOVE "M"             TO W13-OPERACION
           MOVE W-INSANT        TO W13-ANTES
           MOVE REG-INSCRIPCION TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       630-INSCRIP-20.
           MOVE W-CODALUMNO TO INS-ALUMNO
           MOVE W-CODCURSO  TO INS-CURSO
           MOVE W-CICLOACT  TO INS-CICLO
           MOVE SPACES TO W13-ANTES
           MOVE "A"    TO W13-OPERACION
           READ INSCRIPCIONES KEY IS INS-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE REG-INSCRIPCION TO W13-ANTES
                 MOVE "M"             TO W13-OPERACION
           END-READ.
           MOVE W-CODALUMNO   TO INS-ALUMNO
           MOVE W-CODCURSO    TO INS-CURSO
           MOVE W-CICLOACT    TO INS-CICLO
           MOVE W-FECHAORI    TO INS-FECHA
           MOVE "A"           TO INS-ESTADO
           MOVE W-FOLIOORI    TO INS-FOLIO
           MOVE W-CODCOMISION TO INS-COMISION
           IF W13-OPERACION = "A"
              WRITE REG-INSCRIPCION
                 INVALID KEY
                    GO TO 630-INSCRIP-99
              END-WRITE
           ELSE
              REWRITE REG-INSCRIPCION
                 INVALID KEY
                    GO TO 630-INSCRIP-99
              END-REWRITE
           END-IF.
           MOVE W40-OPERADOR    TO W13-OPERADOR
           MOVE "INSCRIPCIO"    TO W13-ARCHIVO
           MOVE REG-INSCRIPCION TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       630-INSCRIP-99. EXIT.

      ********************************************
      *  TRASPASO DE NOTAS Y EXAMENES: SE JUNTAN
      *  LAS MATERIAS CON NOTA DEL ALUMNO EN EL
      *  CURSO VIEJO Y LAS DEL PLAN DEL CURSO
      *  NUEVO (PROG-25), Y LAS QUE COINCIDEN EN
      *  DESCRIPCION SE COPIAN. SI EL CURSO NUEVO
      *  YA TIENE NOTA DE ESA MATERIA NO SE TOCA
      ********************************************
       640-NOTAS-00.
           IF W-HAYMAT NOT = "S"
              GO TO 640-NOTAS-99
           END-IF.
           INITIALIZE W25-DATOS
           MOVE W-CODALUMNO TO W25-ALUMNO
           MOVE W-CURSOANT  TO W25-CURSO
           MOVE W-CICLOACT  TO W25-CICLO
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE W25-PLAN TO W-PLANANT.
           INITIALIZE W25-DATOS
           MOVE W-CODCURSO  TO W25-CURSO
           MOVE W-CICLOACT  TO W25-CICLO
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE W25-PLAN TO W-PLANNUE.
      *  MATERIAS DEL PLAN DEL CURSO NUEVO
           MOVE 0 TO TMN-USADAS.
           MOVE W-CODCURSO TO MAT-CURSO
           MOVE W-PLANNUE  TO MAT-PLAN
           MOVE 0          TO MAT-CODIGO
           START MATERIAS KEY IS NOT LESS MAT-CLAVE
              INVALID KEY
                 GO TO 640-NOTAS-99
           END-START.
       640-NOTAS-10.
           READ MATERIAS NEXT AT END
                GO TO 640-NOTAS-20
           END-READ.
           IF (MAT-CURSO NOT = W-CODCURSO) OR
              (MAT-PLAN NOT = W-PLANNUE)
              GO TO 640-NOTAS-20
           END-IF.
           IF TMN-USADAS < 50
              ADD 1 TO TMN-USADAS
              MOVE MAT-CODIGO      TO TMN-CODIGO (TMN-USADAS)
              MOVE MAT-DESCRIPCION TO TMN-DESC (TMN-USADAS)
           END-IF.
           GO TO 640-NOTAS-10.
      *  MATERIAS CON NOTA DEL ALUMNO EN EL CURSO VIEJO
       640-NOTAS-20.
           IF TMN-USADAS = 0
              GO TO 640-NOTAS-99
           END-IF.
           MOVE 0 TO TNA-USADAS.
           MOVE W-CURSOANT TO NOT-CURSO
           MOVE 0          TO NOT-MATERIA
           MOVE 0          TO NOT-ALUMNO
           START NOTAS KEY IS NOT LESS NOT-CLAVE
              INVALID KEY
                 GO TO 640-NOTAS-99
           END-START.
       640-NOTAS-30.
           READ NOTAS NEXT AT END
                GO TO 640-NOTAS-40
           END-READ.
           IF NOT-CURSO NOT = W-CURSOANT
              GO TO 640-NOTAS-40
           END-IF.
           IF NOT-ALUMNO NOT = W-CODALUMNO
              GO TO 640-NOTAS-30
           END-IF.
           IF TNA-USADAS < 50
              ADD 1 TO TNA-USADAS
              MOVE NOT-MATERIA TO TNA-MATERIA (TNA-USADAS)
           END-IF.
           GO TO 640-NOTAS-30.
       640-NOTAS-40.
           MOVE 0 TO TNA-IND.
       640-NOTAS-50.
           ADD 1 TO TNA-IND.
           IF TNA-IND > TNA-USADAS
              GO TO 640-NOTAS-99
           END-IF.
           MOVE W-CURSOANT              TO MAT-CURSO
           MOVE W-PLANANT               TO MAT-PLAN
           MOVE TNA-MATERIA (TNA-IND)   TO MAT-CODIGO
           READ MATERIAS KEY IS MAT-CLAVE
              INVALID KEY
                 GO TO 640-NOTAS-50
           END-READ.
           MOVE MAT-DESCRIPCION TO W-DESCANT.
           MOVE 0 TO W-NUEMAT.
           MOVE 0 TO TMN-IND.
       640-NOTAS-60.
           ADD 1 TO TMN-IND.
           IF TMN-IND > TMN-USADAS
              GO TO 640-NOTAS-70
           END-IF.
           IF TMN-DESC (TMN-IND) = W-DESCANT
              MOVE TMN-CODIGO (TMN-IND) TO W-NUEMAT
              GO TO 640-NOTAS-70
           END-IF.
           GO TO 640-NOTAS-60.
       640-NOTAS-70.
           IF W-NUEMAT = 0
              GO TO 640-NOTAS-50
           END-IF.
           PERFORM 650-COPIANOTA-00 THRU 650-COPIANOTA-99.
           GO TO 640-NOTAS-50.
       640-NOTAS-99. EXIT.

      *  COPIA LA NOTA Y LAS INSTANCIAS DE EXAMEN DE LA
      *  MATERIA TNA-MATERIA (TNA-IND) A W-NUEMAT DEL CURSO
      *  NUEVO
       650-COPIANOTA-00.
           MOVE W-CODCURSO  TO NOT-CURSO
           MOVE W-NUEMAT    TO NOT-MATERIA
           MOVE W-CODALUMNO TO NOT-ALUMNO
           READ NOTAS KEY IS NOT-CLAVE
              INVALID KEY
                 GO TO 650-COPIANOTA-10
           END-READ.
           GO TO 650-COPIANOTA-99.
       650-COPIANOTA-10.
           MOVE W-CURSOANT            TO NOT-CURSO
           MOVE TNA-MATERIA (TNA-IND) TO NOT-MATERIA
           MOVE W-CODALUMNO           TO NOT-ALUMNO
           READ NOTAS KEY IS NOT-CLAVE
              INVALID KEY
                 GO TO 650-COPIANOTA-99
           END-READ.
           MOVE W-CODCURSO            TO NOT-CURSO
           MOVE W-NUEMAT              TO NOT-MATERIA
           MOVE "T"                   TO NOT-ORIGEN
           MOVE W-CURSOANT            TO NOT-ORICURSO
           MOVE TNA-MATERIA (TNA-IND) TO NOT-ORIMATERIA
           WRITE REG-NOTA
              INVALID KEY
                 GO TO 650-COPIANOTA-99
           END-WRITE.
           ADD 1 TO W-NOTASTRA.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "NOTAS"      TO W13-ARCHIVO
           MOVE "A"          TO W13-OPERACION
           MOVE SPACES       TO W13-ANTES
           MOVE REG-NOTA     TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           MOVE 0 TO W-INSTANCIA.
       650-COPIANOTA-20.
           ADD 1 TO W-INSTANCIA.
           IF W-INSTANCIA > 4
              GO TO 650-COPIANOTA-99
           END-IF.
           MOVE W-CURSOANT            TO EXA-CURSO
           MOVE TNA-MATERIA (TNA-IND) TO EXA-MATERIA
           MOVE W-CODALUMNO           TO EXA-ALUMNO
           MOVE W-INSTANCIA           TO EXA-INSTANCIA
           READ EXAMENES KEY IS EXA-CLAVE
              INVALID KEY
                 GO TO 650-COPIANOTA-20
           END-READ.
           MOVE W-CODCURSO TO EXA-CURSO
           MOVE W-NUEMAT   TO EXA-MATERIA
           WRITE REG-EXAMEN
              INVALID KEY
                 GO TO 650-COPIANOTA-20
           END-WRITE.
           ADD 1 TO W-EXAMTRA.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "EXAMENES"   TO W13-ARCHIVO
           MOVE "A"          TO W13-OPERACION
           MOVE SPACES       TO W13-ANTES
           MOVE REG-EXAMEN   TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           GO TO 650-COPIANOTA-20.
       650-COPIANOTA-99. EXIT.

      ********************************************
      *  CUOTAS DEL CURSO VIEJO:
      *  - LAS PENDIENTES SIN PAGOS DE PERIODOS
      *    POSTERIORES AL ACTUAL PASAN AL CURSO
      *    NUEVO, CORRIDAS EN LA DIFERENCIA ENTRE
      *    LOS ARANCELES (SE CONSERVAN BECA Y
      *    CONVENIO YA APLICADOS); LA PARTE DE LA
      *    EMPRESA (CUOEMP) PASA CON LA CUOTA
      *  - QUEDAN EN EL CURSO VIEJO, COMO LAS
      *    RETIENE PROG-59, LAS YA ENVIADAS AL
      *    BANCO, LAS CON RECARGO Y LAS QUE TIENEN
      *    LA PARTE DE EMPRESA LIQUIDADA O PAGA
      *  - LA DEL MES EN CURSO SE AJUSTA EN LA
      *    DIFERENCIA PRORRATEADA POR LOS DIAS QUE
      *    FALTAN; SI YA ESTA PAGA (O ENVIADA AL
      *    BANCO O CON RECARGO), LA DIFERENCIA
      *    A CARGO DEL ALUMNO SE GENERA COMO CUOTA
      *    DEL CURSO NUEVO Y LA DIFERENCIA A FAVOR
      *    SE INFORMA PARA ACREDITARLA POR CAJA
      ********************************************
       660-CUOTAS-00.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-HOY.
           MOVE 0 TO TCU-USADAS.
           MOVE "N" TO W-HAYCUOACT.
           MOVE W-CODALUMNO TO CUO-ALUMNO
           MOVE W-CURSOANT  TO CUO-CURSO
           MOVE 0           TO CUO-ANIO
           MOVE 0           TO CUO-MES
           START CUOTAS KEY IS NOT LESS CUO-CLAVE
              INVALID KEY
                 GO TO 660-CUOTAS-99
           END-START.
       660-CUOTAS-10.
           READ CUOTAS NEXT AT END
                GO TO 660-CUOTAS-20
           END-READ.
           IF (CUO-ALUMNO NOT = W-CODALUMNO) OR
              (CUO-CURSO NOT = W-CURSOANT)
              GO TO 660-CUOTAS-20
           END-IF.
           IF (CUO-ANIO = W-HOY-ANIO) AND (CUO-MES = W-HOY-MES)
              MOVE "S" TO W-HAYCUOACT
              GO TO 660-CUOTAS-10
           END-IF.
           IF (CUO-ANIO < W-HOY-ANIO) OR
              ((CUO-ANIO = W-HOY-ANIO) AND (CUO-MES < W-HOY-MES))
              GO TO 660-CUOTAS-10
           END-IF.
           IF (NOT CUO-PENDIENTE) OR (CUO-IMPORTEPAGO NOT = 0) OR
              (CUO-ENVIOBANCO NOT = 0) OR (CUO-RECARGO NOT = 0) OR
              (TCU-USADAS NOT < 24)
              GO TO 660-CUOTAS-10
           END-IF.
           IF W-HAYCUE = "S"
              MOVE CUO-CLAVE TO CUE-CLAVE
              READ CUOEMPRESA KEY IS CUE-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF (CUE-LIQUIDACION NOT = 0) OR
                       (CUE-IMPORTEPAGO NOT = 0)
                       GO TO 660-CUOTAS-10
                    END-IF
              END-READ
           END-IF.
           ADD 1 TO TCU-USADAS
           MOVE CUO-ANIO TO TCU-ANIO (TCU-USADAS)
           MOVE CUO-MES  TO TCU-MES (TCU-USADAS)
           GO TO 660-CUOTAS-10.
       660-CUOTAS-20.
           MOVE 0 TO TCU-IND.
       660-CUOTAS-30.
           ADD 1 TO TCU-IND.
           IF TCU-IND > TCU-USADAS
              GO TO 660-CUOTAS-50
           END-IF.
           MOVE TCU-ANIO (TCU-IND) TO W-PER-ANIO
           MOVE TCU-MES (TCU-IND)  TO W-PER-MES
           MOVE 1                  TO W-PER-DIA
           PERFORM 670-ARANCELES-00 THRU 670-ARANCELES-99.
           MOVE W-CODALUMNO        TO CUO-ALUMNO
           MOVE W-CURSOANT         TO CUO-CURSO
           MOVE TCU-ANIO (TCU-IND) TO CUO-ANIO
           MOVE TCU-MES (TCU-IND)  TO CUO-MES
           READ CUOTAS KEY IS CUO-CLAVE
              INVALID KEY
                 GO TO 660-CUOTAS-30
           END-READ.
           MOVE REG-CUOTA TO W13-ANTES.
           COMPUTE W-IMPNUEVO = CUO-IMPORTE + W-ARANUE - W-ARAANT
           IF W-IMPNUEVO < 0
              MOVE 0 TO W-IMPNUEVO
           END-IF.
           MOVE W-CODCURSO TO CUO-CURSO
           MOVE W-IMPNUEVO TO CUO-IMPORTE
           WRITE REG-CUOTA
              INVALID KEY
                 GO TO 660-CUOTAS-30
           END-WRITE.
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CUOTAS"     TO W13-ARCHIVO
           MOVE "A"          TO W13-OPERACION
           MOVE REG-CUOTA    TO W13-DESPUES
           MOVE W13-ANTES    TO REG-CUOTA
           MOVE SPACES       TO W13-ANTES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           DELETE CUOTAS RECORD
              INVALID KEY
                 GO TO 660-CUOTAS-30
           END-DELETE.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CUOTAS"     TO W13-ARCHIVO
           MOVE "B"          TO W13-OPERACION
           MOVE REG-CUOTA    TO W13-ANTES
           MOVE SPACES       TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           ADD 1 TO W-CUOTRA.
           PERFORM 665-CUOEMP-00 THRU 665-CUOEMP-99.
           GO TO 660-CUOTAS-30.
      *  MES EN CURSO: DIFERENCIA PRORRATEADA
       660-CUOTAS-50.
           MOVE W-HOY-ANIO TO W-PER-ANIO
           MOVE W-HOY-MES  TO W-PER-MES
           MOVE 1          TO W-PER-DIA
           PERFORM 670-ARANCELES-00 THRU 670-ARANCELES-99.
           PERFORM 675-DIASMES-00 THRU 675-DIASMES-99.
           COMPUTE W-DIASREST = W-DIASMES - W-HOY-DIA + 1
           COMPUTE W-DIFMES ROUNDED =
                   ((W-ARANUE - W-ARAANT) * W-DIASREST) / W-DIASMES
           IF (W-DIFMES = 0) OR (W-HAYCUOACT NOT = "S")
              GO TO 660-CUOTAS-99
           END-IF.
           MOVE W-CODALUMNO TO CUO-ALUMNO
           MOVE W-CURSOANT  TO CUO-CURSO
           MOVE W-HOY-ANIO  TO CUO-ANIO
           MOVE W-HOY-MES   TO CUO-MES
           READ CUOTAS KEY IS CUO-CLAVE
              INVALID KEY
                 GO TO 660-CUOTAS-99
           END-READ.
           IF CUO-PAGADA OR (CUO-ENVIOBANCO NOT = 0) OR
              (CUO-RECARGO NOT = 0)
              GO TO 660-CUOTAS-60
           END-IF.
           MOVE REG-CUOTA TO W13-ANTES.
           COMPUTE W-IMPNUEVO = CUO-IMPORTE + W-DIFMES
           IF W-IMPNUEVO < CUO-IMPORTEPAGO
              MOVE CUO-IMPORTEPAGO TO W-IMPNUEVO
           END-IF.
           MOVE W-IMPNUEVO TO CUO-IMPORTE
           REWRITE REG-CUOTA
              INVALID KEY
                 GO TO 660-CUOTAS-99
           END-REWRITE.
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CUOTAS"     TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE REG-CUOTA    TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           ADD 1 TO W-CUOTRA.
           GO TO 660-CUOTAS-99.
       660-CUOTAS-60.
           IF W-DIFMES < 0
              MOVE "S" TO W-AFAVOR
              GO TO 660-CUOTAS-99
           END-IF.
           MOVE W-CODALUMNO TO CUO-ALUMNO
           MOVE W-CODCURSO  TO CUO-CURSO
           MOVE W-HOY-ANIO  TO CUO-ANIO
           MOVE W-HOY-MES   TO CUO-MES
           MOVE W-DIFMES    TO CUO-IMPORTE
           MOVE "P"         TO CUO-ESTADO
           MOVE 0           TO CUO-FECHAPAGO
           MOVE 0           TO CUO-IMPORTEPAGO
           MOVE 0           TO CUO-RECARGO
           MOVE SPACES      TO CUO-OPERADOR
           MOVE 0           TO CUO-DESCUENTO
           MOVE 0           TO CUO-CORRIDA
           MOVE 0           TO CUO-ENVIOBANCO
           WRITE REG-CUOTA
              INVALID KEY
                 GO TO 660-CUOTAS-99
           END-WRITE.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CUOTAS"     TO W13-ARCHIVO
           MOVE "A"          TO W13-OPERACION
           MOVE SPACES       TO W13-ANTES
           MOVE REG-CUOTA    TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           ADD 1 TO W-CUOTRA.
       660-CUOTAS-99. EXIT.

      *  LA PARTE DE EMPRESA DE LA CUOTA TRASPASADA
      *  PASA A LA MISMA CLAVE DEL CURSO NUEVO
       665-CUOEMP-00.
           IF W-HAYCUE NOT = "S"
              GO TO 665-CUOEMP-99
           END-IF.
           MOVE W-CODALUMNO        TO CUE-ALUMNO
           MOVE W-CURSOANT         TO CUE-CURSO
           MOVE TCU-ANIO (TCU-IND) TO CUE-ANIO
           MOVE TCU-MES (TCU-IND)  TO CUE-MES
           READ CUOEMPRESA KEY IS CUE-CLAVE
              INVALID KEY
                 GO TO 665-CUOEMP-99
           END-READ.
           INITIALIZE W13-DATOS
           MOVE REG-CUOEMP TO W13-ANTES.
           MOVE W-CODCURSO TO CUE-CURSO
           WRITE REG-CUOEMP
              INVALID KEY
                 GO TO 665-CUOEMP-99
           END-WRITE.
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CUOEMP"     TO W13-ARCHIVO
           MOVE "A"          TO W13-OPERACION
           MOVE REG-CUOEMP   TO W13-DESPUES
           MOVE W13-ANTES    TO REG-CUOEMP
           MOVE SPACES       TO W13-ANTES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           DELETE CUOEMPRESA RECORD
              INVALID KEY
                 GO TO 665-CUOEMP-99
           END-DELETE.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CUOEMP"     TO W13-ARCHIVO
           MOVE "B"          TO W13-OPERACION
           MOVE REG-CUOEMP   TO W13-ANTES
           MOVE SPACES       TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       665-CUOEMP-99. EXIT.

      *  ARANCEL DE LOS DOS CURSOS PARA EL PERIODO W-PERIODO
       670-ARANCELES-00.
           MOVE W-CURSOANT TO W-ARACURSO
           PERFORM 672-ARANCEL-00 THRU 672-ARANCEL-99.
           MOVE W-ARAIMP TO W-ARAANT.
           MOVE W-CODCURSO TO W-ARACURSO
           PERFORM 672-ARANCEL-00 THRU 672-ARANCEL-99.
           MOVE W-ARAIMP TO W-ARANUE.
       670-ARANCELES-99. EXIT.

      *  COMO PROG-59: EL ULTIMO ARANCEL VIGENTE AL PRIMER DIA
      *  DEL PERIODO O, SI NO HAY, CUR-CUOTA
       672-ARANCEL-00.
           MOVE 0 TO W-ARAIMP.
           MOVE W-ARACURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CUR-CUOTA TO W-ARAIMP
           END-READ.
           IF W-HAYARAN NOT = "S"
              GO TO 672-ARANCEL-99
           END-IF.
           MOVE W-ARACURSO TO ARA-CURSO
           MOVE 0 TO ARA-VIGENCIA
           START ARANCELES KEY IS NOT LESS ARA-CLAVE
              INVALID KEY
                 GO TO 672-ARANCEL-99
           END-START.
       672-ARANCEL-10.
           READ ARANCELES NEXT AT END
                GO TO 672-ARANCEL-99
           END-READ.
           IF ARA-CURSO NOT = W-ARACURSO
              GO TO 672-ARANCEL-99
           END-IF.
           IF ARA-VIGENCIA > W-PERIODO
              GO TO 672-ARANCEL-99
           END-IF.
           MOVE ARA-IMPORTE TO W-ARAIMP.
           GO TO 672-ARANCEL-10.
       672-ARANCEL-99. EXIT.

      *  DIAS DEL MES DE W-HOY
       675-DIASMES-00.
           MOVE 31 TO W-DIASMES.
           IF (W-HOY-MES = 4) OR (W-HOY-MES = 6) OR
              (W-HOY-MES = 9) OR (W-HOY-MES = 11)
              MOVE 30 TO W-DIASMES
           END-IF.
           IF W-HOY-MES NOT = 2
              GO TO 675-DIASMES-99
           END-IF.
           MOVE 28 TO W-DIASMES.
           DIVIDE W-HOY-ANIO BY 4 GIVING W-COCIENTE
                  REMAINDER W-RESTO.
           IF W-RESTO NOT = 0
              GO TO 675-DIASMES-99
           END-IF.
           MOVE 29 TO W-DIASMES.
           DIVIDE W-HOY-ANIO BY 100 GIVING W-COCIENTE
                  REMAINDER W-RESTO.
           IF W-RESTO NOT = 0
              GO TO 675-DIASMES-99
           END-IF.
           DIVIDE W-HOY-ANIO BY 400 GIVING W-COCIENTE
                  REMAINDER W-RESTO.
           IF W-RESTO NOT = 0
              MOVE 28 TO W-DIASMES
           END-IF.
       675-DIASMES-99. EXIT.

      *  EL CURSO DEL MAESTRO DE ALUMNOS SIGUE AL CAMBIO
       680-ALUMNO-00.
           MOVE W-CODALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 GO TO 680-ALUMNO-99
           END-READ.
           IF ALU-CODIGO-CURSO NOT = W-CURSOANT
              GO TO 680-ALUMNO-99
           END-IF.
           INITIALIZE W13-DATOS
           MOVE REG-ALUMNO TO W13-ANTES
           MOVE W-CODCURSO TO ALU-CODIGO-CURSO
           REWRITE REG-ALUMNO
              INVALID KEY
                 GO TO 680-ALUMNO-99
           END-REWRITE.
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "ALUMNOS"    TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE REG-ALUMNO   TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       680-ALUMNO-99. EXIT.

       690-HISTORIAL-00.
           MOVE W-CODALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 GO TO 690-HISTORIAL-99
           END-READ.
           OPEN EXTEND HISTALU
           IF ST-HISTALU = "35"
              OPEN OUTPUT HISTALU
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 4 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:10) TO HA-FECHA.
           INITIALIZE W1-DATOS
           MOVE 8 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:8) TO HA-HORA.
           MOVE W40-OPERADOR         TO HA-OPERADOR
           MOVE W-ACCION             TO HA-ACCION
           MOVE ALU-CODIGO           TO HA-CODIGO
           MOVE ALU-APELLIDO         TO HA-APELLIDO
           MOVE ALU-NOMBRE           TO HA-NOMBRE
           MOVE W-CURSOANT           TO HA-CURSO-ANT
           MOVE ALU-CODIGO-PROVINCIA TO HA-PROV-ANT
           MOVE W-CODCURSO           TO HA-CURSO-NUE
           MOVE ALU-CODIGO-PROVINCIA TO HA-PROV-NUE
           WRITE REG-HISTALU
           CLOSE HISTALU.
       690-HISTORIAL-99. EXIT.

       ENCABEZADO.
           DISPLAY "EMPRESA UNION S.A."  LINE 1 POSITION 1.
           INITIALIZE W1-DATOS.
       PANTALLAINICIO.
           DISPLAY "1-INSCRIBIR EN CURSO   "   LINE 5  POSITION 1.
           DISPLAY "2-BAJA DE INSCRIPCION  "   LINE 6  POSITION 1.
           DISPLAY "3-ASIGNAR COMISION     "   LINE 7  POSITION 1.
           DISPLAY "4-CONSULTA POR ALUMNO  "   LINE 8  POSITION 1.
           DISPLAY "5-CARGA INICIAL        "   LINE 9  POSITION 1.
           DISPLAY "6-CAMBIO CURSO/COMISION"   LINE 10 POSITION 1.
           DISPLAY "9-SALIR                "   LINE 11 POSITION 1.
           DISPLAY "OPCION:"                   LINE 12 POSITION 1.
       PANTALLAINICIO-F. EXIT.

       PANTALLA.
           DISPLAY "ALUMNO    :"       LINE 5 POSITION 1.
           DISPLAY "CURSO     :"       LINE 6 POSITION 1.
           DISPLAY "COMISION  :"       LINE 7 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): " LINE 10 POSITION 1.
       PANTALLA-F. EXIT.

       PANTALLACAMBIO.
           DISPLAY "ALUMNO    :"       LINE 5 POSITION 1.
           DISPLAY "CURSO ACT.:"       LINE 6 POSITION 1.
           DISPLAY "COMIS.ACT.:"       LINE 7 POSITION 1.
           DISPLAY "CURSO NUE.:"       LINE 8 POSITION 1.
           DISPLAY "COMIS.NUE.:"       LINE 9 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): " LINE 11 POSITION 1.
       PANTALLACAMBIO-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
