       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-159.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 159
      *  EXTRACCION NOCTURNA PARA EL PORTAL DE
      *  ALUMNOS: VUELCA A PORTAL.CSV (SEPARADO
      *  POR ";") UN REGISTRO POR ALUMNO ACTIVO Y
      *  TEMA, CON ALU-CODIGO Y ALU-DOCUMENTO AL
      *  FRENTE PARA QUE EL PORTAL LO ENLACE:
      *   NOT - NOTAS POR MATERIA CON LAS CUATRO
      *         INSTANCIAS (EXAMENES.DAT) Y LA
      *         NOTA FINAL (NOTAS.DAT)
      *   ASI - PORCENTAJE DE ASISTENCIA POR
      *         INSCRIPCION ACTIVA (PROG-18)
      *   CUO - CUOTAS PENDIENTES CON SU RECARGO
      *         Y EL SALDO, COMO EN PROG-110
      *   HOR - HORARIO DE LA COMISION (PROG-98)
      *   DOC - DOCUMENTOS DEL LEGAJO QUE FALTAN
      *         (PROG-111)
      *  CORRE EN LA CADENA NOCTURNA (PROG-73) Y
      *  A PEDIDO DESDE PROG-160
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-ALUMNO.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-MATERI.CPY".
       COPY "S-NOTAS.CPY".
       COPY "S-EXAMEN.CPY".
       COPY "S-CUOTAS.CPY".
       COPY "S-HORARI.CPY".
       COPY "S-DOCREQ.CPY".
       COPY "S-LEGAJO.CPY".
       COPY "S-PORSAL.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-ALUMNO.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-MATERI.CPY".
       COPY "F-NOTAS.CPY".
       COPY "F-EXAMEN.CPY".
       COPY "F-CUOTAS.CPY".
       COPY "F-HORARI.CPY".
       COPY "F-DOCREQ.CPY".
       COPY "F-LEGAJO.CPY".
       COPY "F-PORSAL.CPY".

       WORKING-STORAGE SECTION.

       01 DET-PORTAL.
          03 DP-CODIGO      PIC 9(05).
          03                PIC X VALUE ";".
          03 DP-DOCUMENTO   PIC 9(08).
          03                PIC X VALUE ";".
          03 DP-TEMA        PIC X(03).
          03                PIC X VALUE ";".
          03 DP-DATOS       PIC X(120).

       01 DAT-NOTA.
          03 DN-CURSO       PIC 9(02).
          03                PIC X VALUE ";".
          03 DN-MATERIA     PIC 9(02).
          03                PIC X VALUE ";".
          03 DN-DESC        PIC X(30).
          03                PIC X VALUE ";".
          03 DN-PARCIAL1    PIC X(02).
          03                PIC X VALUE ";".
          03 DN-PARCIAL2    PIC X(02).
          03                PIC X VALUE ";".
          03 DN-RECUPERA    PIC X(02).
          03                PIC X VALUE ";".
          03 DN-FINAL       PIC X(02).
          03                PIC X VALUE ";".
          03 DN-NOTA        PIC X(02).
          03                PIC X VALUE ";".
          03 DN-ESTADO      PIC X(01).
       01 DAT-ASIS.
          03 DA-CURSO       PIC 9(02).
          03                PIC X VALUE ";".
          03 DA-CICLO       PIC 9(04).
          03                PIC X VALUE ";".
          03 DA-PORCENT     PIC 9(03).
          03                PIC X VALUE ";".
          03 DA-MINIMO      PIC 9(03).
       01 DAT-CUOTA.
          03 DC-CURSO       PIC 9(02).
          03                PIC X VALUE ";".
          03 DC-ANIO        PIC 9(04).
          03                PIC X VALUE ";".
          03 DC-MES         PIC 9(02).
          03                PIC X VALUE ";".
          03 DC-IMPORTE     PIC 9(05),99.
          03                PIC X VALUE ";".
          03 DC-RECARGO     PIC 9(05),99.
          03                PIC X VALUE ";".
          03 DC-PAGADO      PIC 9(05),99.
          03                PIC X VALUE ";".
          03 DC-SALDO       PIC 9(06),99.
       01 DAT-HORA.
          03 DH-CURSO       PIC 9(02).
          03                PIC X VALUE ";".
          03 DH-COMISION    PIC 9(02).
          03                PIC X VALUE ";".
          03 DH-DIA         PIC 9(01).
          03                PIC X VALUE ";".
          03 DH-DESDE       PIC 9(04).
          03                PIC X VALUE ";".
          03 DH-HASTA       PIC 9(04).
          03                PIC X VALUE ";".
          03 DH-MATERIA     PIC 9(02).
          03                PIC X VALUE ";".
          03 DH-DESC        PIC X(30).
          03                PIC X VALUE ";".
          03 DH-AULA        PIC 9(02).
       01 DAT-DOC.
          03 DD-CURSO       PIC 9(02).
          03                PIC X VALUE ";".
          03 DD-ITEM        PIC 9(02).
          03                PIC X VALUE ";".
          03 DD-DESC        PIC X(30).

       COPY "L-P11.CPY".
       COPY "L-P14.CPY".
       COPY "L-P18.CPY".
       COPY "L-P25.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-ALUMNOS     PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-MATERIAS    PIC XX.
       01 ST-NOTAS       PIC XX.
       01 ST-EXAMENES    PIC XX.
       01 ST-CUOTAS      PIC XX.
       01 ST-HORARIOS    PIC XX.
       01 ST-DOCREQ      PIC XX.
       01 ST-LEGAJO      PIC XX.
       01 ST-PORTALSAL   PIC XX.
       01 W-HAYINS       PIC X.
       01 W-HAYMAT       PIC X.
       01 W-HAYNOT       PIC X.
       01 W-HAYEXA       PIC X.
       01 W-HAYCUO       PIC X.
       01 W-HAYHOR       PIC X.
       01 W-HAYDRQ       PIC X.
       01 W-HAYLEG       PIC X.
       01 W-CODALUMNO    PIC 9(05).
       01 W-CURSOINS     PIC 9(02).
       01 W-COMISION     PIC 9(02).
       01 W-PLAN         PIC 9(02).
       01 W-SALDOCUO     PIC 9(06)V99.
       01 W-TIENENOTA    PIC X.
       01 W-ALUMNOS      PIC 9(05).
       01 W-REGISTROS    PIC 9(07).
       01 W-INST         PIC 9(01).
       01 W-NOTAINST     PIC X(02).
       01 W-NOTA9        PIC 9(02).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-MODO W40-OPERADOR.
      ********************************************
       UNION SECTION.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           IF W40-MODO NOT = "B"
              DISPLAY " " ERASE
              MOVE "EXTRACCION PARA EL PORTAL DE ALUMNOS" TO
                   W-TITULO-ENC
              PERFORM ENCABEZADO THRU ENCABEZADO-F
           END-IF.

           OPEN INPUT ALUMNOS.
           IF ST-ALUMNOS NOT = "00"
              IF W40-MODO NOT = "B"
                 MOVE "NO HAY ALUMNOS CARGADOS." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
              END-IF
              GO TO FINAL-F
           END-IF.
           OPEN INPUT INSCRIPCIONES.
           IF ST-INSCRIP = "00"
              MOVE "S" TO W-HAYINS
           ELSE
              MOVE "N" TO W-HAYINS
           END-IF.
           OPEN INPUT MATERIAS.
           IF ST-MATERIAS = "00"
              MOVE "S" TO W-HAYMAT
           ELSE
              MOVE "N" TO W-HAYMAT
           END-IF.
           OPEN INPUT NOTAS.
           IF ST-NOTAS = "00"
              MOVE "S" TO W-HAYNOT
           ELSE
              MOVE "N" TO W-HAYNOT
           END-IF.
           OPEN INPUT EXAMENES.
           IF ST-EXAMENES = "00"
              MOVE "S" TO W-HAYEXA
           ELSE
              MOVE "N" TO W-HAYEXA
           END-IF.
           OPEN INPUT CUOTAS.
           IF ST-CUOTAS = "00"
              MOVE "S" TO W-HAYCUO
           ELSE
              MOVE "N" TO W-HAYCUO
           END-IF.
           OPEN INPUT HORARIOS.
           IF ST-HORARIOS = "00"
              MOVE "S" TO W-HAYHOR
           ELSE
              MOVE "N" TO W-HAYHOR
           END-IF.
           OPEN INPUT DOCREQ.
           IF ST-DOCREQ = "00"
              MOVE "S" TO W-HAYDRQ
           ELSE
              MOVE "N" TO W-HAYDRQ
           END-IF.
           OPEN INPUT LEGAJO.
           IF ST-LEGAJO = "00"
              MOVE "S" TO W-HAYLEG
           ELSE
              MOVE "N" TO W-HAYLEG
           END-IF.
           OPEN OUTPUT PORTALSAL.
           MOVE 0 TO W-ALUMNOS W-REGISTROS.

       100-ALUMNO-10.
           READ ALUMNOS NEXT AT END
                GO TO 100-ALUMNO-90
           END-READ.
           IF ALU-DEBAJA
              GO TO 100-ALUMNO-10
           END-IF.
           ADD 1 TO W-ALUMNOS.
           MOVE ALU-CODIGO    TO W-CODALUMNO
           MOVE ALU-CODIGO    TO DP-CODIGO
           MOVE ALU-DOCUMENTO TO DP-DOCUMENTO.
           PERFORM 200-INSCRIP-00 THRU 200-INSCRIP-99.
           PERFORM 300-CUOTAS-00 THRU 300-CUOTAS-99.
           GO TO 100-ALUMNO-10.
       100-ALUMNO-90.
           CLOSE PORTALSAL.
           IF W-HAYLEG = "S"
              CLOSE LEGAJO
           END-IF.
           IF W-HAYDRQ = "S"
              CLOSE DOCREQ
           END-IF.
           IF W-HAYHOR = "S"
              CLOSE HORARIOS
           END-IF.
           IF W-HAYCUO = "S"
              CLOSE CUOTAS
           END-IF.
           IF W-HAYEXA = "S"
              CLOSE EXAMENES
           END-IF.
           IF W-HAYNOT = "S"
              CLOSE NOTAS
           END-IF.
           IF W-HAYMAT = "S"
              CLOSE MATERIAS
           END-IF.
           IF W-HAYINS = "S"
              CLOSE INSCRIPCIONES
           END-IF.
           CLOSE ALUMNOS.

           INITIALIZE W14-DATOS
           MOVE "PROG-159"   TO W14-PROGRAMA
           MOVE W40-OPERADOR TO W14-OPERADOR
           MOVE W-ALUMNOS    TO W14-PROCESADOS
           MOVE 0            TO W14-RECHAZADOS
           MOVE "OK"         TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           CANCEL "P14".

           IF W40-MODO NOT = "B"
              DISPLAY "ALUMNOS EXTRAIDOS     :" LINE 10 POSITION 1
              DISPLAY W-ALUMNOS                LINE 10 POSITION 25
              DISPLAY "REGISTROS GRABADOS    :" LINE 11 POSITION 1
              DISPLAY W-REGISTROS              LINE 11 POSITION 25
              DISPLAY "ARCHIVO GENERADO EN PORTAL.CSV" LINE 13
                         POSITION 1
              ACCEPT SINO LINE 24 POSITION 80
           END-IF.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  INSCRIPCIONES ACTIVAS DEL ALUMNO: POR CADA
      *  UNA LA ASISTENCIA, LAS NOTAS, EL HORARIO
      *  DE SU COMISION Y LO QUE FALTA DEL LEGAJO
      ********************************************
       200-INSCRIP-00.
           IF W-HAYINS NOT = "S"
              GO TO 200-INSCRIP-99
           END-IF.
           MOVE W-CODALUMNO TO INS-ALUMNO
           MOVE 0 TO INS-CURSO
           MOVE 0 TO INS-CICLO
           START INSCRIPCIONES KEY IS NOT LESS INS-CLAVE
              INVALID KEY
                 GO TO 200-INSCRIP-99
           END-START.
       200-INSCRIP-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 200-INSCRIP-99
           END-READ.
           IF INS-ALUMNO NOT = W-CODALUMNO
              GO TO 200-INSCRIP-99
           END-IF.
           IF NOT INS-ACTIVA
              GO TO 200-INSCRIP-10
           END-IF.
           MOVE INS-CURSO    TO W-CURSOINS
           MOVE INS-COMISION TO W-COMISION.

           INITIALIZE W18-DATOS
           MOVE W-CODALUMNO TO W18-ALUMNO
           MOVE W-CURSOINS  TO W18-CURSO
           CALL "P18" USING W18-DATOS
           CANCEL "P18"
           MOVE W-CURSOINS  TO DA-CURSO
           MOVE INS-CICLO   TO DA-CICLO
           MOVE W18-PORCENT TO DA-PORCENT
           MOVE W18-ASISMIN TO DA-MINIMO
           MOVE "ASI" TO DP-TEMA
           MOVE DAT-ASIS TO DP-DATOS
           PERFORM 900-GRABA-00 THRU 900-GRABA-99.

           INITIALIZE W25-DATOS
           MOVE W-CODALUMNO TO W25-ALUMNO
           MOVE W-CURSOINS  TO W25-CURSO
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE W25-PLAN TO W-PLAN.
           PERFORM 210-NOTAS-00 THRU 210-NOTAS-99.
           PERFORM 220-HORARIO-00 THRU 220-HORARIO-99.
           PERFORM 230-LEGAJO-00 THRU 230-LEGAJO-99.
           GO TO 200-INSCRIP-10.
       200-INSCRIP-99. EXIT.

      *  UNA LINEA POR MATERIA DEL PLAN CON ALGUNA NOTA
       210-NOTAS-00.
           IF W-HAYMAT NOT = "S"
              GO TO 210-NOTAS-99
           END-IF.
           MOVE W-CURSOINS TO MAT-CURSO
           MOVE W-PLAN     TO MAT-PLAN
           MOVE 0          TO MAT-CODIGO
           START MATERIAS KEY IS NOT LESS MAT-CLAVE
              INVALID KEY
                 GO TO 210-NOTAS-99
           END-START.
       210-NOTAS-10.
           READ MATERIAS NEXT AT END
                GO TO 210-NOTAS-99
           END-READ.
           IF (MAT-CURSO NOT = W-CURSOINS) OR (MAT-PLAN NOT = W-PLAN)
              GO TO 210-NOTAS-99
           END-IF.
           MOVE "N" TO W-TIENENOTA
           MOVE MAT-CURSO       TO DN-CURSO
           MOVE MAT-CODIGO      TO DN-MATERIA
           MOVE MAT-DESCRIPCION TO DN-DESC
           MOVE SPACES TO DN-PARCIAL1 DN-PARCIAL2 DN-RECUPERA
                          DN-FINAL DN-NOTA DN-ESTADO.
           MOVE 1 TO W-INST.
       210-NOTAS-20.
           IF W-INST > 4
              GO TO 210-NOTAS-30
           END-IF.
           PERFORM 215-INSTANCIA-00 THRU 215-INSTANCIA-99.
           IF W-INST = 1
              MOVE W-NOTAINST TO DN-PARCIAL1
           END-IF.
           IF W-INST = 2
              MOVE W-NOTAINST TO DN-PARCIAL2
           END-IF.
           IF W-INST = 3
              MOVE W-NOTAINST TO DN-RECUPERA
           END-IF.
           IF W-INST = 4
              MOVE W-NOTAINST TO DN-FINAL
           END-IF.
           ADD 1 TO W-INST
           GO TO 210-NOTAS-20.
       210-NOTAS-30.
           IF W-HAYNOT = "S"
              MOVE MAT-CURSO   TO NOT-CURSO
              MOVE MAT-CODIGO  TO NOT-MATERIA
              MOVE W-CODALUMNO TO NOT-ALUMNO
              READ NOTAS KEY IS NOT-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE NOT-NOTA TO W-NOTA9
                    MOVE W-NOTA9 TO DN-NOTA
                    MOVE NOT-ESTADO TO DN-ESTADO
                    IF NOT-EQUIVALENCIA
                       MOVE "E" TO DN-ESTADO
                    END-IF
                    MOVE "S" TO W-TIENENOTA
              END-READ
           END-IF.
           IF W-TIENENOTA NOT = "S"
              GO TO 210-NOTAS-10
           END-IF.
           MOVE "NOT" TO DP-TEMA
           MOVE DAT-NOTA TO DP-DATOS
           PERFORM 900-GRABA-00 THRU 900-GRABA-99.
           GO TO 210-NOTAS-10.
       210-NOTAS-99. EXIT.

      *  NOTA DE UNA INSTANCIA EN W-NOTAINST (BLANCO SI NO RINDIO)
       215-INSTANCIA-00.
           MOVE SPACES TO W-NOTAINST.
           IF W-HAYEXA NOT = "S"
              GO TO 215-INSTANCIA-99
           END-IF.
           MOVE MAT-CURSO   TO EXA-CURSO
           MOVE MAT-CODIGO  TO EXA-MATERIA
           MOVE W-CODALUMNO TO EXA-ALUMNO
           MOVE W-INST      TO EXA-INSTANCIA
           READ EXAMENES KEY IS EXA-CLAVE
              INVALID KEY
                 GO TO 215-INSTANCIA-99
           END-READ.
           MOVE EXA-NOTA TO W-NOTA9
           MOVE W-NOTA9  TO W-NOTAINST
           MOVE "S" TO W-TIENENOTA.
       215-INSTANCIA-99. EXIT.

      *  LOS BLOQUES DE LA COMISION DEL ALUMNO EN EL CURSO
       220-HORARIO-00.
           IF W-HAYHOR NOT = "S"
              GO TO 220-HORARIO-99
           END-IF.
           MOVE W-CURSOINS TO HOR-CURSO
           MOVE W-COMISION TO HOR-COMISION
           MOVE 0          TO HOR-DIA
           MOVE 0          TO HOR-DESDE
           START HORARIOS KEY IS NOT LESS HOR-CLAVE
              INVALID KEY
                 GO TO 220-HORARIO-99
           END-START.
       220-HORARIO-10.
           READ HORARIOS NEXT AT END
                GO TO 220-HORARIO-99
           END-READ.
           IF (HOR-CURSO NOT = W-CURSOINS) OR
              (HOR-COMISION NOT = W-COMISION)
              GO TO 220-HORARIO-99
           END-IF.
           MOVE HOR-CURSO    TO DH-CURSO
           MOVE HOR-COMISION TO DH-COMISION
           MOVE HOR-DIA      TO DH-DIA
           MOVE HOR-DESDE    TO DH-DESDE
           MOVE HOR-HASTA    TO DH-HASTA
           MOVE HOR-MATERIA  TO DH-MATERIA
           MOVE HOR-AULA     TO DH-AULA
           MOVE SPACES       TO DH-DESC
           IF W-HAYMAT = "S"
              MOVE HOR-CURSO   TO MAT-CURSO
              MOVE W-PLAN      TO MAT-PLAN
              MOVE HOR-MATERIA TO MAT-CODIGO
              READ MATERIAS KEY IS MAT-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE MAT-DESCRIPCION TO DH-DESC
              END-READ
           END-IF
           MOVE "HOR" TO DP-TEMA
           MOVE DAT-HORA TO DP-DATOS
           PERFORM 900-GRABA-00 THRU 900-GRABA-99.
           GO TO 220-HORARIO-10.
       220-HORARIO-99. EXIT.

      *  DOCUMENTOS REQUERIDOS POR EL CURSO SIN TILDAR RECIBIDOS
       230-LEGAJO-00.
           IF W-HAYDRQ NOT = "S"
              GO TO 230-LEGAJO-99
           END-IF.
           MOVE W-CURSOINS TO DRQ-CURSO
           MOVE 0          TO DRQ-ITEM
           START DOCREQ KEY IS NOT LESS DRQ-CLAVE
              INVALID KEY
                 GO TO 230-LEGAJO-99
           END-START.
       230-LEGAJO-10.
           READ DOCREQ NEXT AT END
                GO TO 230-LEGAJO-99
           END-READ.
           IF DRQ-CURSO NOT = W-CURSOINS
              GO TO 230-LEGAJO-99
           END-IF.
           IF W-HAYLEG = "S"
              MOVE W-CODALUMNO TO LEG-ALUMNO
              MOVE W-CURSOINS  TO LEG-CURSO
              MOVE DRQ-ITEM    TO LEG-ITEM
              READ LEGAJO KEY IS LEG-CLAVE
                 INVALID KEY
                    MOVE "F" TO LEG-ESTADO
              END-READ
              IF LEG-RECIBIDO
                 GO TO 230-LEGAJO-10
              END-IF
           END-IF.
           MOVE DRQ-CURSO       TO DD-CURSO
           MOVE DRQ-ITEM        TO DD-ITEM
           MOVE DRQ-DESCRIPCION TO DD-DESC
           MOVE "DOC" TO DP-TEMA
           MOVE DAT-DOC TO DP-DATOS
           PERFORM 900-GRABA-00 THRU 900-GRABA-99.
           GO TO 230-LEGAJO-10.
       230-LEGAJO-99. EXIT.

      *  CUOTAS PENDIENTES CON SALDO, RECARGO INCLUIDO
       300-CUOTAS-00.
           IF W-HAYCUO NOT = "S"
              GO TO 300-CUOTAS-99
           END-IF.
           MOVE W-CODALUMNO TO CUO-ALUMNO
           MOVE 0 TO CUO-CURSO
           MOVE 0 TO CUO-ANIO
           MOVE 0 TO CUO-MES
           START CUOTAS KEY IS NOT LESS CUO-CLAVE
              INVALID KEY
                 GO TO 300-CUOTAS-99
           END-START.
       300-CUOTAS-10.
           READ CUOTAS NEXT AT END
                GO TO 300-CUOTAS-99
           END-READ.
           IF CUO-ALUMNO NOT = W-CODALUMNO
              GO TO 300-CUOTAS-99
           END-IF.
           IF NOT CUO-PENDIENTE
              GO TO 300-CUOTAS-10
           END-IF.
           COMPUTE W-SALDOCUO = (CUO-IMPORTE + CUO-RECARGO)
                              - CUO-IMPORTEPAGO
           IF W-SALDOCUO = 0
              GO TO 300-CUOTAS-10
           END-IF.
           MOVE CUO-CURSO       TO DC-CURSO
           MOVE CUO-ANIO        TO DC-ANIO
           MOVE CUO-MES         TO DC-MES
           MOVE CUO-IMPORTE     TO DC-IMPORTE
           MOVE CUO-RECARGO     TO DC-RECARGO
           MOVE CUO-IMPORTEPAGO TO DC-PAGADO
           MOVE W-SALDOCUO      TO DC-SALDO
           MOVE "CUO" TO DP-TEMA
           MOVE DAT-CUOTA TO DP-DATOS
           PERFORM 900-GRABA-00 THRU 900-GRABA-99.
           GO TO 300-CUOTAS-10.
       300-CUOTAS-99. EXIT.

       900-GRABA-00.
           MOVE DET-PORTAL TO REG-PORTALSAL
           WRITE REG-PORTALSAL.
           ADD 1 TO W-REGISTROS.
       900-GRABA-99. EXIT.

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
