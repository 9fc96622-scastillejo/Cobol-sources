       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-149.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 149
      *  REGISTRO DE SANCIONES DISCIPLINARIAS POR
      *  ALUMNO (SANCION.DAT): OBSERVACION,
      *  AMONESTACION (CON CANTIDAD) O SUSPENSION
      *  (CON DIAS), MOTIVO Y DOCENTE QUE LA
      *  INFORMA. LLEVA EL ACUMULADO DE
      *  AMONESTACIONES DEL CICLO Y MARCA CUANDO
      *  SE LLEGA AL LIMITE DEL PARAMETRO
      *  SANCLIMI (POR OMISION 25). LOS DIAS DE
      *  SUSPENSION (HABILES SEGUN PROG-20, Y EN
      *  LOS QUE EL CURSO TIENE CLASE SEGUN EL
      *  HORARIO) QUEDAN JUSTIFICADOS EN
      *  ASISTENCIA PARA NO DESVIRTUAR LOS
      *  PORCENTAJES (PROG-55 / PROG-18). CADA
      *  SANCION SE NOTIFICA POR PROG-17 (EVENTO
      *  SA, QUE PROG-81 DIRIGE AL TUTOR DE
      *  EMERGENCIA) Y SE VE EN LA FICHA INTEGRAL
      *  (PROG-110)
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-SANCIO.CPY".
       COPY "S-ALUMNO.CPY".
       COPY "S-DOCENT.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-ASISTE.CPY".
       COPY "S-HORARI.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-SANCIO.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-DOCENT.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-ASISTE.CPY".
       COPY "F-HORARI.CPY".

       WORKING-STORAGE SECTION.

       01 DETALLE-01.
          03 D1-FECHA    PIC 9(08).
          03             PIC X.
          03 D1-TIPO     PIC X(12).
          03             PIC X.
          03 D1-CANT     PIC Z9.
          03             PIC X.
          03 D1-MOTIVO   PIC X(40).
          03             PIC X.
          03 D1-DOCENTE  PIC ZZ9.
          03             PIC X.
          03 D1-LIMITE   PIC X(03).

       01 W-TEXTONOT.
          03 WTN-TIPO    PIC X(13).
          03 WTN-CANT    PIC Z9.
          03             PIC X VALUE SPACE.
          03 WTN-MOTIVO  PIC X(24).

       COPY "L-P11.CPY".
       COPY "L-P12.CPY".
       COPY "L-P16.CPY".
       COPY "L-P17.CPY".
       COPY "L-P20.CPY".

       01 UBICACIONFILA PIC 999 VALUE 8.

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-SANCIONES   PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 ST-DOCENTES    PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-ASISTENCIA  PIC XX.
       01 ST-HORARIOS    PIC XX.
       01 W-HAYDOC       PIC X.
       01 W-HAYINS       PIC X.
       01 W-HAYHOR       PIC X.
       01 CONF           PIC X.
       01 W-ALUMNO       PIC 9(05).
       01 W-CICLO        PIC 9(04).
       01 W-CICLOHOY     PIC 9(04).
       01 W-HOY          PIC 9(08).
       01 W-TIPO         PIC X(01).
       01 W-CANTIDAD     PIC 9(02).
       01 W-MOTIVO       PIC X(40).
       01 W-DOCENTE      PIC 9(03).
       01 W-FECHASAN     PIC 9(08).
       01 W-SECUENCIA    PIC 9(02).
       01 W-LIMITE       PIC 9(03).
       01 W-TOTOBS       PIC 9(03).
       01 W-TOTAMON      PIC 9(03).
       01 W-TOTSUSP      PIC 9(03).
       01 W-DIASSUSP     PIC 9(02).
       01 W-JUSTIFIC     PIC 9(04).
       01 W-DICTA        PIC X.
       01 W-HAYBANDA     PIC X.
       01 W-LINEAS       PIC 9(04).
       01 W-RESTO        PIC 9(04).
       01 W-FECHA        PIC 9(08).
       01 W-FECHA-R REDEFINES W-FECHA.
          03 W-ANIO      PIC 9(04).
          03 W-MES       PIC 9(02).
          03 W-DIA       PIC 9(02).
       01 W-DIASEM       PIC 9(01).

       01 TABLA-DIASMES.
          03 PIC X(24) VALUE "312831303130313130313031".
       01 TABLA-DIASMES-R REDEFINES TABLA-DIASMES.
          03 TDM-DIAS OCCURS 12 TIMES PIC 9(02).

       01 Z-ANIO   PIC 9(04).
       01 Z-MES    PIC 9(02).
       01 Z-DIA    PIC 9(02).
       01 Z-K      PIC 9(02).
       01 Z-J      PIC 9(02).
       01 Z-T1     PIC 9(04).
       01 Z-T2     PIC 9(04).
       01 Z-SUMA   PIC 9(06).
       01 Z-H      PIC 9(01).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-SANCIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SANCIONES.
           DISPLAY "ERROR DE E/S EN SANCIONES. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-SANCIONES LINE 23 POSITION 37
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-ASISTENCIA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ASISTENCIA.
           DISPLAY "ERROR DE E/S EN ASISTENCIA. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-ASISTENCIA LINE 23 POSITION 38
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
           OPEN INPUT ALUMNOS.
           IF ST-ALUMNOS NOT = "00"
              MOVE "NO HAY ALUMNOS CARGADOS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO FINAL-F
           END-IF.
           OPEN I-O SANCIONES.
           IF ST-SANCIONES = "35"
             OPEN OUTPUT SANCIONES
             CLOSE SANCIONES
             OPEN I-O SANCIONES
           END-IF.
           OPEN I-O ASISTENCIA.
           IF ST-ASISTENCIA = "35"
             OPEN OUTPUT ASISTENCIA
             CLOSE ASISTENCIA
             OPEN I-O ASISTENCIA
           END-IF.
           OPEN INPUT DOCENTES.
           IF ST-DOCENTES = "00"
              MOVE "S" TO W-HAYDOC
           ELSE
              MOVE "N" TO W-HAYDOC
           END-IF.
           OPEN INPUT INSCRIPCIONES.
           IF ST-INSCRIP = "00"
              MOVE "S" TO W-HAYINS
           ELSE
              MOVE "N" TO W-HAYINS
           END-IF.
           OPEN INPUT HORARIOS.
           IF ST-HORARIOS = "00"
              MOVE "S" TO W-HAYHOR
           ELSE
              MOVE "N" TO W-HAYHOR
           END-IF.
           MOVE 25 TO W-LIMITE.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "SANCLIMI" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM > 0)
                                 AND (W16-VALORNUM < 1000)
              MOVE W16-VALORNUM TO W-LIMITE
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-HOY.
           INITIALIZE W1-DATOS
           MOVE 11 TO W1-OPCION
           MOVE "03" TO W1-DESCRIPCION(1:2)
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO(5:4) TO W-CICLOHOY.

       INICIO.
           DISPLAY " " ERASE
           MOVE "SANCIONES DISCIPLINARIAS" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 12 POSITION 10.

           IF OPCION = 1
              PERFORM 100-REGISTRA-00 THRU 100-REGISTRA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              PERFORM 500-CONSULTA-00 THRU 500-CONSULTA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYHOR = "S"
              CLOSE HORARIOS
           END-IF.
           IF W-HAYINS = "S"
              CLOSE INSCRIPCIONES
           END-IF.
           IF W-HAYDOC = "S"
              CLOSE DOCENTES
           END-IF.
           CLOSE ASISTENCIA.
           CLOSE SANCIONES.
           CLOSE ALUMNOS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  ALTA DE UNA SANCION: ALUMNO, FECHA (NO
      *  FUTURA), TIPO, CANTIDAD, MOTIVO Y
      *  DOCENTE. SE MUESTRAN LOS TOTALES DEL
      *  CICLO ANTES DE CONFIRMAR
      ********************************************
       100-REGISTRA-00.
           DISPLAY " " ERASE
           MOVE "REGISTRO DE SANCION" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       100-REGISTRA-10.
           ACCEPT W-ALUMNO LINE 4 POSITION 13 PROMPT.
           IF W-ALUMNO = 0
              GO TO 100-REGISTRA-99
           END-IF.
           MOVE W-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE "EL ALUMNO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-REGISTRA-10
           END-READ.
           DISPLAY ALU-APELLIDO LINE 4 POSITION 20.
           DISPLAY ALU-NOMBRE   LINE 4 POSITION 41.
           MOVE W-CICLOHOY TO W-CICLO.
           PERFORM 200-TOTALES-00 THRU 200-TOTALES-99.
           PERFORM 210-MUESTRATOT-00 THRU 210-MUESTRATOT-99.
       100-REGISTRA-20.
           MOVE W-HOY TO W-FECHASAN.
           ACCEPT W-FECHASAN LINE 5 POSITION 13 PROMPT UPDATE.
           MOVE W-FECHASAN TO W-FECHA
           PERFORM 900-VALIDAFECHA-00 THRU 900-VALIDAFECHA-99.
           IF W12-RESULTADO NOT = "S"
              GO TO 100-REGISTRA-20
           END-IF.
           IF W-FECHASAN > W-HOY
              MOVE "LA FECHA NO PUEDE SER FUTURA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-REGISTRA-20
           END-IF.
       100-REGISTRA-30.
           ACCEPT W-TIPO LINE 6 POSITION 13 PROMPT.
           IF (W-TIPO NOT = "O") AND (W-TIPO NOT = "A")
                                 AND (W-TIPO NOT = "S")
              GO TO 100-REGISTRA-30
           END-IF.
       100-REGISTRA-40.
           MOVE 1 TO W-CANTIDAD.
           IF W-TIPO = "O"
              DISPLAY W-CANTIDAD LINE 7 POSITION 13
              GO TO 100-REGISTRA-50
           END-IF.
           ACCEPT W-CANTIDAD LINE 7 POSITION 13 PROMPT UPDATE.
           IF W-CANTIDAD = 0
              MOVE "LA CANTIDAD DEBE SER MAYOR QUE CERO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-REGISTRA-40
           END-IF.
       100-REGISTRA-50.
           MOVE SPACES TO W-MOTIVO.
           ACCEPT W-MOTIVO LINE 8 POSITION 13 PROMPT.
           IF W-MOTIVO = SPACES
              MOVE "EL MOTIVO ES OBLIGATORIO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-REGISTRA-50
           END-IF.
       100-REGISTRA-60.
           ACCEPT W-DOCENTE LINE 9 POSITION 13 PROMPT.
           IF W-HAYDOC = "S"
              MOVE W-DOCENTE TO DOC-CODIGO
              READ DOCENTES KEY IS DOC-CODIGO
                 INVALID KEY
                    MOVE "EL DOCENTE NO EXISTE." TO M-ERROR
                    PERFORM ERRORES THRU ERRORES-F
                    GO TO 100-REGISTRA-60
              END-READ
              DISPLAY DOC-NOMBRE LINE 9 POSITION 20
           END-IF.
       100-REGISTRA-70.
           ACCEPT CONF LINE 21 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 100-REGISTRA-70
           END-IF.
           IF CONF = "N"
              GO TO 100-REGISTRA-00
           END-IF.
           PERFORM 300-GRABA-00 THRU 300-GRABA-99.
           GO TO 100-REGISTRA-00.
       100-REGISTRA-99. EXIT.

      ********************************************
      *  TOTALES DEL ALUMNO EN EL CICLO W-CICLO:
      *  OBSERVACIONES, AMONESTACIONES Y DIAS DE
      *  SUSPENSION
      ********************************************
       200-TOTALES-00.
           MOVE 0 TO W-TOTOBS W-TOTAMON W-TOTSUSP.
           MOVE W-ALUMNO TO SAN-ALUMNO
           MOVE 0        TO SAN-FECHA
           MOVE 0        TO SAN-SECUENCIA
           START SANCIONES KEY IS NOT LESS SAN-CLAVE
              INVALID KEY
                 GO TO 200-TOTALES-99
           END-START.
       200-TOTALES-10.
           READ SANCIONES NEXT AT END
                GO TO 200-TOTALES-99
           END-READ.
           IF SAN-ALUMNO NOT = W-ALUMNO
              GO TO 200-TOTALES-99
           END-IF.
           IF SAN-CICLO NOT = W-CICLO
              GO TO 200-TOTALES-10
           END-IF.
           IF SAN-OBSERVACION
              ADD 1 TO W-TOTOBS
           END-IF.
           IF SAN-AMONESTACION
              ADD SAN-CANTIDAD TO W-TOTAMON
           END-IF.
           IF SAN-SUSPENSION
              ADD SAN-CANTIDAD TO W-TOTSUSP
           END-IF.
           GO TO 200-TOTALES-10.
       200-TOTALES-99. EXIT.

       210-MUESTRATOT-00.
           DISPLAY "CICLO       OBSERV. AMONEST.  LIMITE  DIAS SUSP."
                      LINE 16 POSITION 1.
           DISPLAY W-CICLO   LINE 17 POSITION 1.
           DISPLAY W-TOTOBS  LINE 17 POSITION 14.
           DISPLAY W-TOTAMON LINE 17 POSITION 22.
           DISPLAY W-LIMITE  LINE 17 POSITION 32.
           DISPLAY W-TOTSUSP LINE 17 POSITION 40.
           IF W-TOTAMON NOT < W-LIMITE
              DISPLAY "LIMITE DE AMONESTACIONES ALCANZADO"
                         LINE 18 POSITION 1
           ELSE
              DISPLAY "                                  "
                         LINE 18 POSITION 1
           END-IF.
       210-MUESTRATOT-99. EXIT.

      ********************************************
      *  GRABA LA SANCION CON EL ACUMULADO DE
      *  AMONESTACIONES DEL CICLO, JUSTIFICA LOS
      *  DIAS DE SUSPENSION Y ENCOLA LA
      *  NOTIFICACION AL TUTOR DE EMERGENCIA
      ********************************************
       300-GRABA-00.
           MOVE W-FECHASAN(1:4) TO W-CICLO.
           PERFORM 200-TOTALES-00 THRU 200-TOTALES-99.
           PERFORM 310-SECUENCIA-00 THRU 310-SECUENCIA-99.
           INITIALIZE REG-SANCION
           MOVE W-ALUMNO     TO SAN-ALUMNO
           MOVE W-FECHASAN   TO SAN-FECHA
           MOVE W-SECUENCIA  TO SAN-SECUENCIA
           MOVE W-CICLO      TO SAN-CICLO
           MOVE W-TIPO       TO SAN-TIPO
           MOVE W-CANTIDAD   TO SAN-CANTIDAD
           MOVE W-MOTIVO     TO SAN-MOTIVO
           MOVE W-DOCENTE    TO SAN-DOCENTE
           MOVE W40-OPERADOR TO SAN-OPERADOR
           MOVE W-HOY        TO SAN-FECHACARGA
           MOVE "N"          TO SAN-LIMITE
           IF SAN-AMONESTACION
              ADD W-CANTIDAD TO W-TOTAMON
           END-IF.
           MOVE W-TOTAMON TO SAN-ACUMULADO.
           IF W-TOTAMON NOT < W-LIMITE
              MOVE "S" TO SAN-LIMITE
           END-IF.
           MOVE 0 TO W-JUSTIFIC.
           MOVE W-FECHASAN TO SAN-HASTA.
           IF SAN-SUSPENSION
              PERFORM 400-SUSPENDE-00 THRU 400-SUSPENDE-99
           END-IF.
           WRITE REG-SANCION
              INVALID KEY
                 MOVE "NO SE PUDO GRABAR LA SANCION." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 300-GRABA-99
           END-WRITE.

           INITIALIZE W17-DATOS
           MOVE W-ALUMNO TO W17-ALUMNO
           MOVE "SA"     TO W17-EVENTO
           IF SAN-OBSERVACION
              MOVE "OBSERVACION  " TO WTN-TIPO
           END-IF.
           IF SAN-AMONESTACION
              MOVE "AMONESTACION " TO WTN-TIPO
           END-IF.
           IF SAN-SUSPENSION
              MOVE "SUSPENSION D." TO WTN-TIPO
           END-IF.
           MOVE W-CANTIDAD   TO WTN-CANT
           MOVE W-MOTIVO     TO WTN-MOTIVO
           MOVE W-TEXTONOT   TO W17-TEXTO
           CALL "P17" USING W17-DATOS
           CANCEL "P17".
           IF SAN-ALCANZOLIMITE AND SAN-AMONESTACION
              INITIALIZE W17-DATOS
              MOVE W-ALUMNO TO W17-ALUMNO
              MOVE "SA"     TO W17-EVENTO
              MOVE "ALCANZO EL LIMITE DE AMONESTACIONES" TO W17-TEXTO
              CALL "P17" USING W17-DATOS
              CANCEL "P17"
           END-IF.

           PERFORM 210-MUESTRATOT-00 THRU 210-MUESTRATOT-99.
           IF SAN-SUSPENSION
              DISPLAY "SUSPENDIDO HASTA:" LINE 19 POSITION 1
              DISPLAY SAN-HASTA           LINE 19 POSITION 19
              DISPLAY "CLASES JUSTIFICADAS:" LINE 19 POSITION 30
              DISPLAY W-JUSTIFIC          LINE 19 POSITION 51
           END-IF.
           MOVE "SANCION REGISTRADA Y NOTIFICADA" TO M-ERROR.
           PERFORM ERRORES THRU ERRORES-F.
       300-GRABA-99. EXIT.

      *  PROXIMA SECUENCIA DEL ALUMNO EN LA FECHA
       310-SECUENCIA-00.
           MOVE 1 TO W-SECUENCIA.
           MOVE W-ALUMNO   TO SAN-ALUMNO
           MOVE W-FECHASAN TO SAN-FECHA
           MOVE 0          TO SAN-SECUENCIA
           START SANCIONES KEY IS NOT LESS SAN-CLAVE
              INVALID KEY
                 GO TO 310-SECUENCIA-99
           END-START.
       310-SECUENCIA-10.
           READ SANCIONES NEXT AT END
                GO TO 310-SECUENCIA-99
           END-READ.
           IF (SAN-ALUMNO NOT = W-ALUMNO) OR
              (SAN-FECHA NOT = W-FECHASAN)
              GO TO 310-SECUENCIA-99
           END-IF.
           COMPUTE W-SECUENCIA = SAN-SECUENCIA + 1.
           GO TO 310-SECUENCIA-10.
       310-SECUENCIA-99. EXIT.

      ********************************************
      *  SUSPENSION: RECORRE LOS DIAS HABILES
      *  DESDE LA FECHA DE LA SANCION (PROG-20)
      *  HASTA CUBRIR LOS DIAS PEDIDOS. EN CADA
      *  UNO, PARA CADA INSCRIPCION ACTIVA DEL
      *  ALUMNO CUYO CURSO TENGA CLASE ESE DIA, LA
      *  ASISTENCIA QUEDA JUSTIFICADA. SAN-HASTA
      *  QUEDA CON EL ULTIMO DIA SUSPENDIDO
      ********************************************
       400-SUSPENDE-00.
           MOVE 0 TO W-DIASSUSP.
           MOVE W-FECHASAN TO W-FECHA.
       400-SUSPENDE-10.
           IF W-DIASSUSP NOT < W-CANTIDAD
              GO TO 400-SUSPENDE-99
           END-IF.
           INITIALIZE W20-DATOS
           MOVE W-FECHA TO W20-FECHA
           CALL "P20" USING W20-DATOS
           CANCEL "P20"
           MOVE W20-FECHA TO W-FECHA.
           ADD 1 TO W-DIASSUSP.
           MOVE W-FECHA TO SAN-HASTA.
           PERFORM 950-DIASEMANA-00 THRU 950-DIASEMANA-99.
           PERFORM 410-INSCRIPTO-00 THRU 410-INSCRIPTO-99.
           PERFORM 960-SUMADIA-00 THRU 960-SUMADIA-99.
           GO TO 400-SUSPENDE-10.
       400-SUSPENDE-99. EXIT.

       410-INSCRIPTO-00.
           IF W-HAYINS NOT = "S"
              GO TO 410-INSCRIPTO-99
           END-IF.
           MOVE W-ALUMNO TO INS-ALUMNO
           MOVE 0        TO INS-CURSO
           MOVE 0        TO INS-CICLO
           START INSCRIPCIONES KEY IS NOT LESS INS-CLAVE
              INVALID KEY
                 GO TO 410-INSCRIPTO-99
           END-START.
       410-INSCRIPTO-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 410-INSCRIPTO-99
           END-READ.
           IF INS-ALUMNO NOT = W-ALUMNO
              GO TO 410-INSCRIPTO-99
           END-IF.
           IF NOT INS-ACTIVA
              GO TO 410-INSCRIPTO-10
           END-IF.
           PERFORM 420-DICTA-00 THRU 420-DICTA-99.
           IF W-DICTA NOT = "S"
              GO TO 410-INSCRIPTO-10
           END-IF.
           MOVE INS-CURSO  TO ASI-CURSO
           MOVE W-FECHA    TO ASI-FECHA
           MOVE W-ALUMNO   TO ASI-ALUMNO
           MOVE "J"        TO ASI-ESTADO
           MOVE W-ALUMNO   TO ASI-ALUMNOALT
           MOVE W-FECHA    TO ASI-FECHAALT
           WRITE REG-ASISTENCIA
              INVALID KEY
                 REWRITE REG-ASISTENCIA
                 END-REWRITE
           END-WRITE.
           ADD 1 TO W-JUSTIFIC.
           GO TO 410-INSCRIPTO-10.
       410-INSCRIPTO-99. EXIT.

      *  EL CURSO TIENE CLASE EL DIA W-DIASEM SI SU COMISION
      *  TIENE BANDA ESE DIA; UN CURSO SIN HORARIO CARGADO
      *  SE CONSIDERA CON CLASE TODOS LOS DIAS HABILES
       420-DICTA-00.
           MOVE "S" TO W-DICTA.
           IF W-HAYHOR NOT = "S"
              GO TO 420-DICTA-99
           END-IF.
           MOVE "N" TO W-HAYBANDA.
           MOVE INS-CURSO TO HOR-CURSO
           MOVE 0         TO HOR-COMISION
           MOVE 0         TO HOR-DIA
           MOVE 0         TO HOR-DESDE
           START HORARIOS KEY IS NOT LESS HOR-CLAVE
              INVALID KEY
                 GO TO 420-DICTA-99
           END-START.
       420-DICTA-10.
           READ HORARIOS NEXT AT END
                GO TO 420-DICTA-20
           END-READ.
           IF HOR-CURSO NOT = INS-CURSO
              GO TO 420-DICTA-20
           END-IF.
           MOVE "S" TO W-HAYBANDA.
           IF (HOR-COMISION = INS-COMISION) AND (HOR-DIA = W-DIASEM)
              GO TO 420-DICTA-99
           END-IF.
           GO TO 420-DICTA-10.
       420-DICTA-20.
           IF W-HAYBANDA = "S"
              MOVE "N" TO W-DICTA
           END-IF.
       420-DICTA-99. EXIT.

      ********************************************
      *  CONSULTA DE SANCIONES DE UN ALUMNO EN UN
      *  CICLO, CON SUS TOTALES
      ********************************************
       500-CONSULTA-00.
           DISPLAY " " ERASE
           MOVE "CONSULTA DE SANCIONES" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "ALUMNO    :" LINE 4 POSITION 1.
           DISPLAY "CICLO     :" LINE 5 POSITION 1.
       500-CONSULTA-10.
           ACCEPT W-ALUMNO LINE 4 POSITION 13 PROMPT.
           IF W-ALUMNO = 0
              GO TO 500-CONSULTA-99
           END-IF.
           MOVE W-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE "EL ALUMNO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 500-CONSULTA-10
           END-READ.
           DISPLAY ALU-APELLIDO LINE 4 POSITION 20.
           DISPLAY ALU-NOMBRE   LINE 4 POSITION 41.
           MOVE W-CICLOHOY TO W-CICLO.
           ACCEPT W-CICLO LINE 5 POSITION 13 PROMPT UPDATE.
           PERFORM 520-COLUMNAS-00 THRU 520-COLUMNAS-99.
           MOVE 7 TO UBICACIONFILA.
           MOVE 0 TO W-LINEAS.
           MOVE W-ALUMNO TO SAN-ALUMNO
           MOVE 0        TO SAN-FECHA
           MOVE 0        TO SAN-SECUENCIA
           START SANCIONES KEY IS NOT LESS SAN-CLAVE
              INVALID KEY
                 GO TO 500-CONSULTA-80
           END-START.
       500-CONSULTA-20.
           READ SANCIONES NEXT AT END
                GO TO 500-CONSULTA-80
           END-READ.
           IF SAN-ALUMNO NOT = W-ALUMNO
              GO TO 500-CONSULTA-80
           END-IF.
           IF SAN-CICLO NOT = W-CICLO
              GO TO 500-CONSULTA-20
           END-IF.
           ADD 1 TO UBICACIONFILA.
           IF UBICACIONFILA > 15
              ACCEPT SINO LINE 24 POSITION 80
              DISPLAY " " ERASE
              PERFORM ENCABEZADO THRU ENCABEZADO-F
              PERFORM 520-COLUMNAS-00 THRU 520-COLUMNAS-99
              MOVE 8 TO UBICACIONFILA
           END-IF.
           MOVE SAN-FECHA    TO D1-FECHA
           MOVE SPACES       TO D1-TIPO
           IF SAN-OBSERVACION
              MOVE "OBSERVACION" TO D1-TIPO
           END-IF.
           IF SAN-AMONESTACION
              MOVE "AMONESTACION" TO D1-TIPO
           END-IF.
           IF SAN-SUSPENSION
              MOVE "SUSPENSION" TO D1-TIPO
           END-IF.
           MOVE SAN-CANTIDAD TO D1-CANT
           MOVE SAN-MOTIVO   TO D1-MOTIVO
           MOVE SAN-DOCENTE  TO D1-DOCENTE
           MOVE SPACES       TO D1-LIMITE
           IF SAN-ALCANZOLIMITE
              MOVE "***" TO D1-LIMITE
           END-IF.
           DISPLAY DETALLE-01 LINE UBICACIONFILA POSITION 1.
           ADD 1 TO W-LINEAS.
           GO TO 500-CONSULTA-20.
       500-CONSULTA-80.
           IF W-LINEAS = 0
              DISPLAY "SIN SANCIONES EN EL CICLO" LINE 8 POSITION 1
           END-IF.
           PERFORM 200-TOTALES-00 THRU 200-TOTALES-99.
           PERFORM 210-MUESTRATOT-00 THRU 210-MUESTRATOT-99.
           ACCEPT SINO LINE 24 POSITION 80.
           GO TO 500-CONSULTA-00.
       500-CONSULTA-99. EXIT.

       520-COLUMNAS-00.
           DISPLAY "FECHA    TIPO         CA MOTIVO" LINE 7 POSITION 1.
           DISPLAY "DOC LIM" LINE 7 POSITION 68.
       520-COLUMNAS-99. EXIT.

       900-VALIDAFECHA-00.
           INITIALIZE W12-DATOS
           MOVE 3 TO W12-OPCION
           MOVE W-FECHA TO W12-CAMPO(1:8)
           CALL "P12" USING W12-DATOS
           CANCEL "P12"
           IF W12-RESULTADO NOT = "S"
              MOVE W12-MENSAJE TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
           END-IF.
       900-VALIDAFECHA-99. EXIT.

      ********************************************
      *  DIA DE SEMANA DE W-FECHA COMO EN EL
      *  HORARIO (1 LUNES A 7 DOMINGO), POR LA
      *  CONGRUENCIA DE ZELLER DE PROG-20
      *  (0=SABADO 1=DOMINGO ... 6=VIERNES)
      ********************************************
       950-DIASEMANA-00.
           MOVE W-ANIO TO Z-ANIO
           MOVE W-MES  TO Z-MES
           MOVE W-DIA  TO Z-DIA
           IF Z-MES < 3
              COMPUTE Z-MES = Z-MES + 12
              COMPUTE Z-ANIO = Z-ANIO - 1
           END-IF
           DIVIDE Z-ANIO BY 100 GIVING Z-J REMAINDER Z-K
           COMPUTE Z-T1 = (13 * (Z-MES + 1)) / 5
           COMPUTE Z-T2 = Z-K / 4
           COMPUTE Z-SUMA = Z-DIA + Z-T1 + Z-K + Z-T2
                             + (Z-J / 4) + (5 * Z-J)
           DIVIDE Z-SUMA BY 7 GIVING Z-T1 REMAINDER Z-H.
           IF Z-H = 0
              MOVE 6 TO W-DIASEM
           ELSE
              IF Z-H = 1
                 MOVE 7 TO W-DIASEM
              ELSE
                 COMPUTE W-DIASEM = Z-H - 1
              END-IF
           END-IF.
       950-DIASEMANA-99. EXIT.

      *  SUMA UN DIA A W-FECHA, CON FIN DE MES Y BISIESTO
       960-SUMADIA-00.
           ADD 1 TO W-DIA.
           IF W-MES = 2
              DIVIDE W-ANIO BY 4 GIVING Z-T1 REMAINDER W-RESTO
              IF (W-RESTO = 0) AND (W-DIA NOT > 29)
                 GO TO 960-SUMADIA-99
              END-IF
           END-IF.
           IF W-DIA > TDM-DIAS (W-MES)
              MOVE 1 TO W-DIA
              ADD 1 TO W-MES
              IF W-MES > 12
                 MOVE 1 TO W-MES
                 ADD 1 TO W-ANIO
              END-IF
           END-IF.
       960-SUMADIA-99. EXIT.

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
           DISPLAY "1-REGISTRAR SANCION        " LINE 5 POSITION 1.
           DISPLAY "2-CONSULTAR SANCIONES      " LINE 6 POSITION 1.
           DISPLAY "9-SALIR                    " LINE 7 POSITION 1.
           DISPLAY "OPCION:"                     LINE 12 POSITION 1.
       PANTALLAINICIO-F. EXIT.

       PANTALLA.
           DISPLAY "ALUMNO    :"       LINE 4 POSITION 1.
           DISPLAY "FECHA     :"       LINE 5 POSITION 1.
           DISPLAY "(AAAAMMDD)"        LINE 5 POSITION 25.
           DISPLAY "TIPO      :"       LINE 6 POSITION 1.
           DISPLAY "(O = OBSERVACION, A = AMONESTACION, S = SUSPENSION)"
                      LINE 6 POSITION 16.
           DISPLAY "CANTIDAD  :"       LINE 7 POSITION 1.
           DISPLAY "(AMONESTACIONES O DIAS DE SUSPENSION)"
                      LINE 7 POSITION 16.
           DISPLAY "MOTIVO    :"       LINE 8 POSITION 1.
           DISPLAY "DOCENTE   :"       LINE 9 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): " LINE 21 POSITION 1.
       PANTALLA-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
