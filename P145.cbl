       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-145.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 145
      *  LIBRO DE TEMAS: REGISTRO DE LAS CLASES
      *  EFECTIVAMENTE DICTADAS. CADA BANDA DEL
      *  HORARIO (PROG-98) EN UNA FECHA ES UNA
      *  CLASE DEL LIBRO, CON EL DOCENTE QUE DEBIA
      *  DICTARLA (PROG-19 SI HAY SUPLENCIA O
      *  LICENCIA), SU ESTADO Y EL TEMA DADO.
      *  - OPCION 1: PROPONE LAS CLASES PREVISTAS
      *    DE UNA SEMANA SEGUN EL HORARIO, SALTEAN-
      *    DO FERIADOS Y RECESOS (PROG-115) Y LOS
      *    CURSOS SIN EDICION DICTANDOSE
      *  - OPCION 2: EL DOCENTE O PRECEPTOR CARGA
      *    LA CLASE COMO DICTADA, SUSPENDIDA O NO
      *    DICTADA, CON EL TEMA
      *  - OPCION 3: INFORME POR DOCENTE DE LAS
      *    CLASES SIN REGISTRAR Y NO DICTADAS DE UN
      *    PERIODO, POR EL SPOOL
      *  PROG-105 TOMA DE ACA LAS HORAS DICTADAS
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-LIBTEM.CPY".
       COPY "S-HORARI.CPY".
       COPY "S-CALEND.CPY".
       COPY "S-EDICIO.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-DOCENT.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-LIBTEM.CPY".
       COPY "F-HORARI.CPY".
       COPY "F-CALEND.CPY".
       COPY "F-EDICIO.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-DOCENT.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 TITULO-01.
          03 PIC X(05) VALUE "DESDE".
          03 PIC X.
          03 PIC X(05) VALUE "HASTA".
          03 PIC X.
          03 PIC X(03) VALUE "MAT".
          03 PIC X.
          03 PIC X(03) VALUE "DOC".
          03 PIC X.
          03 PIC X(03) VALUE "EST".
          03 PIC X.
          03 PIC X(40) VALUE "TEMA".

       01 DETALLE-01.
          03 D1-DESDE    PIC 9(04).
          03             PIC XX.
          03 D1-HASTA    PIC 9(04).
          03             PIC XX.
          03 D1-MATERIA  PIC Z9.
          03             PIC XX.
          03 D1-DOCENTE  PIC ZZ9.
          03             PIC XX.
          03 D1-ESTADO   PIC X(01).
          03             PIC XXX.
          03 D1-TEMA     PIC X(40).

       01 LINEA-LT-TIT.
          03 PIC X(38) VALUE "CLASES SIN REGISTRAR Y NO DICTADAS DEL".
          03 PIC X(01).
          03 LLT-DESDE   PIC 9(08).
          03 PIC X(03) VALUE " AL".
          03 PIC X(01).
          03 LLT-HASTA   PIC 9(08).
       01 LINEA-LT-DOC.
          03 PIC X(08) VALUE "DOCENTE ".
          03 LLD-CODIGO  PIC 9(03).
          03             PIC X.
          03 LLD-NOMBRE  PIC X(30).
       01 LINEA-LT-DET.
          03             PIC X(03).
          03 LLC-FECHA   PIC 9(08).
          03             PIC X.
          03 LLC-DESDE   PIC 9(04).
          03 PIC X VALUE "-".
          03 LLC-HASTA   PIC 9(04).
          03 PIC X(07) VALUE " CURSO ".
          03 LLC-CURSO   PIC 9(02).
          03 PIC X VALUE "/".
          03 LLC-COMISION PIC 9(02).
          03 PIC X(05) VALUE " MAT ".
          03 LLC-MATERIA PIC 9(02).
          03             PIC X.
          03 LLC-SITUA   PIC X(13).
       01 LINEA-LT-TOT.
          03             PIC X(03).
          03 PIC X(15) VALUE "SIN REGISTRAR: ".
          03 LLX-PREV    PIC ZZZ9.
          03 PIC X(15) VALUE "  NO DICTADAS: ".
          03 LLX-NODIC   PIC ZZZ9.
          03 PIC X(15) VALUE "  SUSPENDIDAS: ".
          03 LLX-SUSP    PIC ZZZ9.
       01 LINEA-RAYA.
          03 PIC X(60) VALUE ALL "-".

       COPY "L-P11.CPY".
       COPY "L-P12.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".
       COPY "L-P19.CPY".

       01 UBICACIONFILA PIC 999 VALUE 11.

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-LIBROTEMAS  PIC XX.
       01 ST-HORARIOS    PIC XX.
       01 ST-CALENDARIO  PIC XX.
       01 ST-EDICIONES   PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-DOCENTES    PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-HAYCAL       PIC X.
       01 W-HAYEDI       PIC X.
       01 W-HAYDOC       PIC X.
       01 CONF           PIC X.
       01 W-CURSO        PIC 9(02).
       01 W-COMISION     PIC 9(02).
       01 W-DESDE        PIC 9(04).
       01 W-ESTADO       PIC X(01).
       01 W-TEMA         PIC X(60).
       01 W-HOY          PIC 9(08).
       01 W-FECHAINF     PIC 9(08).
       01 W-FECHASUP     PIC 9(08).
       01 W-FECHA        PIC 9(08).
       01 W-FECHA-R REDEFINES W-FECHA.
          03 W-ANIO      PIC 9(04).
          03 W-MES       PIC 9(02).
          03 W-DIA       PIC 9(02).
       01 W-DIASEM       PIC 9(01).
       01 W-NRODIA       PIC 9(01).
       01 W-FERIADO      PIC X.
       01 W-DICTA        PIC X.
       01 W-PROPUESTAS   PIC 9(05).
       01 W-YAEXISTIAN   PIC 9(05).
       01 W-DOCANT       PIC 9(03).
       01 W-CANTPREV     PIC 9(04).
       01 W-CANTNODIC    PIC 9(04).
       01 W-CANTSUSP     PIC 9(04).
       01 W-DOCINF       PIC 9(04).
       01 W-RESTO        PIC 9(04).

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
       DECLA-LIBROTEMAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LIBROTEMAS.
           DISPLAY "ERROR DE E/S EN LIBRO DE TEMAS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-LIBROTEMAS LINE 23 POSITION 42
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-HORARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON HORARIOS.
           DISPLAY "ERROR DE E/S EN HORARIOS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-HORARIOS LINE 23 POSITION 36
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
           OPEN INPUT HORARIOS.
           IF ST-HORARIOS NOT = "00"
             MOVE "CARGAR PRIMERO LOS HORARIOS (PROG-98)" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO FINAL-F
           END-IF.
           OPEN I-O LIBROTEMAS.
           IF ST-LIBROTEMAS = "35"
             OPEN OUTPUT LIBROTEMAS
             CLOSE LIBROTEMAS
             OPEN I-O LIBROTEMAS
           END-IF.
           OPEN INPUT CURSOS.
           OPEN INPUT CALENDARIO.
           IF ST-CALENDARIO = "00"
              MOVE "S" TO W-HAYCAL
           ELSE
              MOVE "N" TO W-HAYCAL
           END-IF.
           OPEN INPUT EDICIONES.
           IF ST-EDICIONES = "00"
              MOVE "S" TO W-HAYEDI
           ELSE
              MOVE "N" TO W-HAYEDI
           END-IF.
           OPEN INPUT DOCENTES.
           IF ST-DOCENTES = "00"
              MOVE "S" TO W-HAYDOC
           ELSE
              MOVE "N" TO W-HAYDOC
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-HOY.

       INICIO.
           DISPLAY " " ERASE
           MOVE "LIBRO DE TEMAS" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 12 POSITION 10.

           IF OPCION = 1
              PERFORM 100-SEMANA-00 THRU 100-SEMANA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              PERFORM 200-REGISTRA-00 THRU 200-REGISTRA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 3
              PERFORM 300-INFORME-00 THRU 300-INFORME-99
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYDOC = "S"
              CLOSE DOCENTES
           END-IF.
           IF W-HAYEDI = "S"
              CLOSE EDICIONES
           END-IF.
           IF W-HAYCAL = "S"
              CLOSE CALENDARIO
           END-IF.
           CLOSE CURSOS.
           CLOSE LIBROTEMAS.
           CLOSE HORARIOS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  PROPUESTA SEMANAL: DESDE EL LUNES PEDIDO
      *  RECORRE LOS SIETE DIAS Y, EN LOS QUE NO
      *  SON FERIADO NI RECESO GENERAL, GRABA COMO
      *  PREVISTA CADA BANDA DEL HORARIO DE ESE
      *  DIA DE SEMANA. LAS CLASES YA CARGADAS NO
      *  SE TOCAN, ASI QUE SE PUEDE REPETIR
      ********************************************
       100-SEMANA-00.
           DISPLAY " " ERASE
           MOVE "PROPUESTA DE CLASES DE LA SEMANA" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "LUNES DE LA SEMANA:" LINE 5 POSITION 1.
           DISPLAY "(AAAAMMDD)"          LINE 5 POSITION 31.
           MOVE W-HOY TO W-FECHA.
       100-SEMANA-10.
           ACCEPT W-FECHA LINE 5 POSITION 21 PROMPT UPDATE.
           IF W-FECHA = 0
              GO TO 100-SEMANA-99
           END-IF.
           PERFORM 900-VALIDAFECHA-00 THRU 900-VALIDAFECHA-99.
           IF W12-RESULTADO NOT = "S"
              GO TO 100-SEMANA-10
           END-IF.
           PERFORM 950-DIASEMANA-00 THRU 950-DIASEMANA-99.
           IF W-DIASEM NOT = 1
              MOVE "LA FECHA NO ES UN LUNES." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-SEMANA-10
           END-IF.
       100-SEMANA-20.
           DISPLAY "CONFIRMA LA PROPUESTA? (S/N):" LINE 7 POSITION 1.
           ACCEPT CONF LINE 7 POSITION 31.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 100-SEMANA-20
           END-IF.
           IF CONF = "N"
              GO TO 100-SEMANA-99
           END-IF.
           MOVE 0 TO W-PROPUESTAS W-YAEXISTIAN.
           MOVE 1 TO W-NRODIA.
       100-SEMANA-30.
           MOVE W-NRODIA TO W-DIASEM
           PERFORM 150-FERIADO-00 THRU 150-FERIADO-99.
           IF W-FERIADO = "N"
              PERFORM 110-UNDIA-00 THRU 110-UNDIA-99
           END-IF.
           IF W-NRODIA = 7
              GO TO 100-SEMANA-40
           END-IF.
           ADD 1 TO W-NRODIA.
           PERFORM 960-SUMADIA-00 THRU 960-SUMADIA-99.
           GO TO 100-SEMANA-30.
       100-SEMANA-40.
           DISPLAY "CLASES PROPUESTAS   :" LINE 9 POSITION 1.
           DISPLAY W-PROPUESTAS           LINE 9 POSITION 23.
           DISPLAY "YA EXISTENTES       :" LINE 10 POSITION 1.
           DISPLAY W-YAEXISTIAN           LINE 10 POSITION 23.
           INITIALIZE W14-DATOS
           MOVE "PROG-145"   TO W14-PROGRAMA
           MOVE W40-OPERADOR TO W14-OPERADOR
           MOVE W-PROPUESTAS TO W14-PROCESADOS
           MOVE 0            TO W14-RECHAZADOS
           MOVE "OK"         TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           CANCEL "P14".
           MOVE "PROPUESTA GRABADA" TO M-ERROR.
           PERFORM ERRORES THRU ERRORES-F.
       100-SEMANA-99. EXIT.

      *  TODAS LAS BANDAS DEL HORARIO DEL DIA DE SEMANA
      *  W-DIASEM PARA LA FECHA W-FECHA
       110-UNDIA-00.
           MOVE 0 TO HOR-CURSO
           MOVE 0 TO HOR-COMISION
           MOVE 0 TO HOR-DIA
           MOVE 0 TO HOR-DESDE
           START HORARIOS KEY IS NOT LESS HOR-CLAVE
              INVALID KEY
                 GO TO 110-UNDIA-99
           END-START.
       110-UNDIA-10.
           READ HORARIOS NEXT AT END
                GO TO 110-UNDIA-99
           END-READ.
           IF HOR-DIA NOT = W-DIASEM
              GO TO 110-UNDIA-10
           END-IF.
           PERFORM 120-UNABANDA-00 THRU 120-UNABANDA-99.
           GO TO 110-UNDIA-10.
       110-UNDIA-99. EXIT.

      ********************************************
      *  UNA BANDA DEL HORARIO EN LA FECHA: SI EL
      *  CURSO SE DICTA ESE DIA Y NO TIENE RECESO
      *  PROPIO, SE GRABA LA CLASE PREVISTA CON EL
      *  DOCENTE EFECTIVO (SI LA BANDA ES DEL
      *  TITULAR MANDA LA SUPLENCIA O LICENCIA)
      ********************************************
       120-UNABANDA-00.
           PERFORM 160-DICTA-00 THRU 160-DICTA-99.
           IF W-DICTA NOT = "S"
              GO TO 120-UNABANDA-99
           END-IF.
           IF W-HAYCAL = "S"
              MOVE W-ANIO    TO CAL-CICLO
              MOVE W-FECHA   TO CAL-FECHA
              MOVE HOR-CURSO TO CAL-CURSO
              READ CALENDARIO KEY IS CAL-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    GO TO 120-UNABANDA-99
              END-READ
           END-IF.
           MOVE HOR-CURSO    TO LIB-CURSO
           MOVE HOR-COMISION TO LIB-COMISION
           MOVE W-FECHA      TO LIB-FECHA
           MOVE HOR-DESDE    TO LIB-DESDE
           READ LIBROTEMAS KEY IS LIB-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-YAEXISTIAN
                 GO TO 120-UNABANDA-99
           END-READ.
           MOVE HOR-HASTA    TO LIB-HASTA
           MOVE HOR-MATERIA  TO LIB-MATERIA
           MOVE HOR-DOCENTE  TO LIB-DOCHOR
           MOVE HOR-DOCENTE  TO LIB-DOCENTE
           MOVE HOR-AULA     TO LIB-AULA
           MOVE "P"          TO LIB-ESTADO
           MOVE SPACES       TO LIB-TEMA
           MOVE W40-OPERADOR TO LIB-OPERADOR
           MOVE W-HOY        TO LIB-FECHACARGA
           INITIALIZE W19-DATOS
           MOVE HOR-CURSO TO W19-CURSO
           MOVE W-FECHA   TO W19-FECHA
           CALL "P19" USING W19-DATOS
           CANCEL "P19"
           IF (W19-TITULAR NOT = 0) AND
              ((HOR-DOCENTE = W19-TITULAR) OR (HOR-DOCENTE = 0))
              MOVE W19-DOCENTE TO LIB-DOCENTE
           END-IF.
           WRITE REG-LIBTEMA
              INVALID KEY
                 GO TO 120-UNABANDA-99
           END-WRITE.
           ADD 1 TO W-PROPUESTAS.
       120-UNABANDA-99. EXIT.

      *  FERIADO O RECESO GENERAL (CURSO 0) EN W-FECHA
       150-FERIADO-00.
           MOVE "N" TO W-FERIADO.
           IF W-HAYCAL NOT = "S"
              GO TO 150-FERIADO-99
           END-IF.
           MOVE W-ANIO  TO CAL-CICLO
           MOVE W-FECHA TO CAL-FECHA
           MOVE 0       TO CAL-CURSO
           READ CALENDARIO KEY IS CAL-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO W-FERIADO
           END-READ.
       150-FERIADO-99. EXIT.

      *  COMO PROG-105: EL CURSO SE DICTA EN LA FECHA SI
      *  ALGUNA EDICION LA INCLUYE; SIN EDICIONES MANDA EL
      *  CATALOGO (CURSO ABIERTO)
       160-DICTA-00.
           MOVE "N" TO W-DICTA.
           IF W-HAYEDI NOT = "S"
              MOVE HOR-CURSO TO CUR-CODIGO
              READ CURSOS KEY IS CUR-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CUR-ABIERTO
                       MOVE "S" TO W-DICTA
                    END-IF
              END-READ
              GO TO 160-DICTA-99
           END-IF.
           MOVE HOR-CURSO TO EDI-CURSO
           MOVE 0 TO EDI-CICLO
           START EDICIONES KEY IS NOT LESS EDI-CLAVE
              INVALID KEY
                 GO TO 160-DICTA-99
           END-START.
       160-DICTA-10.
           READ EDICIONES NEXT AT END
                GO TO 160-DICTA-99
           END-READ.
           IF EDI-CURSO NOT = HOR-CURSO
              GO TO 160-DICTA-99
           END-IF.
           IF (EDI-FECHAINI NOT > W-FECHA) AND
              ((EDI-FECHAFIN = 0) OR (EDI-FECHAFIN NOT < W-FECHA))
              MOVE "S" TO W-DICTA
              GO TO 160-DICTA-99
           END-IF.
           GO TO 160-DICTA-10.
       160-DICTA-99. EXIT.

      ********************************************
      *  CARGA DE UNA CLASE: CURSO, COMISION Y
      *  FECHA MUESTRAN LAS CLASES DEL DIA (SI LA
      *  SEMANA NO SE PROPUSO SE GENERAN AHORA
      *  DESDE EL HORARIO); SE ELIGE LA BANDA POR
      *  SU HORA DE INICIO Y SE CARGA ESTADO Y TEMA
      ********************************************
       200-REGISTRA-00.
           DISPLAY " " ERASE
           MOVE "REGISTRO DE CLASE" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       200-REGISTRA-10.
           ACCEPT W-CURSO LINE 5 POSITION 13 PROMPT.
           IF W-CURSO = 0
              GO TO 200-REGISTRA-99
           END-IF.
           MOVE W-CURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE "EL CURSO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 200-REGISTRA-10
           END-READ.
           DISPLAY CUR-DESCRIPCION LINE 5 POSITION 20.
           ACCEPT W-COMISION LINE 6 POSITION 13 PROMPT.
           MOVE W-HOY TO W-FECHA.
       200-REGISTRA-20.
           ACCEPT W-FECHA LINE 7 POSITION 13 PROMPT UPDATE.
           IF W-FECHA = 0
              GO TO 200-REGISTRA-10
           END-IF.
           PERFORM 900-VALIDAFECHA-00 THRU 900-VALIDAFECHA-99.
           IF W12-RESULTADO NOT = "S"
              GO TO 200-REGISTRA-20
           END-IF.
           IF W-FECHA > W-HOY
              MOVE "NO SE REGISTRAN CLASES FUTURAS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-REGISTRA-20
           END-IF.
           PERFORM 950-DIASEMANA-00 THRU 950-DIASEMANA-99.
           PERFORM 150-FERIADO-00 THRU 150-FERIADO-99.
           IF W-FERIADO = "S"
              MOVE "LA FECHA ES FERIADO O RECESO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-REGISTRA-20
           END-IF.
           PERFORM 210-GENERA-00 THRU 210-GENERA-99.
       200-REGISTRA-30.
           PERFORM 220-LISTA-00 THRU 220-LISTA-99.
           IF UBICACIONFILA = 11
              MOVE "EL CURSO NO TIENE CLASES ESE DIA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-REGISTRA-20
           END-IF.
           DISPLAY "                                        "
                      LINE 8 POSITION 20.
           ACCEPT W-DESDE LINE 8 POSITION 13 PROMPT.
           IF W-DESDE = 0
              GO TO 200-REGISTRA-20
           END-IF.
           MOVE W-CURSO    TO LIB-CURSO
           MOVE W-COMISION TO LIB-COMISION
           MOVE W-FECHA    TO LIB-FECHA
           MOVE W-DESDE    TO LIB-DESDE
           READ LIBROTEMAS KEY IS LIB-CLAVE
              INVALID KEY
                 MOVE "NO HAY CLASE A ESA HORA." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 200-REGISTRA-30
           END-READ.
           MOVE LIB-ESTADO TO W-ESTADO.
           IF LIB-PREVISTA
              MOVE "D" TO W-ESTADO
           END-IF.
           MOVE LIB-TEMA TO W-TEMA.
       200-REGISTRA-40.
           DISPLAY "(D DICTADA / S SUSPENDIDA / N NO DICTADA)"
                      LINE 9 POSITION 20.
           ACCEPT W-ESTADO LINE 9 POSITION 13 PROMPT UPDATE.
           IF (W-ESTADO NOT = "D") AND (W-ESTADO NOT = "S") AND
              (W-ESTADO NOT = "N")
              GO TO 200-REGISTRA-40
           END-IF.
           ACCEPT W-TEMA LINE 10 POSITION 13 PROMPT UPDATE.
           IF (W-ESTADO = "D") AND (W-TEMA = SPACES)
              MOVE "UNA CLASE DICTADA DEBE LLEVAR EL TEMA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-REGISTRA-40
           END-IF.
       200-REGISTRA-50.
           ACCEPT CONF LINE 21 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 200-REGISTRA-50
           END-IF.
           IF CONF = "N"
              GO TO 200-REGISTRA-30
           END-IF.
           MOVE W-ESTADO     TO LIB-ESTADO
           MOVE W-TEMA       TO LIB-TEMA
           MOVE W40-OPERADOR TO LIB-OPERADOR
           MOVE W-HOY        TO LIB-FECHACARGA
           REWRITE REG-LIBTEMA
              INVALID KEY
                 MOVE "NO SE PUDO GRABAR LA CLASE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 200-REGISTRA-30
           END-REWRITE.
           DISPLAY " " LINE 9 POSITION 13.
           DISPLAY "                                        "
                      LINE 9 POSITION 20.
           DISPLAY "                                        "
                      LINE 10 POSITION 13.
           DISPLAY "                    " LINE 10 POSITION 53.
           GO TO 200-REGISTRA-30.
       200-REGISTRA-99. EXIT.

      *  BANDAS DEL CURSO Y COMISION PARA EL DIA DE SEMANA
      *  QUE TODAVIA NO ESTAN EN EL LIBRO
       210-GENERA-00.
           MOVE 0 TO W-PROPUESTAS W-YAEXISTIAN.
           MOVE W-CURSO    TO HOR-CURSO
           MOVE W-COMISION TO HOR-COMISION
           MOVE W-DIASEM   TO HOR-DIA
           MOVE 0          TO HOR-DESDE
           START HORARIOS KEY IS NOT LESS HOR-CLAVE
              INVALID KEY
                 GO TO 210-GENERA-99
           END-START.
       210-GENERA-10.
           READ HORARIOS NEXT AT END
                GO TO 210-GENERA-99
           END-READ.
           IF (HOR-CURSO NOT = W-CURSO) OR
              (HOR-COMISION NOT = W-COMISION) OR
              (HOR-DIA NOT = W-DIASEM)
              GO TO 210-GENERA-99
           END-IF.
           PERFORM 120-UNABANDA-00 THRU 120-UNABANDA-99.
           GO TO 210-GENERA-10.
       210-GENERA-99. EXIT.

      *  CLASES DEL CURSO, COMISION Y FECHA EN PANTALLA
       220-LISTA-00.
           MOVE 11 TO UBICACIONFILA.
           DISPLAY TITULO-01 LINE 11 POSITION 1.
           MOVE W-CURSO    TO LIB-CURSO
           MOVE W-COMISION TO LIB-COMISION
           MOVE W-FECHA    TO LIB-FECHA
           MOVE 0          TO LIB-DESDE
           START LIBROTEMAS KEY IS NOT LESS LIB-CLAVE
              INVALID KEY
                 GO TO 220-LISTA-99
           END-START.
       220-LISTA-10.
           READ LIBROTEMAS NEXT AT END
                GO TO 220-LISTA-99
           END-READ.
           IF (LIB-CURSO NOT = W-CURSO) OR
              (LIB-COMISION NOT = W-COMISION) OR
              (LIB-FECHA NOT = W-FECHA)
              GO TO 220-LISTA-99
           END-IF.
           IF UBICACIONFILA > 19
              GO TO 220-LISTA-99
           END-IF.
           ADD 1 TO UBICACIONFILA.
           MOVE LIB-DESDE   TO D1-DESDE
           MOVE LIB-HASTA   TO D1-HASTA
           MOVE LIB-MATERIA TO D1-MATERIA
           MOVE LIB-DOCENTE TO D1-DOCENTE
           MOVE LIB-ESTADO  TO D1-ESTADO
           MOVE LIB-TEMA    TO D1-TEMA
           DISPLAY DETALLE-01 LINE UBICACIONFILA POSITION 1.
           GO TO 220-LISTA-10.
       220-LISTA-99. EXIT.

      ********************************************
      *  INFORME POR DOCENTE (CLAVE ALTERNATIVA
      *  DEL LIBRO) DE LAS CLASES DEL PERIODO QUE
      *  SIGUEN PREVISTAS (SIN REGISTRAR) O QUE NO
      *  SE DICTARON, CON TOTALES POR DOCENTE
      ********************************************
       300-INFORME-00.
           DISPLAY " " ERASE
           MOVE "CLASES SIN REGISTRAR Y NO DICTADAS" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "DESDE FECHA:" LINE 5 POSITION 1.
           DISPLAY "HASTA FECHA:" LINE 6 POSITION 1.
           DISPLAY "(AAAAMMDD)"   LINE 5 POSITION 25.
           MOVE W-HOY TO W-FECHASUP.
           COMPUTE W-FECHAINF = (W-HOY / 100) * 100 + 1.
       300-INFORME-10.
           ACCEPT W-FECHAINF LINE 5 POSITION 14 PROMPT UPDATE.
           IF W-FECHAINF = 0
              GO TO 300-INFORME-99
           END-IF.
           ACCEPT W-FECHASUP LINE 6 POSITION 14 PROMPT UPDATE.
           IF W-FECHASUP < W-FECHAINF
              MOVE "EL RANGO DE FECHAS ES INVALIDO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 300-INFORME-10
           END-IF.
       300-INFORME-20.
           DISPLAY "CONFIRMA EL INFORME? (S/N):" LINE 8 POSITION 1.
           ACCEPT CONF LINE 8 POSITION 29.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 300-INFORME-20
           END-IF.
           IF CONF = "N"
              GO TO 300-INFORME-99
           END-IF.
           MOVE 0 TO W-DOCINF.
           MOVE 999 TO W-DOCANT.
           OPEN OUTPUT LISTADO.
           MOVE W-FECHAINF TO LLT-DESDE
           MOVE W-FECHASUP TO LLT-HASTA
           MOVE LINEA-LT-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 0 TO LIB-DOCENTE
           START LIBROTEMAS KEY IS NOT LESS LIB-DOCENTE
              INVALID KEY
                 GO TO 300-INFORME-80
           END-START.
       300-INFORME-30.
           READ LIBROTEMAS NEXT AT END
                GO TO 300-INFORME-80
           END-READ.
           IF (LIB-FECHA < W-FECHAINF) OR (LIB-FECHA > W-FECHASUP)
              GO TO 300-INFORME-30
           END-IF.
           IF LIB-DICTADA
              GO TO 300-INFORME-30
           END-IF.
           IF LIB-PREVISTA AND (LIB-FECHA > W-HOY)
              GO TO 300-INFORME-30
           END-IF.
           IF LIB-DOCENTE NOT = W-DOCANT
              PERFORM 310-CORTE-00 THRU 310-CORTE-99
           END-IF.
           IF LIB-SUSPENDIDA
              ADD 1 TO W-CANTSUSP
              GO TO 300-INFORME-30
           END-IF.
           MOVE LIB-FECHA    TO LLC-FECHA
           MOVE LIB-DESDE    TO LLC-DESDE
           MOVE LIB-HASTA    TO LLC-HASTA
           MOVE LIB-CURSO    TO LLC-CURSO
           MOVE LIB-COMISION TO LLC-COMISION
           MOVE LIB-MATERIA  TO LLC-MATERIA
           IF LIB-PREVISTA
              MOVE "SIN REGISTRAR" TO LLC-SITUA
              ADD 1 TO W-CANTPREV
           ELSE
              MOVE "NO DICTADA"    TO LLC-SITUA
              ADD 1 TO W-CANTNODIC
           END-IF.
           MOVE LINEA-LT-DET TO REG-LISTADO
           WRITE REG-LISTADO.
           GO TO 300-INFORME-30.
       300-INFORME-80.
           IF W-DOCANT NOT = 999
              PERFORM 320-TOTAL-00 THRU 320-TOTAL-99
           END-IF.
           CLOSE LISTADO.
           INITIALIZE W15-DATOS
           MOVE "PROG-145" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".
           DISPLAY "DOCENTES INFORMADOS:" LINE 10 POSITION 1.
           DISPLAY W-DOCINF               LINE 10 POSITION 22.
           MOVE "INFORME ENVIADO AL SPOOL" TO M-ERROR.
           PERFORM ERRORES THRU ERRORES-F.
       300-INFORME-99. EXIT.

      *  CAMBIO DE DOCENTE: TOTALES DEL ANTERIOR Y TITULO DEL
      *  NUEVO (DOCENTE 0 = CLASE SIN DOCENTE EFECTIVO)
       310-CORTE-00.
           IF W-DOCANT NOT = 999
              PERFORM 320-TOTAL-00 THRU 320-TOTAL-99
           END-IF.
           MOVE LIB-DOCENTE TO W-DOCANT
           MOVE 0 TO W-CANTPREV W-CANTNODIC W-CANTSUSP.
           ADD 1 TO W-DOCINF.
           MOVE LIB-DOCENTE TO LLD-CODIGO
           MOVE "SIN DOCENTE EFECTIVO" TO LLD-NOMBRE
           IF (W-HAYDOC = "S") AND (LIB-DOCENTE NOT = 0)
              MOVE SPACES TO LLD-NOMBRE
              MOVE LIB-DOCENTE TO DOC-CODIGO
              READ DOCENTES KEY IS DOC-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE DOC-NOMBRE TO LLD-NOMBRE
              END-READ
           END-IF.
           MOVE LINEA-LT-DOC TO REG-LISTADO
           WRITE REG-LISTADO.
       310-CORTE-99. EXIT.

       320-TOTAL-00.
           MOVE W-CANTPREV  TO LLX-PREV
           MOVE W-CANTNODIC TO LLX-NODIC
           MOVE W-CANTSUSP  TO LLX-SUSP
           MOVE LINEA-LT-TOT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
       320-TOTAL-99. EXIT.

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
           DISPLAY "1-PROPONER CLASES DE LA SEMANA" LINE 5 POSITION 1.
           DISPLAY "2-REGISTRAR CLASE             " LINE 6 POSITION 1.
           DISPLAY "3-INFORME POR DOCENTE         " LINE 7 POSITION 1.
           DISPLAY "9-SALIR                       " LINE 8 POSITION 1.
           DISPLAY "OPCION:"                        LINE 12 POSITION 1.
       PANTALLAINICIO-F. EXIT.

       PANTALLA.
           DISPLAY "CURSO     :"       LINE 5 POSITION 1.
           DISPLAY "COMISION  :"       LINE 6 POSITION 1.
           DISPLAY "FECHA     :"       LINE 7 POSITION 1.
           DISPLAY "(AAAAMMDD)"        LINE 7 POSITION 25.
           DISPLAY "HORA DESDE:"       LINE 8 POSITION 1.
           DISPLAY "ESTADO    :"       LINE 9 POSITION 1.
           DISPLAY "TEMA      :"       LINE 10 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): " LINE 21 POSITION 1.
       PANTALLA-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
