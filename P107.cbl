      *  CONFIRMACION RECORRE LA COLA CUANDO LA
      *  EDICION ABRE: GENERA INSCRIPCIONES
      *  RESPETANDO EL CUPO Y DESBORDA A LA LISTA
      *  DE ESPERA (ESPERA.DAT). LA RESERVA QUE NO
      *  CUMPLE LAS CORRELATIVIDADES DEL CURSO
      *  (PROG-24) QUEDA PENDIENTE CON UNA
      *  SOLICITUD DE EXCEPCION ENCOLADA PARA EL
      *  SUPERVISOR; APROBADA, SE CONFIRMA EN LA
      *  PROXIMA CORRIDA. INCLUYE LA
      *  PROYECCION DE DEMANDA POR CURSO PARA
      *  DECIDIR LOS CUPOS (SPOOL). UNA EDICION
      *  PUEDE PROGRAMARSE PARA SORTEO (SORTEO.DAT):
      *  LAS RESERVAS DE LA VENTANA SE ASIGNAN POR
      *  SORTEO CON SEMILLA REGISTRADA, PRIMERO
      *  LOS HERMANOS DE ALUMNOS ACTIVOS, CON ACTA
      *  NUMERADA AL SPOOL
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "S-INSCRI.CPY".
       COPY "S-ESPERA.CPY".
       COPY "S-LISTADO.CPY".
       COPY "S-SORTEO.CPY".
       COPY "S-ALUTUT.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-PREINS.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-ESPERA.CPY".
       COPY "F-LISTADO.CPY".
       COPY "F-SORTEO.CPY".
       COPY "F-ALUTUT.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-RAYA.
          03 PIC X(55) VALUE ALL "-".

       01 LINEA-ACTA-01.
          03 PIC X(31) VALUE "ACTA DE SORTEO DE VACANTES NRO ".
          03 LAS-ACTA     PIC 9(06).
       01 LINEA-ACTA-02.
          03 PIC X(06) VALUE "CURSO ".
          03 LAS-CURSO    PIC 9(02).
          03              PIC X.
          03 LAS-DESC     PIC X(25).
          03 PIC X(07) VALUE " CICLO ".
          03 LAS-CICLO    PIC 9(04).
       01 LINEA-ACTA-03.
          03 PIC X(13) VALUE "RESERVAS DEL ".
          03 LAS-DESDE    PIC 9(08).
          03 PIC X(04) VALUE " AL ".
          03 LAS-HASTA    PIC 9(08).
          03 PIC X(21) VALUE "  VACANTES A SORTEAR ".
          03 LAS-CUPO     PIC ZZZ9.
       01 LINEA-ACTA-04.
          03 PIC X(08) VALUE "SEMILLA ".
          03 LAS-SEMILLA  PIC 9(10).
          03 PIC X(07) VALUE " FECHA ".
          03 LAS-FECHA    PIC 9(08).
          03              PIC X.
          03 LAS-HORA     PIC X(08).
          03 PIC X(10) VALUE " OPERADOR ".
          03 LAS-OPERADOR PIC X(08).
       01 LINEA-ACTA-05.
          03 PIC X(32) VALUE "POS. ORDEN ALUM. APELLIDO       ".
          03 PIC X(32) VALUE "      GRP   SORTEADO RESULT. ESP".
       01 LINEA-ACTA-DET.
          03 LAD-POSICION PIC ZZZ9.
          03              PIC X.
          03 LAD-ORDEN    PIC 9(04).
          03              PIC XX.
          03 LAD-ALUMNO   PIC 9(05).
          03              PIC X.
          03 LAD-APELLIDO PIC X(20).
          03              PIC X.
          03 LAD-GRUPO    PIC X(03).
          03              PIC X.
          03 LAD-AZAR     PIC 9(10).
          03              PIC X.
          03 LAD-RESULTADO PIC X(07).
          03              PIC X.
          03 LAD-ESPERA   PIC ZZZ9.
       01 LINEA-ACTA-TOT.
          03 PIC X(14) VALUE "PARTICIPANTES ".
          03 LAT-PARTICIP PIC ZZZ9.
          03 PIC X(10) VALUE " HERMANOS ".
          03 LAT-HERMANOS PIC ZZZ9.
          03 PIC X(10) VALUE " VACANTES ".
          03 LAT-VACANTES PIC ZZZ9.
          03 PIC X(08) VALUE " ESPERA ".
          03 LAT-ESPERA   PIC ZZZ9.
       01 LINEA-ACTA-TOT2.
          03 PIC X(26) VALUE "NO PARTICIPAN: SIN LEGAJO ".
          03 LAT-SINLEGAJO PIC ZZZ9.
          03 PIC X(18) VALUE " SIN CORRELATIVAS ".
          03 LAT-SINCORREL PIC ZZZ9.

       01 TABLA-SORTEO.
          03 TSO-ENTRADA OCCURS 500 TIMES.
             05 TSO-CLAVE.
                07 TSO-GRUPO   PIC 9(01).
                07 TSO-AZAR    PIC 9(10).
                07 TSO-ORDEN   PIC 9(04).
             05 TSO-ALUMNO     PIC 9(05).
             05 TSO-NROAUTO    PIC 9(06).
       01 W-TSOAUX        PIC X(26).

       COPY "L-P11.CPY".
       COPY "L-P12.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".
       COPY "L-P21.CPY".
       COPY "L-P24.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.
       01 FILA          PIC 999 VALUE 0.
       01 W-CONFIRMADAS  PIC 9(04).
       01 W-AESPERA      PIC 9(04).
       01 W-SINLEGAJO    PIC 9(04).
       01 W-SINCORREL    PIC 9(04).
       01 W-NROAUTO      PIC 9(06).
       01 W-ORDENESP     PIC 9(04).
       01 W-PENDIENTES   PIC 9(04).
       01 ST-SORTEOS     PIC XX.
       01 ST-ALUTUTOR    PIC XX.
       01 W-HAYTUT       PIC X.
       01 EXISTE         PIC X.
       01 W-FECHA        PIC 9(08).
       01 W-DESDE        PIC 9(08).
       01 W-HASTA        PIC 9(08).
       01 W-HORA         PIC X(08).
       01 W-SEMILLA      PIC 9(10).
       01 W-AZAR         PIC 9(10).
       01 W-PRODUCTO     PIC 9(15).
       01 W-COCIENTE     PIC 9(10).
       01 W-CUPOLIBRE    PIC 9(04).
       01 W-HERMANOS     PIC 9(04).
       01 W-HERMANO      PIC X.
       01 W-TUTOR        PIC 9(05).
       01 W-ALTCLAVE     PIC 9(10).
       01 W-NROACTA      PIC 9(06).
       01 W-USADOS       PIC 9(04).
       01 W-I            PIC 9(04).
       01 W-J            PIC 9(04).

       01 SINO PIC X(001).

              PERFORM 600-PROYECCION-00 THRU 600-PROYECCION-99
              GO TO INICIO
           END-IF.
           IF OPCION = 7
              PERFORM 700-PROGRAMA-00 THRU 700-PROGRAMA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 8
              PERFORM 800-SORTEO-00 THRU 800-SORTEO-99
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.
              GO TO 500-CONFIRMA-99
           END-IF.
           MOVE EDI-CUPO TO W-CUPO.
           OPEN INPUT SORTEOS.
           IF ST-SORTEOS = "00"
              MOVE W-CURSO TO SRT-CURSO
              MOVE W-CICLO TO SRT-CICLO
              READ SORTEOS KEY IS SRT-EDICION
                 INVALID KEY
                    MOVE "R" TO SRT-ESTADO
              END-READ
              CLOSE SORTEOS
              IF SRT-PROGRAMADO
                 MOVE "LA EDICION VA A SORTEO: USAR LA OPCION 8." TO
                      M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 500-CONFIRMA-99
              END-IF
           END-IF.

           DISPLAY "CONFIRMA LA CONVERSION? (S/N):" LINE 8 POSITION 1.
           ACCEPT CONF LINE 8 POSITION 32.
           END-IF.

           PERFORM 500-CUENTA-00 THRU 500-CUENTA-99.
           MOVE 0 TO W-CONFIRMADAS W-AESPERA W-SINLEGAJO
                     W-SINCORREL.
           PERFORM 500-RECORRE-00 THRU 500-RECORRE-99.

           CLOSE ESPERA.
           DISPLAY W-AESPERA              LINE 11 POSITION 22.
           DISPLAY "SIN LEGAJO (QUEDAN):" LINE 12 POSITION 1.
           DISPLAY W-SINLEGAJO            LINE 12 POSITION 22.
           DISPLAY "SIN CORRELATIVAS   :" LINE 13 POSITION 1.
           DISPLAY W-SINCORREL            LINE 13 POSITION 22.
           ACCEPT SINO LINE 24 POSITION 80.
       500-CONFIRMA-99. EXIT.

              ADD 1 TO W-SINLEGAJO
              GO TO 500-RECORRE-10
           END-IF.
           PERFORM 500-CORRELAT-00 THRU 500-CORRELAT-99.
           IF W24-RESULT = "N"
              ADD 1 TO W-SINCORREL
              GO TO 500-RECORRE-10
           END-IF.
           IF W-OCUPADOS < W-CUPO
              PERFORM 500-INSCRIBE-00 THRU 500-INSCRIBE-99
           ELSE
           GO TO 500-RECORRE-10.
       500-RECORRE-99. EXIT.

      ********************************************
      *  CORRELATIVIDADES DEL ALUMNO PARA EL CURSO
      *  (PROG-24). SI NO LAS CUMPLE Y NO HAY
      *  EXCEPCION APROBADA, SE ENCOLA LA
      *  SOLICITUD (TIPO CO) SI NO ESTABA Y LA
      *  RESERVA SIGUE PENDIENTE (W24-RESULT N)
      ********************************************
       500-CORRELAT-00.
           MOVE 0 TO W-NROAUTO.
           INITIALIZE W24-DATOS
           MOVE PRE-ALUMNO TO W24-ALUMNO
           MOVE W-CURSO    TO W24-CURSO
           MOVE 0          TO W24-MATERIA
           MOVE W-CICLO    TO W24-CICLO
           MOVE "C"        TO W24-PARA
           CALL "P24" USING W24-DATOS
           CANCEL "P24".
           IF W24-RESULT = "S"
              GO TO 500-CORRELAT-99
           END-IF.
           INITIALIZE W21-DATOS
           MOVE "C" TO W21-ACCION
           MOVE "CO" TO W21-TIPO
           MOVE W40-OPERADOR TO W21-OPERADOR
           MOVE PRE-ALUMNO TO W21-DATO1
           COMPUTE W21-DATO2 = W-CURSO * 100
           CALL "P21" USING W21-DATOS
           CANCEL "P21".
           IF W21-RESULT = "A"
              MOVE W21-NUMERO TO W-NROAUTO
              MOVE "S" TO W24-RESULT
              GO TO 500-CORRELAT-99
           END-IF.
           IF W21-RESULT = "N"
              MOVE "S" TO W21-ACCION
              CALL "P21" USING W21-DATOS
              CANCEL "P21"
           END-IF.
       500-CORRELAT-99. EXIT.

       500-INSCRIBE-00.
           MOVE PRE-ALUMNO TO INS-ALUMNO
           MOVE W-CURSO    TO INS-CURSO
           MOVE W-FECHAHOY TO INS-FECHA
           MOVE "A"        TO INS-ESTADO
           MOVE 0          TO INS-FOLIO
           MOVE 0          TO INS-COMISION
           WRITE REG-INSCRIPCION
              INVALID KEY
      *  REACTIVACION: SE RELEE LA INSCRIPCION EXISTENTE PARA
           END-WRITE.
           ADD 1 TO W-OCUPADOS.
           ADD 1 TO W-CONFIRMADAS.
           IF W-NROAUTO NOT = 0
              INITIALIZE W21-DATOS
              MOVE "E" TO W21-ACCION
              MOVE W40-OPERADOR TO W21-OPERADOR
              MOVE W-NROAUTO TO W21-NUMERO
              CALL "P21" USING W21-DATOS
              CANCEL "P21"
           END-IF.
           MOVE "C" TO PRE-ESTADO
           REWRITE REG-PREINS
           END-REWRITE.
           GO TO 600-PENDIENTES-10.
       600-PENDIENTES-99. EXIT.

      ********************************************
      *  PROGRAMACION DEL SORTEO DE VACANTES DE
      *  UNA EDICION: LAS RESERVAS PENDIENTES
      *  RECIBIDAS EN LA VENTANA DESDE-HASTA SE
      *  SORTEAN (OPCION 8) EN LUGAR DE TOMARSE
      *  POR ORDEN DE LLEGADA. DESDE EN CERO
      *  QUITA LA PROGRAMACION
      ********************************************
       700-PROGRAMA-00.
           DISPLAY " " ERASE
           MOVE "PROGRAMACION DE SORTEO DE VACANTES" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "CURSO     :" LINE 5 POSITION 1.
           PERFORM 100-PIDECURSO-00 THRU 100-PIDECURSO-99.
           IF W-CURSO = 0
              GO TO 700-PROGRAMA-99
           END-IF.
           DISPLAY "CICLO     :" LINE 6 POSITION 1.
           ACCEPT W-CICLO LINE 6 POSITION 13 PROMPT.
           IF W-CICLO = 0
              GO TO 700-PROGRAMA-99
           END-IF.
           PERFORM 800-EDICION-00 THRU 800-EDICION-99.
           IF EXISTE = "N"
              GO TO 700-PROGRAMA-99
           END-IF.
           OPEN I-O SORTEOS.
           IF ST-SORTEOS = "35"
              OPEN OUTPUT SORTEOS
              CLOSE SORTEOS
              OPEN I-O SORTEOS
           END-IF.
           MOVE W-CURSO TO SRT-CURSO
           MOVE W-CICLO TO SRT-CICLO
           MOVE "S" TO EXISTE
           READ SORTEOS KEY IS SRT-EDICION
              INVALID KEY
                 MOVE "N" TO EXISTE
                 MOVE 0 TO SRT-DESDE SRT-HASTA
           END-READ.
           IF (EXISTE = "S") AND SRT-REALIZADO
              MOVE "EL SORTEO YA SE REALIZO. ACTA NRO:" TO M-ERROR
              MOVE SRT-ACTA TO M-ERROR(36:6)
              PERFORM ERRORES THRU ERRORES-F
              GO TO 700-PROGRAMA-90
           END-IF.
           MOVE SRT-DESDE TO W-DESDE
           MOVE SRT-HASTA TO W-HASTA
           DISPLAY "RESERVAS RECIBIDAS ENTRE:" LINE 8 POSITION 1.
           DISPLAY "(0 = SIN SORTEO)" LINE 8 POSITION 46.
       700-PROGRAMA-10.
           ACCEPT W-DESDE LINE 8 POSITION 27 PROMPT UPDATE.
           IF W-DESDE = 0
              GO TO 700-PROGRAMA-40
           END-IF.
           MOVE W-DESDE TO W-FECHA
           PERFORM 900-VALIDAFECHA-00 THRU 900-VALIDAFECHA-99.
           IF W12-RESULTADO NOT = "S"
              GO TO 700-PROGRAMA-10
           END-IF.
       700-PROGRAMA-20.
           ACCEPT W-HASTA LINE 8 POSITION 36 PROMPT UPDATE.
           MOVE W-HASTA TO W-FECHA
           PERFORM 900-VALIDAFECHA-00 THRU 900-VALIDAFECHA-99.
           IF W12-RESULTADO NOT = "S"
              GO TO 700-PROGRAMA-20
           END-IF.
           IF W-HASTA < W-DESDE
              MOVE "LA FECHA HASTA ES ANTERIOR A LA FECHA DESDE." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 700-PROGRAMA-10
           END-IF.
       700-PROGRAMA-40.
           DISPLAY "CONFIRMA? (S/N):" LINE 10 POSITION 1.
           ACCEPT CONF LINE 10 POSITION 18.
           IF CONF NOT = "S"
              GO TO 700-PROGRAMA-90
           END-IF.
           IF W-DESDE = 0
              IF EXISTE = "S"
                 DELETE SORTEOS RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
              END-IF
              MOVE "LA EDICION SE ASIGNA POR ORDEN DE LLEGADA." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 700-PROGRAMA-90
           END-IF.
           IF EXISTE = "N"
              INITIALIZE REG-SORTEO
              MOVE W-CURSO TO SRT-CURSO
              MOVE W-CICLO TO SRT-CICLO
           END-IF.
           MOVE W-DESDE      TO SRT-DESDE
           MOVE W-HASTA      TO SRT-HASTA
           MOVE "P"          TO SRT-ESTADO
           MOVE W40-OPERADOR TO SRT-OPEPROG
           IF EXISTE = "S"
              REWRITE REG-SORTEO
                 INVALID KEY
                    MOVE "NO SE MODIFICO" TO M-ERROR
                 NOT INVALID KEY
                    MOVE "SORTEO PROGRAMADO" TO M-ERROR
              END-REWRITE
           ELSE
              WRITE REG-SORTEO
                 INVALID KEY
                    MOVE "NO SE GRABO" TO M-ERROR
                 NOT INVALID KEY
                    MOVE "SORTEO PROGRAMADO" TO M-ERROR
              END-WRITE
           END-IF.
           PERFORM ERRORES THRU ERRORES-F.
       700-PROGRAMA-90.
           CLOSE SORTEOS.
       700-PROGRAMA-99. EXIT.

      *  LA EDICION W-CURSO / W-CICLO DEBE EXISTIR Y ESTAR ABIERTA
       800-EDICION-00.
           MOVE "N" TO EXISTE.
           OPEN INPUT EDICIONES.
           IF ST-EDICIONES NOT = "00"
              MOVE "NO HAY EDICIONES CARGADAS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 800-EDICION-99
           END-IF.
           MOVE W-CURSO TO EDI-CURSO
           MOVE W-CICLO TO EDI-CICLO
           READ EDICIONES KEY IS EDI-CLAVE
              INVALID KEY
                 MOVE "LA EDICION DEL CICLO NO EXISTE TODAVIA." TO
                      M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 CLOSE EDICIONES
                 GO TO 800-EDICION-99
           END-READ.
           CLOSE EDICIONES.
           IF NOT EDI-ABIERTA
              MOVE "LA EDICION NO ESTA ABIERTA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 800-EDICION-99
           END-IF.
           MOVE EDI-CUPO TO W-CUPO.
           MOVE "S" TO EXISTE.
       800-EDICION-99. EXIT.

      ********************************************
      *  SORTEO DE VACANTES: ENTRE LAS RESERVAS
      *  PENDIENTES DE LA VENTANA (CON LEGAJO Y
      *  CORRELATIVAS CUMPLIDAS) CADA UNA RECIBE
      *  UN NUMERO AL AZAR DE LA SEMILLA, EN ORDEN
      *  DE LLEGADA. PRIMERO VAN LOS HERMANOS DE
      *  ALUMNOS ACTIVOS (MISMO TUTOR EN
      *  ALUTUTOR), LUEGO EL RESTO, CADA GRUPO POR
      *  SU NUMERO. LOS PRIMEROS OCUPAN EL CUPO Y
      *  LOS DEMAS VAN A ESPERA EN ESE ORDEN. CON
      *  LA MISMA SEMILLA Y LAS MISMAS RESERVAS EL
      *  RESULTADO SE REPRODUCE. EL ACTA NUMERADA
      *  (PARAMETRO PROXSORT) VA AL SPOOL
      ********************************************
       800-SORTEO-00.
           DISPLAY " " ERASE
           MOVE "SORTEO DE VACANTES" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "CURSO     :" LINE 5 POSITION 1.
           PERFORM 100-PIDECURSO-00 THRU 100-PIDECURSO-99.
           IF W-CURSO = 0
              GO TO 800-SORTEO-99
           END-IF.
           DISPLAY "CICLO     :" LINE 6 POSITION 1.
           ACCEPT W-CICLO LINE 6 POSITION 13 PROMPT.
           IF W-CICLO = 0
              GO TO 800-SORTEO-99
           END-IF.
           PERFORM 800-EDICION-00 THRU 800-EDICION-99.
           IF EXISTE = "N"
              GO TO 800-SORTEO-99
           END-IF.
           OPEN I-O SORTEOS.
           IF ST-SORTEOS NOT = "00"
              MOVE "LA EDICION NO TIENE SORTEO PROGRAMADO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 800-SORTEO-99
           END-IF.
           MOVE W-CURSO TO SRT-CURSO
           MOVE W-CICLO TO SRT-CICLO
           READ SORTEOS KEY IS SRT-EDICION
              INVALID KEY
                 MOVE "LA EDICION NO TIENE SORTEO PROGRAMADO." TO
                      M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 800-SORTEO-95
           END-READ.
           IF SRT-REALIZADO
              MOVE "EL SORTEO YA SE REALIZO. ACTA NRO:" TO M-ERROR
              MOVE SRT-ACTA TO M-ERROR(36:6)
              PERFORM ERRORES THRU ERRORES-F
              GO TO 800-SORTEO-95
           END-IF.
           DISPLAY "VENTANA   :" LINE 7 POSITION 1.
           DISPLAY SRT-DESDE     LINE 7 POSITION 13.
           DISPLAY SRT-HASTA     LINE 7 POSITION 22.
           DISPLAY "CUPO      :" LINE 8 POSITION 1.
           DISPLAY W-CUPO        LINE 8 POSITION 13.
           DISPLAY "SEMILLA   :" LINE 9 POSITION 1.
           DISPLAY "(0 = LA TOMA DEL RELOJ)" LINE 9 POSITION 25.
           MOVE 0 TO W-SEMILLA.
           ACCEPT W-SEMILLA LINE 9 POSITION 13 PROMPT UPDATE.
           IF W-SEMILLA = 0
              INITIALIZE W1-DATOS
              MOVE 8 TO W1-OPCION
              CALL "P11" USING W1-DATOS
              CANCEL "P11"
              MOVE W-FECHAHOY(5:4)      TO W-SEMILLA(1:4)
              MOVE W1-DESCRIPCION(1:2)  TO W-SEMILLA(5:2)
              MOVE W1-DESCRIPCION(4:2)  TO W-SEMILLA(7:2)
              MOVE W1-DESCRIPCION(7:2)  TO W-SEMILLA(9:2)
           END-IF.
           DIVIDE W-SEMILLA BY 2147483647 GIVING W-COCIENTE
                  REMAINDER W-AZAR.
           IF W-AZAR = 0
              MOVE 1 TO W-AZAR
           END-IF.
           MOVE W-AZAR TO W-SEMILLA.
           DISPLAY W-SEMILLA LINE 9 POSITION 13.
           DISPLAY "CONFIRMA EL SORTEO? (S/N):" LINE 11 POSITION 1.
           ACCEPT CONF LINE 11 POSITION 28.
           IF CONF NOT = "S"
              MOVE "SORTEO CANCELADO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 800-SORTEO-95
           END-IF.

           OPEN I-O INSCRIPCIONES.
           IF ST-INSCRIP = "35"
              OPEN OUTPUT INSCRIPCIONES
              CLOSE INSCRIPCIONES
              OPEN I-O INSCRIPCIONES
           END-IF.
           OPEN I-O ESPERA.
           IF ST-ESPERA = "35"
              OPEN OUTPUT ESPERA
              CLOSE ESPERA
              OPEN I-O ESPERA
           END-IF.
           OPEN INPUT ALUTUTOR.
           IF ST-ALUTUTOR = "00"
              MOVE "S" TO W-HAYTUT
           ELSE
              MOVE "N" TO W-HAYTUT
           END-IF.
           PERFORM 500-CUENTA-00 THRU 500-CUENTA-99.
           IF W-OCUPADOS < W-CUPO
              COMPUTE W-CUPOLIBRE = W-CUPO - W-OCUPADOS
           ELSE
              MOVE 0 TO W-CUPOLIBRE
           END-IF.
           MOVE 0 TO W-CONFIRMADAS W-AESPERA W-SINLEGAJO
                     W-SINCORREL W-HERMANOS.
           PERFORM 810-CARGA-00 THRU 810-CARGA-99.
           IF W-USADOS = 0
              IF W-HAYTUT = "S"
                 CLOSE ALUTUTOR
              END-IF
              CLOSE ESPERA
              CLOSE INSCRIPCIONES
              MOVE "NO HAY RESERVAS PENDIENTES EN LA VENTANA." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 800-SORTEO-95
           END-IF.
           PERFORM 820-ORDENA-00 THRU 820-ORDENA-99.
           PERFORM 830-PROXACTA-00 THRU 830-PROXACTA-99.
           PERFORM 840-ASIGNA-00 THRU 840-ASIGNA-99.
           IF W-HAYTUT = "S"
              CLOSE ALUTUTOR
           END-IF.
           CLOSE ESPERA.
           CLOSE INSCRIPCIONES.

           MOVE "R"          TO SRT-ESTADO
           MOVE W-NROACTA    TO SRT-ACTA
           MOVE W-SEMILLA    TO SRT-SEMILLA
           MOVE W-CUPOLIBRE  TO SRT-CUPOLIBRE
           MOVE W-USADOS     TO SRT-PARTICIP
           MOVE W-HERMANOS   TO SRT-PRIORIDAD
           MOVE W-CONFIRMADAS TO SRT-GANADORES
           MOVE W-FECHAHOY   TO SRT-FECHA
           MOVE W-HORA       TO SRT-HORA
           MOVE W40-OPERADOR TO SRT-OPERADOR
           REWRITE REG-SORTEO
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           INITIALIZE W16-DATOS
           MOVE 2 TO W16-OPCION
           MOVE "PROXSORT" TO W16-CODIGO
           COMPUTE W16-VALORNUM = W-NROACTA + 1
           CALL "P16" USING W16-DATOS
           CANCEL "P16".

           DISPLAY "ACTA NRO           :" LINE 13 POSITION 1.
           DISPLAY W-NROACTA              LINE 13 POSITION 22.
           DISPLAY "PARTICIPANTES      :" LINE 14 POSITION 1.
           DISPLAY W-USADOS               LINE 14 POSITION 22.
           DISPLAY "CON VACANTE        :" LINE 15 POSITION 1.
           DISPLAY W-CONFIRMADAS          LINE 15 POSITION 22.
           DISPLAY "A LISTA DE ESPERA  :" LINE 16 POSITION 1.
           DISPLAY W-AESPERA              LINE 16 POSITION 22.
           DISPLAY "SIN LEGAJO (QUEDAN):" LINE 17 POSITION 1.
           DISPLAY W-SINLEGAJO            LINE 17 POSITION 22.
           DISPLAY "SIN CORRELATIVAS   :" LINE 18 POSITION 1.
           DISPLAY W-SINCORREL            LINE 18 POSITION 22.
           MOVE "ACTA DEL SORTEO ENVIADA AL SPOOL." TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F.
       800-SORTEO-95.
           CLOSE SORTEOS.
       800-SORTEO-99. EXIT.

      *  PARTICIPANTES: PENDIENTES DE LA VENTANA, EN ORDEN DE LLEGADA
       810-CARGA-00.
           MOVE 0 TO W-USADOS.
           INITIALIZE TABLA-SORTEO.
           MOVE W-CURSO TO PRE-CURSO
           MOVE W-CICLO TO PRE-CICLO
           MOVE 0       TO PRE-ORDEN
           START PREINS KEY IS NOT LESS PRE-CLAVE
              INVALID KEY
                 GO TO 810-CARGA-99
           END-START.
       810-CARGA-10.
           READ PREINS NEXT AT END
                GO TO 810-CARGA-99
           END-READ.
           IF (PRE-CURSO NOT = W-CURSO) OR (PRE-CICLO NOT = W-CICLO)
              GO TO 810-CARGA-99
           END-IF.
           IF NOT PRE-PENDIENTE
              GO TO 810-CARGA-10
           END-IF.
           IF (PRE-FECHA < SRT-DESDE) OR (PRE-FECHA > SRT-HASTA)
              GO TO 810-CARGA-10
           END-IF.
           IF PRE-ALUMNO = 0
              ADD 1 TO W-SINLEGAJO
              GO TO 810-CARGA-10
           END-IF.
           PERFORM 500-CORRELAT-00 THRU 500-CORRELAT-99.
           IF W24-RESULT = "N"
              ADD 1 TO W-SINCORREL
              GO TO 810-CARGA-10
           END-IF.
           IF W-USADOS NOT < 500
              GO TO 810-CARGA-10
           END-IF.
           ADD 1 TO W-USADOS.
           MOVE PRE-ORDEN  TO TSO-ORDEN (W-USADOS)
           MOVE PRE-ALUMNO TO TSO-ALUMNO (W-USADOS)
           MOVE W-NROAUTO  TO TSO-NROAUTO (W-USADOS)
           PERFORM 850-HERMANO-00 THRU 850-HERMANO-99.
           IF W-HERMANO = "S"
              MOVE 0 TO TSO-GRUPO (W-USADOS)
              ADD 1 TO W-HERMANOS
           ELSE
              MOVE 1 TO TSO-GRUPO (W-USADOS)
           END-IF.
      *  GENERADOR CONGRUENCIAL (16807 * X) MOD (2 ** 31 - 1)
           COMPUTE W-PRODUCTO = W-AZAR * 16807.
           DIVIDE W-PRODUCTO BY 2147483647 GIVING W-COCIENTE
                  REMAINDER W-AZAR.
           MOVE W-AZAR TO TSO-AZAR (W-USADOS).
           GO TO 810-CARGA-10.
       810-CARGA-99. EXIT.

      *  ORDENA LA TABLA POR GRUPO Y NUMERO SORTEADO
       820-ORDENA-00.
           IF W-USADOS < 2
              GO TO 820-ORDENA-99
           END-IF.
           MOVE 1 TO W-I.
       820-ORDENA-10.
           IF W-I NOT < W-USADOS
              GO TO 820-ORDENA-99
           END-IF.
           COMPUTE W-J = W-I + 1.
       820-ORDENA-20.
           IF W-J > W-USADOS
              ADD 1 TO W-I
              GO TO 820-ORDENA-10
           END-IF.
           IF TSO-CLAVE (W-J) < TSO-CLAVE (W-I)
              MOVE TSO-ENTRADA (W-I) TO W-TSOAUX
              MOVE TSO-ENTRADA (W-J) TO TSO-ENTRADA (W-I)
              MOVE W-TSOAUX          TO TSO-ENTRADA (W-J)
           END-IF.
           ADD 1 TO W-J.
           GO TO 820-ORDENA-20.
       820-ORDENA-99. EXIT.

       830-PROXACTA-00.
           MOVE 0 TO W-NROACTA
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "PROXSORT" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF W16-RESULT = "S"
              MOVE W16-VALORNUM TO W-NROACTA
           END-IF.
           IF W-NROACTA = 0
              MOVE 1 TO W-NROACTA
           END-IF.
       830-PROXACTA-99. EXIT.

      ********************************************
      *  RECORRE LA TABLA ORDENADA: MIENTRAS HAYA
      *  CUPO CONFIRMA (500-INSCRIBE), DESPUES
      *  MANDA A ESPERA (500-AESPERA). CADA
      *  PARTICIPANTE QUEDA EN EL ACTA
      ********************************************
       840-ASIGNA-00.
           INITIALIZE W1-DATOS
           MOVE 8 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:8) TO W-HORA.
           OPEN OUTPUT LISTADO.
           MOVE W-NROACTA TO LAS-ACTA
           MOVE LINEA-ACTA-01 TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-CURSO         TO LAS-CURSO
           MOVE CUR-DESCRIPCION TO LAS-DESC
           MOVE W-CICLO         TO LAS-CICLO
           MOVE LINEA-ACTA-02 TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE SRT-DESDE   TO LAS-DESDE
           MOVE SRT-HASTA   TO LAS-HASTA
           MOVE W-CUPOLIBRE TO LAS-CUPO
           MOVE LINEA-ACTA-03 TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-SEMILLA    TO LAS-SEMILLA
           MOVE W-FECHAHOY   TO LAS-FECHA
           MOVE W-HORA       TO LAS-HORA
           MOVE W40-OPERADOR TO LAS-OPERADOR
           MOVE LINEA-ACTA-04 TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-ACTA-05 TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 0 TO W-I.
       840-ASIGNA-10.
           ADD 1 TO W-I.
           IF W-I > W-USADOS
              GO TO 840-ASIGNA-90
           END-IF.
           MOVE W-CURSO TO PRE-CURSO
           MOVE W-CICLO TO PRE-CICLO
           MOVE TSO-ORDEN (W-I) TO PRE-ORDEN
           READ PREINS KEY IS PRE-CLAVE
              INVALID KEY
                 GO TO 840-ASIGNA-10
           END-READ.
           MOVE W-I              TO LAD-POSICION
           MOVE TSO-ORDEN (W-I)  TO LAD-ORDEN
           MOVE PRE-ALUMNO       TO LAD-ALUMNO
           MOVE PRE-APELLIDO     TO LAD-APELLIDO
           MOVE TSO-AZAR (W-I)   TO LAD-AZAR
           MOVE SPACES TO LAD-GRUPO
           IF TSO-GRUPO (W-I) = 0
              MOVE "HNO" TO LAD-GRUPO
           END-IF.
           MOVE TSO-NROAUTO (W-I) TO W-NROAUTO
           IF W-OCUPADOS < W-CUPO
              PERFORM 500-INSCRIBE-00 THRU 500-INSCRIBE-99
              MOVE "VACANTE"  TO LAD-RESULTADO
              MOVE 0          TO LAD-ESPERA
           ELSE
              PERFORM 500-AESPERA-00 THRU 500-AESPERA-99
              MOVE "ESPERA"   TO LAD-RESULTADO
              MOVE W-ORDENESP TO LAD-ESPERA
           END-IF.
           MOVE LINEA-ACTA-DET TO REG-LISTADO
           WRITE REG-LISTADO.
           GO TO 840-ASIGNA-10.
       840-ASIGNA-90.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-USADOS      TO LAT-PARTICIP
           MOVE W-HERMANOS    TO LAT-HERMANOS
           MOVE W-CONFIRMADAS TO LAT-VACANTES
           MOVE W-AESPERA     TO LAT-ESPERA
           MOVE LINEA-ACTA-TOT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-SINLEGAJO   TO LAT-SINLEGAJO
           MOVE W-SINCORREL   TO LAT-SINCORREL
           MOVE LINEA-ACTA-TOT2 TO REG-LISTADO
           WRITE REG-LISTADO.
           CLOSE LISTADO.
           INITIALIZE W15-DATOS
           MOVE "PROG-107" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".
       840-ASIGNA-99. EXIT.

      ********************************************
      *  HERMANO DE UN ALUMNO ACTIVO: ALGUN TUTOR
      *  DEL PARTICIPANTE LO ES TAMBIEN DE OTRO
      *  ALUMNO ACTIVO
      ********************************************
       850-HERMANO-00.
           MOVE "N" TO W-HERMANO.
           IF (W-HAYTUT NOT = "S") OR (W-HAYALU NOT = "S")
              GO TO 850-HERMANO-99
           END-IF.
           MOVE PRE-ALUMNO TO ALT-ALUMNO
           MOVE 0          TO ALT-TUTOR
           START ALUTUTOR KEY IS NOT LESS ALT-CLAVE
              INVALID KEY
                 GO TO 850-HERMANO-99
           END-START.
       850-HERMANO-10.
           READ ALUTUTOR NEXT AT END
                GO TO 850-HERMANO-99
           END-READ.
           IF ALT-ALUMNO NOT = PRE-ALUMNO
              GO TO 850-HERMANO-99
           END-IF.
           MOVE ALT-TUTOR TO W-TUTOR
           MOVE ALT-CLAVE TO W-ALTCLAVE
           PERFORM 860-OTROALUMNO-00 THRU 860-OTROALUMNO-99.
           IF W-HERMANO = "S"
              GO TO 850-HERMANO-99
           END-IF.
      *  SE RETOMA LA LECTURA DE LOS TUTORES DEL PARTICIPANTE
           MOVE W-ALTCLAVE TO ALT-CLAVE
           START ALUTUTOR KEY IS GREATER ALT-CLAVE
              INVALID KEY
                 GO TO 850-HERMANO-99
           END-START.
           GO TO 850-HERMANO-10.
       850-HERMANO-99. EXIT.

       860-OTROALUMNO-00.
           MOVE W-TUTOR TO ALT-TUTOR
           START ALUTUTOR KEY IS EQUAL ALT-TUTOR
              INVALID KEY
                 GO TO 860-OTROALUMNO-99
           END-START.
       860-OTROALUMNO-10.
           READ ALUTUTOR NEXT AT END
                GO TO 860-OTROALUMNO-99
           END-READ.
           IF ALT-TUTOR NOT = W-TUTOR
              GO TO 860-OTROALUMNO-99
           END-IF.
           IF ALT-ALUMNO = PRE-ALUMNO
              GO TO 860-OTROALUMNO-10
           END-IF.
           MOVE ALT-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 GO TO 860-OTROALUMNO-10
           END-READ.
           IF ALU-ACTIVO
              MOVE "S" TO W-HERMANO
              GO TO 860-OTROALUMNO-99
           END-IF.
           GO TO 860-OTROALUMNO-10.
       860-OTROALUMNO-99. EXIT.

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

       ENCABEZADO.
           DISPLAY "EMPRESA UNION S.A."  LINE 1 POSITION 1.
           INITIALIZE W1-DATOS.
           DISPLAY "4-CONSULTA       "  LINE 7  POSITION 1.
           DISPLAY "5-CONFIRMACION (ABRE EL CICLO)" LINE 8 POSITION 1.
           DISPLAY "6-PROYECCION DE DEMANDA" LINE 9 POSITION 1.
           DISPLAY "7-SORTEO: PROGRAMACION" LINE 10 POSITION 1.
           DISPLAY "8-SORTEO: REALIZACION " LINE 11 POSITION 1.
           DISPLAY "9-SALIR          "  LINE 12 POSITION 1.
           DISPLAY "OPCION:"            LINE 13 POSITION 1.
       PANTALLAINICIO-F. EXIT.

