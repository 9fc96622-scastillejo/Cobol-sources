       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-161.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 161
      *  PROTECCION DE DATOS PERSONALES.
      *  ANONIMIZACION DE EX ALUMNOS: SOLO UN
      *  SUPERVISOR LA CORRE. TOMA LOS ALUMNOS
      *  DADOS DE BAJA HACE MAS ANIOS QUE EL
      *  PARAMETRO ANONANIO (5 POR OMISION) Y LES
      *  BLANQUEA TELEFONO, EMAIL Y DOMICILIO Y
      *  BORRA SUS VINCULOS CON TUTORES; EL TUTOR
      *  QUE QUEDA SIN ALUMNOS PIERDE TAMBIEN SUS
      *  DATOS DE CONTACTO. SE CONSERVAN NOMBRE,
      *  DOCUMENTO Y TODO LO ACADEMICO, ASI QUE EL
      *  ANALITICO (PROG-101) Y LA VERIFICACION DE
      *  CERTIFICADOS (PROG-77) SIGUEN ANDANDO.
      *  LAS COPIAS DE ESOS DATOS SE DEPURAN IGUAL:
      *  EXTRACTOS ASCALU/ASCSAL/ASCFIX, IMAGENES
      *  DEL DIARIO (ALUMNOS, PREINS Y SOLPORT),
      *  SOLICITUDES DEL PORTAL Y PRE-INSCRIPCIONES.
      *  EL HISTORIAL (HISTALU) Y LOS ARCHIVOS POR
      *  CICLO DE PROG-116 SOLO GUARDAN CODIGO Y
      *  NOMBRE, QUE SE CONSERVAN.
      *  EN MODO PRUEBA SOLO SALE EL CERTIFICADO;
      *  EN MODO ACTUALIZA SE APLICA Y EL
      *  CERTIFICADO VA POR EL SPOOL.
      *  EL INFORME DE DERECHO DE ACCESO POR
      *  DOCUMENTO ES PROG-162
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-ALUMNO.CPY".
       COPY "S-TUTOR.CPY".
       COPY "S-ALUTUT.CPY".
       COPY "S-OPERAD.CPY".
       COPY "S-HISTAL.CPY".
       COPY "S-ASCALU.CPY".
       COPY "S-ASCSAL.CPY".
       COPY "S-ASCFIX.CPY".
       COPY "S-JOURNA.CPY".
       COPY "S-JRNARC.CPY".
       COPY "S-SOLPOR.CPY".
       COPY "S-PREINS.CPY".
       COPY "S-ANOTMP.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-ALUMNO.CPY".
       COPY "F-TUTOR.CPY".
       COPY "F-ALUTUT.CPY".
       COPY "F-OPERAD.CPY".
       COPY "F-HISTAL.CPY".
       COPY "F-ASCALU.CPY".
       COPY "F-ASCSAL.CPY".
       COPY "F-ASCFIX.CPY".
       COPY "F-JOURNA.CPY".
       COPY "F-JRNARC.CPY".
       COPY "F-SOLPOR.CPY".
       COPY "F-PREINS.CPY".
       COPY "F-ANOTMP.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TITULO.
          03 PIC X(50) VALUE
             "CERTIFICADO DE ANONIMIZACION DE DATOS PERSONALES".

       01 LINEA-EMISION.
          03 PIC X(07) VALUE "FECHA: ".
          03 LE-FECHA     PIC X(10).
          03 PIC X(08) VALUE "  HORA: ".
          03 LE-HORA      PIC X(08).
          03 PIC X(14) VALUE "  SUPERVISOR: ".
          03 LE-OPERADOR  PIC X(08).

       01 LINEA-CRITERIO.
          03 PIC X(32) VALUE "EX ALUMNOS CON BAJA ANTERIOR AL ".
          03 LCR-FECHA    PIC 9(08).
          03 PIC X(02) VALUE " (".
          03 LCR-ANIOS    PIC Z9.
          03 PIC X(07) VALUE " ANIOS)".

       01 LINEA-PRUEBA.
          03 PIC X(50) VALUE
             "*** SIMULACION: NO SE MODIFICO NINGUN ARCHIVO ***".

       01 TITULO-01.
          03 PIC X(06) VALUE "CODIGO".
          03 PIC X(21) VALUE "APELLIDO".
          03 PIC X(21) VALUE "NOMBRE".
          03 PIC X(09) VALUE "DOCUMENTO".
          03 PIC X(09) VALUE "BAJA".
          03 PIC X(04) VALUE "TMD".
          03 PIC X(04) VALUE "VINC".

       01 DETALLE-01.
          03 D1-CODIGO    PIC 9(05).
          03              PIC X.
          03 D1-APELLIDO  PIC X(20).
          03              PIC X.
          03 D1-NOMBRE    PIC X(20).
          03              PIC X.
          03 D1-DOCUMENTO PIC 9(08).
          03              PIC X.
          03 D1-BAJA      PIC 9(08).
          03              PIC X.
          03 D1-TEL       PIC X.
          03 D1-MAIL      PIC X.
          03 D1-DOM       PIC X.
          03              PIC X.
          03 D1-VINC      PIC Z9.
          03              PIC X.
          03 D1-OBS       PIC X(05).

       01 LINEA-TOTAL.
          03 LT-DESC      PIC X(40).
          03 LT-CANT      PIC ZZZZ9.

       01 LINEA-PIE.
          03 PIC X(55) VALUE
             "SE CONSERVAN NOMBRE, DOCUMENTO Y REGISTROS ACADEMICOS.".

      *  MOVIMIENTO DEL DIARIO VIVO O DE UN ARCHIVO MENSUAL
       01 W-REGJRN.
          03                PIC X(26).
          03 WRJ-ARCHIVO    PIC X(10).
          03                PIC X(01).
          03 WRJ-ANTES      PIC X(200).
          03 WRJ-DESPUES    PIC X(200).

      *  IMAGENES DEL DIARIO (MISMA DISPOSICION QUE LOS MAESTROS)
       01 W-IMGALU.
          03 IAL-CODIGO     PIC 9(05).
          03                PIC X(44).
          03 IAL-TELEFONO   PIC X(15).
          03 IAL-EMAIL      PIC X(30).
          03 IAL-DOMICILIO  PIC X(30).
          03                PIC X(76).

       01 W-IMGPRE.
          03                PIC X(10).
          03 IPR-ALUMNO     PIC 9(05).
          03                PIC X(40).
          03 IPR-TELEFONO   PIC X(15).
          03                PIC X(130).

       01 W-IMGSOP.
          03                PIC X(09).
          03 ISO-ALUMNO     PIC 9(05).
          03                PIC X(16).
          03 ISO-TELEFONO   PIC X(15).
          03 ISO-EMAIL      PIC X(30).
          03 ISO-DOMICILIO  PIC X(30).
          03                PIC X(95).

       01 W-TABLA-TUTORES.
          03 W-TUTOR OCCURS 10 TIMES PIC 9(05).

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-ALUMNOS     PIC XX.
       01 ST-TUTORES     PIC XX.
       01 ST-ALUTUTOR    PIC XX.
       01 ST-OPERADORES  PIC XX.
       01 ST-HISTALU     PIC XX.
       01 ST-ASCALU      PIC XX.
       01 ST-ASCSALIDA   PIC XX.
       01 ST-ASCFIX      PIC XX.
       01 ST-JOURNAL     PIC XX.
       01 ST-JRNARCHIVO  PIC XX.
       01 JRNARCHNOMBRE  PIC X(13).
       01 W-MESHOY       PIC 9(06).
       01 W-MESPROC      PIC 9(06).
       01 W-MESPROC-R REDEFINES W-MESPROC.
          03 W-MPANIO    PIC 9(04).
          03 W-MPMES     PIC 9(02).
       01 ST-SOLPORTAL   PIC XX.
       01 ST-PREINS      PIC XX.
       01 ST-ANONTEMP    PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-HAYTUT       PIC X.
       01 W-MODO         PIC X.
       01 W-ELEGIBLE     PIC X.
       01 W-CAMBIO       PIC X.
       01 W-ANIOS        PIC 9(02).
       01 W-FECHAHOY     PIC 9(08).
       01 W-FECHALIM     PIC 9(08).
       01 W-CODIGO       PIC 9(05).
       01 W-REGANT       PIC X(200).
       01 W-CANTTUT      PIC 9(02).
       01 W-IND          PIC 9(02).
       01 W-ANONIM       PIC 9(05).
       01 W-YAANON       PIC 9(05).
       01 W-VINCBORR     PIC 9(05).
       01 W-TUTBLANQ     PIC 9(05).
       01 W-EXTDEP       PIC 9(05).
       01 W-DIARIODEP    PIC 9(05).
       01 W-SOLDEP       PIC 9(05).
       01 W-PREDEP       PIC 9(05).
       01 W-ERRORES      PIC 9(05).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-ALUMNOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ALUMNOS.
           DISPLAY "ERROR DE E/S EN ALUMNOS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-ALUMNOS LINE 23 POSITION 35
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO.
           DISPLAY " " ERASE
           MOVE "PROTECCION DE DATOS PERSONALES" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 11 POSITION 10.

           IF OPCION = 1
              PERFORM 100-ANONIMIZA-00 THRU 100-ANONIMIZA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              CALL "P162" USING W40-OPERADOR
              CANCEL "P162"
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-F
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  ANONIMIZACION. PRIMERO LOS MAESTROS
      *  (ALUMNOS Y TUTORES), DESPUES LAS COPIAS:
      *  LAS PASADAS DE DEPURACION VUELVEN A
      *  PREGUNTAR AL MAESTRO SI EL ALUMNO ENTRA
      *  EN EL CRITERIO, ASI QUE TAMBIEN LIMPIAN
      *  LO QUE HAYA QUEDADO DE CORRIDAS VIEJAS
      ********************************************
       100-ANONIMIZA-00.
           DISPLAY " " ERASE
           MOVE "ANONIMIZACION DE EX ALUMNOS" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
      *  SOLO UN SUPERVISOR ANONIMIZA
           OPEN INPUT OPERADORES.
           IF ST-OPERADORES = "00"
              MOVE W40-OPERADOR TO OPE-CODIGO
              READ OPERADORES KEY IS OPE-CODIGO
                 INVALID KEY
                    MOVE "J" TO OPE-NIVEL
              END-READ
              CLOSE OPERADORES
              IF NOT OPE-SUPERVISOR
                 MOVE "SOLO UN SUPERVISOR ANONIMIZA DATOS." TO
                      M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-ANONIMIZA-99
              END-IF
           END-IF.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "ANONANIO" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM > 0)
              MOVE W16-VALORNUM TO W-ANIOS
           ELSE
              MOVE 5 TO W-ANIOS
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.
           COMPUTE W-FECHALIM = W-FECHAHOY - (W-ANIOS * 10000).
           DISPLAY "ANIOS DESDE LA BAJA:" LINE 5 POSITION 1.
           DISPLAY W-ANIOS                LINE 5 POSITION 22.
           DISPLAY "BAJAS ANTERIORES AL:" LINE 6 POSITION 1.
           DISPLAY W-FECHALIM             LINE 6 POSITION 22.
           DISPLAY "MODO (P)RUEBA (A)CTUALIZA:" LINE 8 POSITION 1.
           ACCEPT W-MODO LINE 8 POSITION 28.
           IF (W-MODO NOT = "P") AND (W-MODO NOT = "A")
              MOVE "MODO INVALIDO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ANONIMIZA-99
           END-IF.
           IF W-MODO = "A"
              DISPLAY "LOS DATOS BORRADOS NO SE PUEDEN RECUPERAR."
                         LINE 10 POSITION 1
           END-IF.
           DISPLAY "CONFIRMA? (S/N):" LINE 11 POSITION 1.
           ACCEPT SINO LINE 11 POSITION 18.
           IF SINO NOT = "S"
              GO TO 100-ANONIMIZA-99
           END-IF.
           OPEN I-O ALUMNOS.
           IF ST-ALUMNOS NOT = "00"
              MOVE "NO HAY ALUMNOS CARGADOS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ANONIMIZA-99
           END-IF.
           MOVE "N" TO W-HAYTUT.
           OPEN I-O TUTORES.
           IF ST-TUTORES = "00"
              OPEN I-O ALUTUTOR
              IF ST-ALUTUTOR = "00"
                 MOVE "S" TO W-HAYTUT
              ELSE
                 CLOSE TUTORES
              END-IF
           END-IF.
           MOVE 0 TO W-ANONIM W-YAANON W-VINCBORR W-TUTBLANQ
                     W-EXTDEP W-DIARIODEP W-SOLDEP W-PREDEP W-ERRORES.
           OPEN OUTPUT LISTADO.
           PERFORM 150-ENCABCERT-00 THRU 150-ENCABCERT-99.
           DISPLAY "PROCESANDO ALUMNOS..." LINE 13 POSITION 1.
           PERFORM 200-ALUMNOS-00 THRU 200-ALUMNOS-99.
           IF W-MODO = "A"
              DISPLAY "DEPURANDO COPIAS...  " LINE 13 POSITION 1
              PERFORM 300-ASCALU-00 THRU 300-ASCALU-99
              PERFORM 310-ASCSAL-00 THRU 310-ASCSAL-99
              PERFORM 320-ASCFIX-00 THRU 320-ASCFIX-99
              PERFORM 400-DIARIO-00 THRU 400-DIARIO-99
              PERFORM 440-ARCHIVOS-00 THRU 440-ARCHIVOS-99
              PERFORM 500-SOLPORT-00 THRU 500-SOLPORT-99
              PERFORM 510-PREINS-00 THRU 510-PREINS-99
           END-IF.
           PERFORM 160-TOTALES-00 THRU 160-TOTALES-99.
           CLOSE LISTADO.
           IF W-HAYTUT = "S"
              CLOSE ALUTUTOR
              CLOSE TUTORES
           END-IF.
           CLOSE ALUMNOS.
           INITIALIZE W15-DATOS
           MOVE "PROG-161" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".
           IF W-MODO = "A"
              INITIALIZE W14-DATOS
              MOVE "PROG-161"   TO W14-PROGRAMA
              MOVE W40-OPERADOR TO W14-OPERADOR
              MOVE W-ANONIM     TO W14-PROCESADOS
              MOVE W-ERRORES    TO W14-RECHAZADOS
              MOVE "OK"         TO W14-ESTADO
              CALL "P14" USING W14-DATOS
              CANCEL "P14"
           END-IF.
           DISPLAY "EX ALUMNOS ANONIMIZADOS:" LINE 13 POSITION 1.
           DISPLAY W-ANONIM                   LINE 13 POSITION 26.
           DISPLAY "YA ANONIMIZADOS ANTES  :" LINE 14 POSITION 1.
           DISPLAY W-YAANON                   LINE 14 POSITION 26.
           DISPLAY "CERTIFICADO ENVIADO AL SPOOL." LINE 16 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
       100-ANONIMIZA-99. EXIT.

       150-ENCABCERT-00.
           MOVE LINEA-TITULO TO REG-LISTADO
           WRITE REG-LISTADO.
           INITIALIZE W1-DATOS
           MOVE 4 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:10) TO LE-FECHA.
           INITIALIZE W1-DATOS
           MOVE 8 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:8) TO LE-HORA.
           MOVE W40-OPERADOR TO LE-OPERADOR
           MOVE LINEA-EMISION TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-FECHALIM TO LCR-FECHA
           MOVE W-ANIOS    TO LCR-ANIOS
           MOVE LINEA-CRITERIO TO REG-LISTADO
           WRITE REG-LISTADO.
           IF W-MODO = "P"
              MOVE LINEA-PRUEBA TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
           MOVE SPACES TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE TITULO-01 TO REG-LISTADO
           WRITE REG-LISTADO.
       150-ENCABCERT-99. EXIT.

       160-TOTALES-00.
           MOVE SPACES TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE "EX ALUMNOS ANONIMIZADOS" TO LT-DESC
           MOVE W-ANONIM TO LT-CANT
           PERFORM 170-LINEATOT-00 THRU 170-LINEATOT-99.
           MOVE "YA ANONIMIZADOS EN CORRIDAS ANTERIORES" TO LT-DESC
           MOVE W-YAANON TO LT-CANT
           PERFORM 170-LINEATOT-00 THRU 170-LINEATOT-99.
           MOVE "VINCULOS CON TUTORES BORRADOS" TO LT-DESC
           MOVE W-VINCBORR TO LT-CANT
           PERFORM 170-LINEATOT-00 THRU 170-LINEATOT-99.
           IF W-MODO = "P"
              GO TO 160-TOTALES-90
           END-IF.
           MOVE "TUTORES SIN ALUMNOS BLANQUEADOS" TO LT-DESC
           MOVE W-TUTBLANQ TO LT-CANT
           PERFORM 170-LINEATOT-00 THRU 170-LINEATOT-99.
           MOVE "LINEAS DE EXTRACTOS DEPURADAS" TO LT-DESC
           MOVE W-EXTDEP TO LT-CANT
           PERFORM 170-LINEATOT-00 THRU 170-LINEATOT-99.
           MOVE "IMAGENES DEL DIARIO DEPURADAS" TO LT-DESC
           MOVE W-DIARIODEP TO LT-CANT
           PERFORM 170-LINEATOT-00 THRU 170-LINEATOT-99.
           MOVE "SOLICITUDES DEL PORTAL DEPURADAS" TO LT-DESC
           MOVE W-SOLDEP TO LT-CANT
           PERFORM 170-LINEATOT-00 THRU 170-LINEATOT-99.
           MOVE "PRE-INSCRIPCIONES DEPURADAS" TO LT-DESC
           MOVE W-PREDEP TO LT-CANT
           PERFORM 170-LINEATOT-00 THRU 170-LINEATOT-99.
           MOVE "ALUMNOS QUE NO SE PUDIERON ACTUALIZAR" TO LT-DESC
           MOVE W-ERRORES TO LT-CANT
           PERFORM 170-LINEATOT-00 THRU 170-LINEATOT-99.
       160-TOTALES-90.
           MOVE SPACES TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-PIE TO REG-LISTADO
           WRITE REG-LISTADO.
       160-TOTALES-99. EXIT.

       170-LINEATOT-00.
           MOVE LINEA-TOTAL TO REG-LISTADO
           WRITE REG-LISTADO.
       170-LINEATOT-99. EXIT.

      ********************************************
      *  PASADA POR ALUMNOS: LOS DE BAJA ANTERIOR
      *  A LA FECHA LIMITE QUE TODAVIA TENGAN ALGUN
      *  DATO DE CONTACTO O ALGUN TUTOR VINCULADO
      ********************************************
       200-ALUMNOS-00.
           MOVE 0 TO ALU-CODIGO
           START ALUMNOS KEY IS NOT LESS ALU-CODIGO
              INVALID KEY
                 GO TO 200-ALUMNOS-99
           END-START.
       200-ALUMNOS-10.
           READ ALUMNOS NEXT AT END
                GO TO 200-ALUMNOS-99
           END-READ.
           IF NOT ALU-DEBAJA
              GO TO 200-ALUMNOS-10
           END-IF.
           IF (ALU-FECHABAJA = 0) OR (ALU-FECHABAJA NOT < W-FECHALIM)
              GO TO 200-ALUMNOS-10
           END-IF.
           MOVE SPACES TO D1-TEL D1-MAIL D1-DOM D1-OBS
           IF ALU-TELEFONO NOT = SPACES
              MOVE "T" TO D1-TEL
           END-IF.
           IF ALU-EMAIL NOT = SPACES
              MOVE "M" TO D1-MAIL
           END-IF.
           IF ALU-DOMICILIO NOT = SPACES
              MOVE "D" TO D1-DOM
           END-IF.
           PERFORM 210-VINCULOS-00 THRU 210-VINCULOS-99.
           IF (D1-TEL = SPACE) AND (D1-MAIL = SPACE) AND
              (D1-DOM = SPACE) AND (W-CANTTUT = 0)
              ADD 1 TO W-YAANON
              GO TO 200-ALUMNOS-10
           END-IF.
           IF W-MODO = "A"
              PERFORM 220-APLICA-00 THRU 220-APLICA-99
           END-IF.
           MOVE ALU-CODIGO    TO D1-CODIGO
           MOVE ALU-APELLIDO  TO D1-APELLIDO
           MOVE ALU-NOMBRE    TO D1-NOMBRE
           MOVE ALU-DOCUMENTO TO D1-DOCUMENTO
           MOVE ALU-FECHABAJA TO D1-BAJA
           MOVE W-CANTTUT     TO D1-VINC
           MOVE DETALLE-01 TO REG-LISTADO
           WRITE REG-LISTADO.
           IF D1-OBS NOT = SPACES
              ADD 1 TO W-ERRORES
              GO TO 200-ALUMNOS-10
           END-IF.
           ADD 1 TO W-ANONIM.
           ADD W-CANTTUT TO W-VINCBORR.
           GO TO 200-ALUMNOS-10.
       200-ALUMNOS-99. EXIT.

      *  TUTORES VINCULADOS AL ALUMNO (HASTA 10)
       210-VINCULOS-00.
           MOVE 0 TO W-CANTTUT.
           IF W-HAYTUT NOT = "S"
              GO TO 210-VINCULOS-99
           END-IF.
           MOVE ALU-CODIGO TO ALT-ALUMNO
           MOVE 0 TO ALT-TUTOR
           START ALUTUTOR KEY IS NOT LESS ALT-CLAVE
              INVALID KEY
                 GO TO 210-VINCULOS-99
           END-START.
       210-VINCULOS-10.
           READ ALUTUTOR NEXT AT END
                GO TO 210-VINCULOS-99
           END-READ.
           IF ALT-ALUMNO NOT = ALU-CODIGO
              GO TO 210-VINCULOS-99
           END-IF.
           IF W-CANTTUT = 10
              GO TO 210-VINCULOS-99
           END-IF.
           ADD 1 TO W-CANTTUT
           MOVE ALT-TUTOR TO W-TUTOR (W-CANTTUT)
           GO TO 210-VINCULOS-10.
       210-VINCULOS-99. EXIT.

       220-APLICA-00.
           MOVE REG-ALUMNO TO W-REGANT
           MOVE SPACES TO ALU-TELEFONO ALU-EMAIL ALU-DOMICILIO
           REWRITE REG-ALUMNO
              INVALID KEY
                 MOVE "ERROR" TO D1-OBS
                 MOVE 0 TO W-CANTTUT
                 GO TO 220-APLICA-99
           END-REWRITE.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "ALUMNOS"    TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE W-REGANT     TO W13-ANTES
           MOVE REG-ALUMNO   TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           PERFORM 230-HISTORIAL-00 THRU 230-HISTORIAL-99.
           MOVE 0 TO W-IND.
       220-APLICA-10.
           ADD 1 TO W-IND.
           IF W-IND > W-CANTTUT
              GO TO 220-APLICA-99
           END-IF.
           MOVE ALU-CODIGO      TO ALT-ALUMNO
           MOVE W-TUTOR (W-IND) TO ALT-TUTOR
           DELETE ALUTUTOR RECORD
              INVALID KEY
                 GO TO 220-APLICA-10
           END-DELETE.
           PERFORM 240-TUTORLIBRE-00 THRU 240-TUTORLIBRE-99.
           GO TO 220-APLICA-10.
       220-APLICA-99. EXIT.

       230-HISTORIAL-00.
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
           MOVE W40-OPERADOR  TO HA-OPERADOR
           MOVE "ANONIMIZADO" TO HA-ACCION
           MOVE ALU-CODIGO    TO HA-CODIGO
           MOVE ALU-APELLIDO  TO HA-APELLIDO
           MOVE ALU-NOMBRE    TO HA-NOMBRE
           MOVE ALU-CODIGO-CURSO     TO HA-CURSO-ANT HA-CURSO-NUE
           MOVE ALU-CODIGO-PROVINCIA TO HA-PROV-ANT HA-PROV-NUE
           WRITE REG-HISTALU
           CLOSE HISTALU.
       230-HISTORIAL-99. EXIT.

      *  EL TUTOR QUE YA NO TIENE NINGUN ALUMNO VINCULADO PIERDE
      *  SUS DATOS DE CONTACTO (CONSERVA NOMBRE Y DOCUMENTO)
       240-TUTORLIBRE-00.
           START ALUTUTOR KEY IS EQUAL ALT-TUTOR
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 GO TO 240-TUTORLIBRE-99
           END-START.
           MOVE ALT-TUTOR TO TUT-CODIGO
           READ TUTORES KEY IS TUT-CODIGO
              INVALID KEY
                 GO TO 240-TUTORLIBRE-99
           END-READ.
           IF (TUT-TELEFONO = SPACES) AND (TUT-EMAIL = SPACES) AND
              (TUT-DOMICILIO = SPACES)
              GO TO 240-TUTORLIBRE-99
           END-IF.
           MOVE SPACES TO TUT-TELEFONO TUT-EMAIL TUT-DOMICILIO
           REWRITE REG-TUTOR
              INVALID KEY
                 GO TO 240-TUTORLIBRE-99
           END-REWRITE.
           ADD 1 TO W-TUTBLANQ.
       240-TUTORLIBRE-99. EXIT.

      ********************************************
      *  EXTRACTOS ASCII (PROG-70 A PROG-72): SE
      *  COPIAN AL TEMPORARIO BLANQUEANDO TELEFONO
      *  Y EMAIL DE LOS ALUMNOS EN EL CRITERIO Y,
      *  SI HUBO CAMBIOS, SE VUELVEN A COPIAR
      ********************************************
       300-ASCALU-00.
           OPEN INPUT ASCALU.
           IF ST-ASCALU NOT = "00"
              GO TO 300-ASCALU-99
           END-IF.
           OPEN OUTPUT ANONTEMP.
           MOVE "N" TO W-CAMBIO.
       300-ASCALU-10.
           READ ASCALU AT END
                GO TO 300-ASCALU-20
           END-READ.
           IF (R-CODIGO NUMERIC) AND
              ((R-TELEFONO NOT = SPACES) OR (R-EMAIL NOT = SPACES))
              MOVE R-CODIGO TO W-CODIGO
              PERFORM 700-ELEGIBLE-00 THRU 700-ELEGIBLE-99
              IF W-ELEGIBLE = "S"
                 MOVE SPACES TO R-TELEFONO R-EMAIL
                 MOVE "S" TO W-CAMBIO
                 ADD 1 TO W-EXTDEP
              END-IF
           END-IF.
           MOVE SPACES TO REG-ANONTEMP
           MOVE REG-ASCALU TO REG-ANONTEMP
           WRITE REG-ANONTEMP.
           GO TO 300-ASCALU-10.
       300-ASCALU-20.
           CLOSE ASCALU.
           CLOSE ANONTEMP.
           IF W-CAMBIO NOT = "S"
              GO TO 300-ASCALU-99
           END-IF.
           OPEN INPUT ANONTEMP.
           OPEN OUTPUT ASCALU.
       300-ASCALU-30.
           READ ANONTEMP AT END
                GO TO 300-ASCALU-40
           END-READ.
           MOVE REG-ANONTEMP TO REG-ASCALU
           WRITE REG-ASCALU.
           GO TO 300-ASCALU-30.
       300-ASCALU-40.
           CLOSE ANONTEMP.
           CLOSE ASCALU.
       300-ASCALU-99. EXIT.

       310-ASCSAL-00.
           OPEN INPUT ASCSALIDA.
           IF ST-ASCSALIDA NOT = "00"
              GO TO 310-ASCSAL-99
           END-IF.
           OPEN OUTPUT ANONTEMP.
           MOVE "N" TO W-CAMBIO.
       310-ASCSAL-10.
           READ ASCSALIDA AT END
                GO TO 310-ASCSAL-20
           END-READ.
           IF (RS-CODIGO NUMERIC) AND
              ((RS-TELEFONO NOT = SPACES) OR (RS-EMAIL NOT = SPACES))
              MOVE RS-CODIGO TO W-CODIGO
              PERFORM 700-ELEGIBLE-00 THRU 700-ELEGIBLE-99
              IF W-ELEGIBLE = "S"
                 MOVE SPACES TO RS-TELEFONO RS-EMAIL
                 MOVE "S" TO W-CAMBIO
                 ADD 1 TO W-EXTDEP
              END-IF
           END-IF.
           MOVE SPACES TO REG-ANONTEMP
           MOVE REG-ASCSALIDA TO REG-ANONTEMP
           WRITE REG-ANONTEMP.
           GO TO 310-ASCSAL-10.
       310-ASCSAL-20.
           CLOSE ASCSALIDA.
           CLOSE ANONTEMP.
           IF W-CAMBIO NOT = "S"
              GO TO 310-ASCSAL-99
           END-IF.
           OPEN INPUT ANONTEMP.
           OPEN OUTPUT ASCSALIDA.
       310-ASCSAL-30.
           READ ANONTEMP AT END
                GO TO 310-ASCSAL-40
           END-READ.
           MOVE REG-ANONTEMP TO REG-ASCSALIDA
           WRITE REG-ASCSALIDA.
           GO TO 310-ASCSAL-30.
       310-ASCSAL-40.
           CLOSE ANONTEMP.
           CLOSE ASCSALIDA.
       310-ASCSAL-99. EXIT.

       320-ASCFIX-00.
           OPEN INPUT ASCFIX.
           IF ST-ASCFIX NOT = "00"
              GO TO 320-ASCFIX-99
           END-IF.
           OPEN OUTPUT ANONTEMP.
           MOVE "N" TO W-CAMBIO.
       320-ASCFIX-10.
           READ ASCFIX AT END
                GO TO 320-ASCFIX-20
           END-READ.
           IF (RF-CODIGO NUMERIC) AND
              ((RF-TELEFONO NOT = SPACES) OR (RF-EMAIL NOT = SPACES))
              MOVE RF-CODIGO TO W-CODIGO
              PERFORM 700-ELEGIBLE-00 THRU 700-ELEGIBLE-99
              IF W-ELEGIBLE = "S"
                 MOVE SPACES TO RF-TELEFONO RF-EMAIL
                 MOVE "S" TO W-CAMBIO
                 ADD 1 TO W-EXTDEP
              END-IF
           END-IF.
           MOVE SPACES TO REG-ANONTEMP
           MOVE REG-ASCFIX TO REG-ANONTEMP
           WRITE REG-ANONTEMP.
           GO TO 320-ASCFIX-10.
       320-ASCFIX-20.
           CLOSE ASCFIX.
           CLOSE ANONTEMP.
           IF W-CAMBIO NOT = "S"
              GO TO 320-ASCFIX-99
           END-IF.
           OPEN INPUT ANONTEMP.
           OPEN OUTPUT ASCFIX.
       320-ASCFIX-30.
           READ ANONTEMP AT END
                GO TO 320-ASCFIX-40
           END-READ.
           MOVE REG-ANONTEMP TO REG-ASCFIX
           WRITE REG-ASCFIX.
           GO TO 320-ASCFIX-30.
       320-ASCFIX-40.
           CLOSE ANONTEMP.
           CLOSE ASCFIX.
       320-ASCFIX-99. EXIT.

      ********************************************
      *  DIARIO (JOURNAL.DAT Y LOS ARCHIVOS
      *  MENSUALES JRNAAAAMM.DAT): EN LAS IMAGENES
      *  ANTES/DESPUES DE ALUMNOS, PREINS Y SOLPORT
      *  DE ALUMNOS EN EL CRITERIO SE BLANQUEAN LOS
      *  MISMOS CAMPOS QUE EN EL MAESTRO. LA
      *  CANTIDAD DE MOVIMIENTOS NO CAMBIA, ASI QUE
      *  EL BALANCEO DE PROG-114 NO SE ALTERA
      ********************************************
       400-DIARIO-00.
           OPEN INPUT JOURNAL.
           IF ST-JOURNAL NOT = "00"
              GO TO 400-DIARIO-99
           END-IF.
           OPEN OUTPUT ANONTEMP.
           MOVE "N" TO W-CAMBIO.
       400-DIARIO-10.
           READ JOURNAL AT END
                GO TO 400-DIARIO-20
           END-READ.
           MOVE REG-JOURNAL TO W-REGJRN
           PERFORM 405-IMAGENES-00 THRU 405-IMAGENES-99.
           MOVE W-REGJRN TO REG-JOURNAL
           MOVE SPACES TO REG-ANONTEMP
           MOVE REG-JOURNAL TO REG-ANONTEMP
           WRITE REG-ANONTEMP.
           GO TO 400-DIARIO-10.
       400-DIARIO-20.
           CLOSE JOURNAL.
           CLOSE ANONTEMP.
           IF W-CAMBIO NOT = "S"
              GO TO 400-DIARIO-99
           END-IF.
           OPEN INPUT ANONTEMP.
           OPEN OUTPUT JOURNAL.
       400-DIARIO-30.
           READ ANONTEMP AT END
                GO TO 400-DIARIO-40
           END-READ.
           MOVE REG-ANONTEMP TO REG-JOURNAL
           WRITE REG-JOURNAL.
           GO TO 400-DIARIO-30.
       400-DIARIO-40.
           CLOSE ANONTEMP.
           CLOSE JOURNAL.
       400-DIARIO-99. EXIT.

       405-IMAGENES-00.
           IF WRJ-ARCHIVO = "ALUMNOS"
              MOVE WRJ-ANTES TO W-IMGALU
              PERFORM 410-IMGALU-00 THRU 410-IMGALU-99
              MOVE W-IMGALU TO WRJ-ANTES
              MOVE WRJ-DESPUES TO W-IMGALU
              PERFORM 410-IMGALU-00 THRU 410-IMGALU-99
              MOVE W-IMGALU TO WRJ-DESPUES
           END-IF.
           IF WRJ-ARCHIVO = "PREINS"
              MOVE WRJ-ANTES TO W-IMGPRE
              PERFORM 420-IMGPRE-00 THRU 420-IMGPRE-99
              MOVE W-IMGPRE TO WRJ-ANTES
              MOVE WRJ-DESPUES TO W-IMGPRE
              PERFORM 420-IMGPRE-00 THRU 420-IMGPRE-99
              MOVE W-IMGPRE TO WRJ-DESPUES
           END-IF.
           IF WRJ-ARCHIVO = "SOLPORT"
              MOVE WRJ-ANTES TO W-IMGSOP
              PERFORM 430-IMGSOP-00 THRU 430-IMGSOP-99
              MOVE W-IMGSOP TO WRJ-ANTES
              MOVE WRJ-DESPUES TO W-IMGSOP
              PERFORM 430-IMGSOP-00 THRU 430-IMGSOP-99
              MOVE W-IMGSOP TO WRJ-DESPUES
           END-IF.
       405-IMAGENES-99. EXIT.

       410-IMGALU-00.
           IF (IAL-CODIGO NOT NUMERIC) OR (IAL-CODIGO = 0)
              GO TO 410-IMGALU-99
           END-IF.
           IF (IAL-TELEFONO = SPACES) AND (IAL-EMAIL = SPACES) AND
              (IAL-DOMICILIO = SPACES)
              GO TO 410-IMGALU-99
           END-IF.
           MOVE IAL-CODIGO TO W-CODIGO
           PERFORM 700-ELEGIBLE-00 THRU 700-ELEGIBLE-99.
           IF W-ELEGIBLE = "S"
              MOVE SPACES TO IAL-TELEFONO IAL-EMAIL IAL-DOMICILIO
              MOVE "S" TO W-CAMBIO
              ADD 1 TO W-DIARIODEP
           END-IF.
       410-IMGALU-99. EXIT.

       420-IMGPRE-00.
           IF (IPR-ALUMNO NOT NUMERIC) OR (IPR-ALUMNO = 0) OR
              (IPR-TELEFONO = SPACES)
              GO TO 420-IMGPRE-99
           END-IF.
           MOVE IPR-ALUMNO TO W-CODIGO
           PERFORM 700-ELEGIBLE-00 THRU 700-ELEGIBLE-99.
           IF W-ELEGIBLE = "S"
              MOVE SPACES TO IPR-TELEFONO
              MOVE "S" TO W-CAMBIO
              ADD 1 TO W-DIARIODEP
           END-IF.
       420-IMGPRE-99. EXIT.

       430-IMGSOP-00.
           IF (ISO-ALUMNO NOT NUMERIC) OR (ISO-ALUMNO = 0)
              GO TO 430-IMGSOP-99
           END-IF.
           IF (ISO-TELEFONO = SPACES) AND (ISO-EMAIL = SPACES) AND
              (ISO-DOMICILIO = SPACES)
              GO TO 430-IMGSOP-99
           END-IF.
           MOVE ISO-ALUMNO TO W-CODIGO
           PERFORM 700-ELEGIBLE-00 THRU 700-ELEGIBLE-99.
           IF W-ELEGIBLE = "S"
              MOVE SPACES TO ISO-TELEFONO ISO-EMAIL ISO-DOMICILIO
              MOVE "S" TO W-CAMBIO
              ADD 1 TO W-DIARIODEP
           END-IF.
       430-IMGSOP-99. EXIT.

      *  ARCHIVOS MENSUALES DEL DIARIO (PROG-163), DESDE EL PRIMER
      *  MES ARCHIVADO HASTA EL MES ACTUAL
       440-ARCHIVOS-00.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "JRNDESDE" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT NOT = "S") OR (W16-VALORNUM = 0)
              GO TO 440-ARCHIVOS-99
           END-IF.
           MOVE W16-VALORNUM TO W-MESPROC.
           DIVIDE W-FECHAHOY BY 100 GIVING W-MESHOY.
       440-ARCHIVOS-10.
           IF W-MESPROC > W-MESHOY
              GO TO 440-ARCHIVOS-99
           END-IF.
           MOVE "JRN"      TO JRNARCHNOMBRE(1:3)
           MOVE W-MPANIO   TO JRNARCHNOMBRE(4:4)
           MOVE W-MPMES    TO JRNARCHNOMBRE(8:2)
           MOVE ".DAT"     TO JRNARCHNOMBRE(10:4)
           PERFORM 450-UNARCHIVO-00 THRU 450-UNARCHIVO-99.
           ADD 1 TO W-MPMES.
           IF W-MPMES > 12
              MOVE 1 TO W-MPMES
              ADD 1 TO W-MPANIO
           END-IF.
           GO TO 440-ARCHIVOS-10.
       440-ARCHIVOS-99. EXIT.

       450-UNARCHIVO-00.
           OPEN INPUT JRNARCHIVO.
           IF ST-JRNARCHIVO NOT = "00"
              GO TO 450-UNARCHIVO-99
           END-IF.
           OPEN OUTPUT ANONTEMP.
           MOVE "N" TO W-CAMBIO.
       450-UNARCHIVO-10.
           READ JRNARCHIVO AT END
                GO TO 450-UNARCHIVO-20
           END-READ.
           MOVE REG-JRNARCHIVO TO W-REGJRN
           PERFORM 405-IMAGENES-00 THRU 405-IMAGENES-99.
           MOVE SPACES TO REG-ANONTEMP
           MOVE W-REGJRN TO REG-ANONTEMP
           WRITE REG-ANONTEMP.
           GO TO 450-UNARCHIVO-10.
       450-UNARCHIVO-20.
           CLOSE JRNARCHIVO.
           CLOSE ANONTEMP.
           IF W-CAMBIO NOT = "S"
              GO TO 450-UNARCHIVO-99
           END-IF.
           OPEN INPUT ANONTEMP.
           OPEN OUTPUT JRNARCHIVO.
       450-UNARCHIVO-30.
           READ ANONTEMP AT END
                GO TO 450-UNARCHIVO-40
           END-READ.
           MOVE REG-ANONTEMP TO REG-JRNARCHIVO
           WRITE REG-JRNARCHIVO.
           GO TO 450-UNARCHIVO-30.
       450-UNARCHIVO-40.
           CLOSE ANONTEMP.
           CLOSE JRNARCHIVO.
       450-UNARCHIVO-99. EXIT.

      *  SOLICITUDES DEL PORTAL (PROG-160) DE ALUMNOS EN EL CRITERIO
       500-SOLPORT-00.
           OPEN I-O SOLPORTAL.
           IF ST-SOLPORTAL NOT = "00"
              GO TO 500-SOLPORT-99
           END-IF.
           MOVE 0 TO SOP-NUMERO
           START SOLPORTAL KEY IS NOT LESS SOP-NUMERO
              INVALID KEY
                 GO TO 500-SOLPORT-90
           END-START.
       500-SOLPORT-10.
           READ SOLPORTAL NEXT AT END
                GO TO 500-SOLPORT-90
           END-READ.
           IF SOP-ALUMNO = 0
              GO TO 500-SOLPORT-10
           END-IF.
           IF (SOP-TELEFONO = SPACES) AND (SOP-EMAIL = SPACES) AND
              (SOP-DOMICILIO = SPACES)
              GO TO 500-SOLPORT-10
           END-IF.
           MOVE SOP-ALUMNO TO W-CODIGO
           PERFORM 700-ELEGIBLE-00 THRU 700-ELEGIBLE-99.
           IF W-ELEGIBLE NOT = "S"
              GO TO 500-SOLPORT-10
           END-IF.
           MOVE SPACES TO SOP-TELEFONO SOP-EMAIL SOP-DOMICILIO
           REWRITE REG-SOLPORTAL
              INVALID KEY
                 GO TO 500-SOLPORT-10
           END-REWRITE.
           ADD 1 TO W-SOLDEP.
           GO TO 500-SOLPORT-10.
       500-SOLPORT-90.
           CLOSE SOLPORTAL.
       500-SOLPORT-99. EXIT.

      *  PRE-INSCRIPCIONES DE ALUMNOS EN EL CRITERIO
       510-PREINS-00.
           OPEN I-O PREINS.
           IF ST-PREINS NOT = "00"
              GO TO 510-PREINS-99
           END-IF.
           MOVE 0 TO PRE-CURSO PRE-CICLO PRE-ORDEN
           START PREINS KEY IS NOT LESS PRE-CLAVE
              INVALID KEY
                 GO TO 510-PREINS-90
           END-START.
       510-PREINS-10.
           READ PREINS NEXT AT END
                GO TO 510-PREINS-90
           END-READ.
           IF (PRE-ALUMNO = 0) OR (PRE-TELEFONO = SPACES)
              GO TO 510-PREINS-10
           END-IF.
           MOVE PRE-ALUMNO TO W-CODIGO
           PERFORM 700-ELEGIBLE-00 THRU 700-ELEGIBLE-99.
           IF W-ELEGIBLE NOT = "S"
              GO TO 510-PREINS-10
           END-IF.
           MOVE SPACES TO PRE-TELEFONO
           REWRITE REG-PREINS
              INVALID KEY
                 GO TO 510-PREINS-10
           END-REWRITE.
           ADD 1 TO W-PREDEP.
           GO TO 510-PREINS-10.
       510-PREINS-90.
           CLOSE PREINS.
       510-PREINS-99. EXIT.

      *  W-ELEGIBLE = "S" SI EL ALUMNO W-CODIGO ESTA DE BAJA DESDE
      *  ANTES DE LA FECHA LIMITE
       700-ELEGIBLE-00.
           MOVE "N" TO W-ELEGIBLE.
           MOVE W-CODIGO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 GO TO 700-ELEGIBLE-99
           END-READ.
           IF ALU-DEBAJA AND (ALU-FECHABAJA NOT = 0) AND
              (ALU-FECHABAJA < W-FECHALIM)
              MOVE "S" TO W-ELEGIBLE
           END-IF.
       700-ELEGIBLE-99. EXIT.

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
           DISPLAY "1-ANONIMIZAR DATOS DE EX ALUMNOS  " LINE 5
                      POSITION 1.
           DISPLAY "2-INFORME DE DERECHO DE ACCESO    " LINE 6
                      POSITION 1.
           DISPLAY "9-SALIR                           " LINE 10
                      POSITION 1.
           DISPLAY "OPCION:"                            LINE 11
                      POSITION 1.
       PANTALLAINICIO-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
