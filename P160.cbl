       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-160.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 160
      *  SOLICITUDES DEL PORTAL DE ALUMNOS: CARGA
      *  PORTALEN.DAT (CAMBIOS DE DATOS DE
      *  CONTACTO Y PRE-INSCRIPCIONES HECHAS EN EL
      *  PORTAL) EN LA COLA SOLPORT.DAT, DONDE
      *  QUEDAN PENDIENTES DE APROBACION. LAS
      *  LINEAS MAL FORMADAS, REPETIDAS O CUYO
      *  ALUMNO NO COINCIDE CON EL DOCUMENTO VAN
      *  A RECHPOR.DAT AL ESTILO DE PROG-94. UN
      *  OPERADOR RECORRE LA COLA Y ACEPTA O
      *  RECHAZA CON MOTIVO: LO ACEPTADO SE APLICA
      *  CON LAS REGLAS DE PROG-42 (CONTACTO) O DE
      *  PROG-107 (PRE-INSCRIPCION) Y QUEDA EN EL
      *  HISTORIAL (HISTALU) Y EN EL DIARIO.
      *  DESDE AQUI TAMBIEN SE PUEDE GENERAR A
      *  PEDIDO LA EXTRACCION PARA EL PORTAL
      *  (PROG-159)
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-SOLPOR.CPY".
       COPY "S-PORENT.CPY".
       COPY "S-RECHPO.CPY".
       COPY "S-ALUMNO.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-PREINS.CPY".
       COPY "S-HISTAL.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-SOLPOR.CPY".
       COPY "F-PORENT.CPY".
       COPY "F-RECHPO.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-PREINS.CPY".
       COPY "F-HISTAL.CPY".

       WORKING-STORAGE SECTION.

       01 TITULO-01.
          03 PIC X(09) VALUE "NUMERO".
          03 PIC X(02) VALUE "T".
          03 PIC X(06) VALUE "ALUMNO".
          03 PIC X.
          03 PIC X(21) VALUE "APELLIDO".
          03 PIC X(09) VALUE "PEDIDA".
          03 PIC X(02) VALUE "E".
          03 PIC X(09) VALUE "RESUELTA".
          03 PIC X(30) VALUE "MOTIVO".

       01 DETALLE-01.
          03 D1-NUMERO   PIC 9(08).
          03             PIC X.
          03 D1-TIPO     PIC X.
          03             PIC X.
          03 D1-ALUMNO   PIC 9(05).
          03             PIC XX.
          03 D1-APELLIDO PIC X(20).
          03             PIC X.
          03 D1-FECHA    PIC 9(08).
          03             PIC X.
          03 D1-ESTADO   PIC X.
          03             PIC X.
          03 D1-FECHARES PIC 9(08).
          03             PIC X.
          03 D1-MOTIVO   PIC X(30).

       01 DET-RECHAZO.
          03 DR-REGISTRO  PIC X(151).
          03              PIC X.
          03 DR-MOTIVO    PIC X(33).

       COPY "L-P11.CPY".
       COPY "L-P12.CPY".
       COPY "L-P13.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.
       01 FILA          PIC 999 VALUE 0.

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-SOLPORTAL   PIC XX.
       01 ST-PORTALENT   PIC XX.
       01 ST-RECHPORTAL  PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-PREINS      PIC XX.
       01 ST-HISTALU     PIC XX.
       01 W-MODOPANT     PIC X VALUE "P".
       01 W-HAYALU       PIC X.
       01 W-HAYCUR       PIC X.
       01 W-FECHAHOY     PIC 9(08).
       01 W-MOTIVO       PIC X(33).
       01 W-RESPUESTA    PIC X(01).
       01 W-MOTIVORES    PIC X(30).
       01 W-ACCION       PIC X(13).
       01 W-REGANT       PIC X(200).
       01 W-REGSOL       PIC X(200).
       01 W-LEIDOS       PIC 9(05).
       01 W-CARGADAS     PIC 9(05).
       01 W-RECHAZADOS   PIC 9(05).
       01 W-PENDIENTES   PIC 9(04).
       01 W-APLICADA     PIC X.
       01 W-CURSO        PIC 9(02).
       01 W-CICLO        PIC 9(04).
       01 W-ORDEN        PIC 9(04).
       01 W-PROV         PIC 9(02).
       01 W-HACODIGO     PIC 9(05).
       01 W-HAAPELLIDO   PIC X(20).
       01 W-HANOMBRE     PIC X(20).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-SOLPORTAL SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SOLPORTAL.
           DISPLAY "ERROR DE E/S EN SOLPORT. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-SOLPORTAL LINE 23 POSITION 35
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-PREINS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PREINS.
           DISPLAY "ERROR DE E/S EN PREINS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-PREINS LINE 23 POSITION 34
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
           PERFORM 900-ABRE-00 THRU 900-ABRE-99.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.

       INICIO.
           DISPLAY " " ERASE
           MOVE "SOLICITUDES DEL PORTAL DE ALUMNOS" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 11 POSITION 10.

           IF OPCION = 1
              PERFORM 100-CARGA-00 THRU 100-CARGA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              PERFORM 200-REVISA-00 THRU 200-REVISA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 3
              INITIALIZE FILA
              PERFORM 300-CONSULTA-00 THRU 300-CONSULTA-99
              ACCEPT SINO LINE 24 POSITION 80
              GO TO INICIO
           END-IF.
      *  LA EXTRACCION ABRE LOS MAESTROS POR SU CUENTA
           IF OPCION = 4
              PERFORM 900-CIERRA-00 THRU 900-CIERRA-99
              CALL "P159" USING W-MODOPANT W40-OPERADOR
              CANCEL "P159"
              PERFORM 900-ABRE-00 THRU 900-ABRE-99
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           PERFORM 900-CIERRA-00 THRU 900-CIERRA-99.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  CARGA DEL ARCHIVO DEL PORTAL EN LA COLA.
      *  LA CLAVE ES EL NUMERO DE SOLICITUD DEL
      *  PORTAL, ASI QUE UNA SEGUNDA CARGA DEL
      *  MISMO ARCHIVO SOLO GENERA RECHAZOS
      ********************************************
       100-CARGA-00.
           DISPLAY " " ERASE
           MOVE "CARGA DE SOLICITUDES DEL PORTAL" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           OPEN INPUT PORTALENT.
           IF ST-PORTALENT NOT = "00"
              MOVE "NO HAY ARCHIVO DEL PORTAL (PORTALEN.DAT)." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-CARGA-99
           END-IF.
           DISPLAY "CONFIRMA LA CARGA? (S/N):" LINE 5 POSITION 1.
           ACCEPT SINO LINE 5 POSITION 27.
           IF SINO NOT = "S"
              CLOSE PORTALENT
              GO TO 100-CARGA-99
           END-IF.
           OPEN OUTPUT RECHPORTAL.
           MOVE 0 TO W-LEIDOS W-CARGADAS W-RECHAZADOS.
       100-CARGA-10.
           READ PORTALENT AT END
                GO TO 100-CARGA-90
           END-READ.
           ADD 1 TO W-LEIDOS.
           MOVE SPACES TO W-MOTIVO.
           PERFORM 110-VALIDA-00 THRU 110-VALIDA-99.
           IF W-MOTIVO NOT = SPACES
              PERFORM 120-RECHAZO-00 THRU 120-RECHAZO-99
              GO TO 100-CARGA-10
           END-IF.
           INITIALIZE REG-SOLPORTAL
           MOVE PEN-NUMERO    TO SOP-NUMERO
           MOVE PEN-TIPO      TO SOP-TIPO
           MOVE PEN-ALUMNO    TO SOP-ALUMNO
           MOVE PEN-DOCUMENTO TO SOP-DOCUMENTO
           MOVE PEN-FECHA     TO SOP-FECHA
           MOVE PEN-TELEFONO  TO SOP-TELEFONO
           MOVE PEN-EMAIL     TO SOP-EMAIL
           MOVE PEN-DOMICILIO TO SOP-DOMICILIO
           MOVE PEN-CURSO     TO SOP-CURSO
           MOVE PEN-CICLO     TO SOP-CICLO
           MOVE PEN-APELLIDO  TO SOP-APELLIDO
           MOVE PEN-NOMBRE    TO SOP-NOMBRE
           MOVE W-FECHAHOY    TO SOP-FECHACARGA
           MOVE "P"           TO SOP-ESTADO
           MOVE SPACES        TO SOP-OPERADOR SOP-MOTIVO
           MOVE 0             TO SOP-FECHARES
           WRITE REG-SOLPORTAL
              INVALID KEY
                 MOVE "SOLICITUD YA CARGADA" TO W-MOTIVO
                 PERFORM 120-RECHAZO-00 THRU 120-RECHAZO-99
                 GO TO 100-CARGA-10
           END-WRITE.
           ADD 1 TO W-CARGADAS.
           GO TO 100-CARGA-10.
       100-CARGA-90.
           CLOSE RECHPORTAL.
           CLOSE PORTALENT.
           IF W-RECHAZADOS NOT = 0
              INITIALIZE W15-DATOS
              MOVE "PROG-160" TO W15-PROGRAMA
              MOVE W40-OPERADOR TO W15-OPERADOR
              MOVE "RECHPOR.DAT" TO W15-ORIGEN
              CALL "P15" USING W15-DATOS
              CANCEL "P15"
           END-IF.
           INITIALIZE W14-DATOS
           MOVE "PROG-160"    TO W14-PROGRAMA
           MOVE W40-OPERADOR  TO W14-OPERADOR
           MOVE W-CARGADAS    TO W14-PROCESADOS
           MOVE W-RECHAZADOS  TO W14-RECHAZADOS
           MOVE "OK"          TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           CANCEL "P14".
           DISPLAY "LINEAS LEIDAS      :" LINE 11 POSITION 1.
           DISPLAY W-LEIDOS               LINE 11 POSITION 22.
           DISPLAY "SOLICITUDES EN COLA:" LINE 12 POSITION 1.
           DISPLAY W-CARGADAS             LINE 12 POSITION 22.
           DISPLAY "LINEAS RECHAZADAS  :" LINE 13 POSITION 1.
           DISPLAY W-RECHAZADOS           LINE 13 POSITION 22.
           IF W-RECHAZADOS NOT = 0
              DISPLAY "VER DETALLE EN RECHPOR.DAT" LINE 14 POSITION 1
           END-IF.
           ACCEPT SINO LINE 24 POSITION 80.
       100-CARGA-99. EXIT.

      *  FORMATO DE LA LINEA E IDENTIDAD DEL ALUMNO: EL PORTAL
      *  SIEMPRE MANDA CODIGO Y DOCUMENTO JUNTOS
       110-VALIDA-00.
           IF (PEN-NUMERO NOT NUMERIC) OR (PEN-NUMERO = 0)
              MOVE "NUMERO DE SOLICITUD INVALIDO" TO W-MOTIVO
              GO TO 110-VALIDA-99
           END-IF.
           IF (NOT PEN-CONTACTO) AND (NOT PEN-PREINSCRIP)
              MOVE "TIPO DE SOLICITUD INVALIDO" TO W-MOTIVO
              GO TO 110-VALIDA-99
           END-IF.
           IF (PEN-ALUMNO NOT NUMERIC) OR
              (PEN-DOCUMENTO NOT NUMERIC) OR
              (PEN-FECHA NOT NUMERIC) OR
              (PEN-CURSO NOT NUMERIC) OR
              (PEN-CICLO NOT NUMERIC)
              MOVE "CAMPOS NO NUMERICOS" TO W-MOTIVO
              GO TO 110-VALIDA-99
           END-IF.
           IF PEN-CONTACTO AND (PEN-ALUMNO = 0)
              MOVE "CAMBIO DE DATOS SIN ALUMNO" TO W-MOTIVO
              GO TO 110-VALIDA-99
           END-IF.
           IF PEN-CONTACTO AND (PEN-TELEFONO = SPACES) AND
              (PEN-EMAIL = SPACES) AND (PEN-DOMICILIO = SPACES)
              MOVE "CAMBIO DE DATOS SIN DATOS" TO W-MOTIVO
              GO TO 110-VALIDA-99
           END-IF.
           IF PEN-ALUMNO = 0
              GO TO 110-VALIDA-99
           END-IF.
           IF W-HAYALU NOT = "S"
              MOVE "ALUMNO INEXISTENTE" TO W-MOTIVO
              GO TO 110-VALIDA-99
           END-IF.
           MOVE PEN-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE "ALUMNO INEXISTENTE" TO W-MOTIVO
                 GO TO 110-VALIDA-99
           END-READ.
           IF ALU-DOCUMENTO NOT = PEN-DOCUMENTO
              MOVE "EL DOCUMENTO NO ES DEL ALUMNO" TO W-MOTIVO
           END-IF.
       110-VALIDA-99. EXIT.

       120-RECHAZO-00.
           MOVE REG-PORTALENT TO DR-REGISTRO
           MOVE W-MOTIVO      TO DR-MOTIVO
           MOVE DET-RECHAZO   TO REG-RECHPORTAL
           WRITE REG-RECHPORTAL.
           ADD 1 TO W-RECHAZADOS.
       120-RECHAZO-99. EXIT.

      ********************************************
      *  REVISION DE LA COLA: EL OPERADOR VE LO
      *  PEDIDO CONTRA LO QUE HAY Y ACEPTA O
      *  RECHAZA. SI LO PEDIDO NO PASA LAS REGLAS
      *  DEL ABM NO SE PUEDE ACEPTAR
      ********************************************
       200-REVISA-00.
           MOVE 0 TO W-PENDIENTES.
           MOVE 0 TO SOP-NUMERO
           START SOLPORTAL KEY IS NOT LESS SOP-NUMERO
              INVALID KEY
                 GO TO 200-REVISA-90
           END-START.
       200-REVISA-10.
           READ SOLPORTAL NEXT AT END
                GO TO 200-REVISA-90
           END-READ.
           IF NOT SOP-PENDIENTE
              GO TO 200-REVISA-10
           END-IF.
           ADD 1 TO W-PENDIENTES.
           PERFORM 210-MUESTRA-00 THRU 210-MUESTRA-99.
       200-REVISA-20.
           DISPLAY "(A)CEPTAR (R)ECHAZAR (S)ALTEAR (F)IN:"
                      LINE 20 POSITION 1.
           ACCEPT W-RESPUESTA LINE 20 POSITION 39.
           IF W-RESPUESTA = "S"
              GO TO 200-REVISA-10
           END-IF.
           IF W-RESPUESTA = "F"
              GO TO 200-REVISA-99
           END-IF.
           IF (W-RESPUESTA NOT = "A") AND (W-RESPUESTA NOT = "R")
              GO TO 200-REVISA-20
           END-IF.
           MOVE REG-SOLPORTAL TO W-REGSOL
           MOVE SPACES TO W-MOTIVORES.
           IF W-RESPUESTA = "R"
              DISPLAY "MOTIVO:" LINE 21 POSITION 1
              ACCEPT W-MOTIVORES LINE 21 POSITION 9 PROMPT
              GO TO 200-REVISA-50
           END-IF.
           MOVE "N" TO W-APLICADA.
           IF SOP-CONTACTO
              PERFORM 220-CONTACTO-00 THRU 220-CONTACTO-99
           ELSE
              PERFORM 230-PREINSCRIP-00 THRU 230-PREINSCRIP-99
           END-IF.
           IF W-APLICADA NOT = "S"
              PERFORM ERRORES THRU ERRORES-F
              MOVE W-REGSOL TO REG-SOLPORTAL
              GO TO 200-REVISA-20
           END-IF.
       200-REVISA-50.
           MOVE W-REGSOL TO REG-SOLPORTAL
           PERFORM 240-RESUELVE-00 THRU 240-RESUELVE-99.
           GO TO 200-REVISA-10.
       200-REVISA-90.
           IF W-PENDIENTES = 0
              MOVE "NO HAY SOLICITUDES PENDIENTES." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
           END-IF.
       200-REVISA-99. EXIT.

       210-MUESTRA-00.
           DISPLAY " " ERASE
           MOVE "SOLICITUDES DEL PORTAL DE ALUMNOS" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "SOLICITUD :" LINE 4 POSITION 1.
           DISPLAY SOP-NUMERO    LINE 4 POSITION 13.
           DISPLAY "PEDIDA EL :" LINE 4 POSITION 30.
           DISPLAY SOP-FECHA     LINE 4 POSITION 42.
           DISPLAY "TIPO      :" LINE 5 POSITION 1.
           DISPLAY "ALUMNO    :" LINE 6 POSITION 1.
           DISPLAY SOP-ALUMNO    LINE 6 POSITION 13.
           DISPLAY "DOCUMENTO :" LINE 6 POSITION 30.
           DISPLAY SOP-DOCUMENTO LINE 6 POSITION 42.
           IF SOP-CONTACTO
              DISPLAY "CAMBIO DE DATOS DE CONTACTO" LINE 5 POSITION 13
              DISPLAY "ACTUAL" LINE 8 POSITION 13
              DISPLAY "PEDIDO" LINE 8 POSITION 46
              DISPLAY "TELEFONO  :" LINE 9 POSITION 1
              DISPLAY "EMAIL     :" LINE 10 POSITION 1
              DISPLAY "DOMICILIO :" LINE 11 POSITION 1
              DISPLAY SOP-TELEFONO  LINE 9 POSITION 46
              DISPLAY SOP-EMAIL     LINE 10 POSITION 46
              DISPLAY SOP-DOMICILIO LINE 11 POSITION 46
              MOVE SOP-ALUMNO TO ALU-CODIGO
              READ ALUMNOS KEY IS ALU-CODIGO
                 INVALID KEY
                    DISPLAY "EL ALUMNO YA NO EXISTE" LINE 7 POSITION 13
                 NOT INVALID KEY
                    DISPLAY ALU-APELLIDO  LINE 7 POSITION 13
                    DISPLAY ALU-NOMBRE    LINE 7 POSITION 34
                    DISPLAY ALU-TELEFONO  LINE 9 POSITION 13
                    DISPLAY ALU-EMAIL     LINE 10 POSITION 13
                    DISPLAY ALU-DOMICILIO LINE 11 POSITION 13
              END-READ
           ELSE
              DISPLAY "PRE-INSCRIPCION" LINE 5 POSITION 13
              DISPLAY "APELLIDO  :" LINE 8 POSITION 1
              DISPLAY SOP-APELLIDO  LINE 8 POSITION 13
              DISPLAY "NOMBRE    :" LINE 9 POSITION 1
              DISPLAY SOP-NOMBRE    LINE 9 POSITION 13
              DISPLAY "TELEFONO  :" LINE 10 POSITION 1
              DISPLAY SOP-TELEFONO  LINE 10 POSITION 13
              DISPLAY "CURSO     :" LINE 11 POSITION 1
              DISPLAY SOP-CURSO     LINE 11 POSITION 13
              DISPLAY "CICLO     :" LINE 12 POSITION 1
              DISPLAY SOP-CICLO     LINE 12 POSITION 13
              IF W-HAYCUR = "S"
                 MOVE SOP-CURSO TO CUR-CODIGO
                 READ CURSOS KEY IS CUR-CODIGO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       DISPLAY CUR-DESCRIPCION LINE 11 POSITION 20
                 END-READ
              END-IF
           END-IF.
       210-MUESTRA-99. EXIT.

      ********************************************
      *  CAMBIO DE CONTACTO CON LAS REGLAS DE LA
      *  MODIFICACION DE PROG-42: REGISTRO
      *  BLOQUEADO, TELEFONO Y EMAIL VALIDADOS
      *  CON PROG-12, HISTORIAL Y DIARIO. UN CAMPO
      *  QUE LLEGA EN BLANCO NO SE TOCA
      ********************************************
       220-CONTACTO-00.
           IF W-HAYALU NOT = "S"
              MOVE "NO HAY ALUMNOS CARGADOS." TO M-ERROR
              GO TO 220-CONTACTO-99
           END-IF.
           MOVE SOP-ALUMNO TO ALU-CODIGO
           READ ALUMNOS WITH LOCK KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE "EL ALUMNO YA NO EXISTE." TO M-ERROR
                 GO TO 220-CONTACTO-99
           END-READ.
           IF ST-ALUMNOS = "51"
              MOVE "REGISTRO EN USO. INTENTE MAS TARDE." TO M-ERROR
              GO TO 220-CONTACTO-99
           END-IF.
           IF SOP-TELEFONO NOT = SPACES
              INITIALIZE W12-DATOS
              MOVE 2 TO W12-OPCION
              MOVE SOP-TELEFONO TO W12-CAMPO
              CALL "P12" USING W12-DATOS
              CANCEL "P12"
              IF W12-RESULTADO = "N"
                 MOVE W12-MENSAJE TO M-ERROR
                 GO TO 220-CONTACTO-90
              END-IF
           END-IF.
           IF SOP-EMAIL NOT = SPACES
              INITIALIZE W12-DATOS
              MOVE 1 TO W12-OPCION
              MOVE SOP-EMAIL TO W12-CAMPO
              CALL "P12" USING W12-DATOS
              CANCEL "P12"
              IF W12-RESULTADO = "N"
                 MOVE W12-MENSAJE TO M-ERROR
                 GO TO 220-CONTACTO-90
              END-IF
           END-IF.
           MOVE REG-ALUMNO TO W-REGANT.
           IF SOP-TELEFONO NOT = SPACES
              MOVE SOP-TELEFONO TO ALU-TELEFONO
           END-IF.
           IF SOP-EMAIL NOT = SPACES
              MOVE SOP-EMAIL TO ALU-EMAIL
           END-IF.
           IF SOP-DOMICILIO NOT = SPACES
              MOVE SOP-DOMICILIO TO ALU-DOMICILIO
           END-IF.
           REWRITE REG-ALUMNO
              INVALID KEY
                 MOVE "NO SE MODIFICO" TO M-ERROR
                 GO TO 220-CONTACTO-90
           END-REWRITE.
           MOVE "S" TO W-APLICADA.
           MOVE "PORTAL DATOS" TO W-ACCION
           MOVE ALU-CODIGO           TO W-HACODIGO
           MOVE ALU-APELLIDO         TO W-HAAPELLIDO
           MOVE ALU-NOMBRE           TO W-HANOMBRE
           MOVE ALU-CODIGO-CURSO     TO W-CURSO
           MOVE ALU-CODIGO-PROVINCIA TO W-PROV
           PERFORM 250-HISTORIAL-00 THRU 250-HISTORIAL-99.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "ALUMNOS" TO W13-ARCHIVO
           MOVE "M" TO W13-OPERACION
           MOVE W-REGANT TO W13-ANTES
           MOVE REG-ALUMNO TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           GO TO 220-CONTACTO-99.
       220-CONTACTO-90.
           UNLOCK ALUMNOS.
       220-CONTACTO-99. EXIT.

      ********************************************
      *  PRE-INSCRIPCION CON LAS REGLAS DEL ALTA
      *  DE PROG-107: CURSO EXISTENTE, CICLO
      *  INFORMADO, APELLIDO PARA EL ASPIRANTE SIN
      *  LEGAJO. ENTRA AL FINAL DE LA COLA DEL
      *  CURSO Y CICLO CON LA FECHA DEL PEDIDO
      ********************************************
       230-PREINSCRIP-00.
           IF W-HAYCUR NOT = "S"
              MOVE "NO HAY CURSOS CARGADOS." TO M-ERROR
              GO TO 230-PREINSCRIP-99
           END-IF.
           MOVE SOP-CURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE "EL CURSO NO EXISTE." TO M-ERROR
                 GO TO 230-PREINSCRIP-99
           END-READ.
           IF SOP-CICLO = 0
              MOVE "EL CICLO NO PUEDE SER NULO." TO M-ERROR
              GO TO 230-PREINSCRIP-99
           END-IF.
           IF SOP-ALUMNO NOT = 0
              MOVE SOP-ALUMNO TO ALU-CODIGO
              READ ALUMNOS KEY IS ALU-CODIGO
                 INVALID KEY
                    MOVE "EL ALUMNO NO EXISTE." TO M-ERROR
                    GO TO 230-PREINSCRIP-99
              END-READ
              MOVE ALU-APELLIDO TO SOP-APELLIDO
              MOVE ALU-NOMBRE   TO SOP-NOMBRE
              IF SOP-TELEFONO = SPACES
                 MOVE ALU-TELEFONO TO SOP-TELEFONO
              END-IF
           END-IF.
           IF SOP-APELLIDO = SPACES
              MOVE "EL APELLIDO NO PUEDE SER NULO." TO M-ERROR
              GO TO 230-PREINSCRIP-99
           END-IF.
           MOVE SOP-CURSO TO W-CURSO
           MOVE SOP-CICLO TO W-CICLO
           PERFORM 260-PROXORDEN-00 THRU 260-PROXORDEN-99.
           MOVE W-CURSO      TO PRE-CURSO
           MOVE W-CICLO      TO PRE-CICLO
           MOVE W-ORDEN      TO PRE-ORDEN
           MOVE SOP-ALUMNO   TO PRE-ALUMNO
           MOVE SOP-APELLIDO TO PRE-APELLIDO
           MOVE SOP-NOMBRE   TO PRE-NOMBRE
           MOVE SOP-TELEFONO TO PRE-TELEFONO
           MOVE SOP-FECHA    TO PRE-FECHA
           IF SOP-FECHA = 0
              MOVE W-FECHAHOY TO PRE-FECHA
           END-IF
           MOVE "P"          TO PRE-ESTADO
           WRITE REG-PREINS
              INVALID KEY
                 MOVE "NO SE GRABO" TO M-ERROR
                 GO TO 230-PREINSCRIP-99
           END-WRITE.
           MOVE "S" TO W-APLICADA.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "PREINS"     TO W13-ARCHIVO
           MOVE "A"          TO W13-OPERACION
           MOVE REG-PREINS   TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           MOVE SOP-ALUMNO   TO W-HACODIGO
           MOVE SOP-APELLIDO TO W-HAAPELLIDO
           MOVE SOP-NOMBRE   TO W-HANOMBRE
           MOVE 0            TO W-PROV
           MOVE "PORTAL PREINS" TO W-ACCION
           PERFORM 250-HISTORIAL-00 THRU 250-HISTORIAL-99.
           DISPLAY "ORDEN ASIGNADO:" LINE 22 POSITION 1.
           DISPLAY W-ORDEN LINE 22 POSITION 17.
       230-PREINSCRIP-99. EXIT.

       240-RESUELVE-00.
           MOVE REG-SOLPORTAL TO W-REGANT
           IF W-RESPUESTA = "A"
              MOVE "A" TO SOP-ESTADO
           ELSE
              MOVE "R" TO SOP-ESTADO
           END-IF
           MOVE W40-OPERADOR TO SOP-OPERADOR
           MOVE W-FECHAHOY   TO SOP-FECHARES
           MOVE W-MOTIVORES  TO SOP-MOTIVO
           REWRITE REG-SOLPORTAL
              INVALID KEY
                 MOVE "NO SE PUDO RESOLVER." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 240-RESUELVE-99
           END-REWRITE.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR  TO W13-OPERADOR
           MOVE "SOLPORT"     TO W13-ARCHIVO
           MOVE "M"           TO W13-OPERACION
           MOVE W-REGANT      TO W13-ANTES
           MOVE REG-SOLPORTAL TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           IF W-RESPUESTA = "A"
              MOVE "SOLICITUD ACEPTADA Y APLICADA." TO M-ERROR
           ELSE
              MOVE "SOLICITUD RECHAZADA." TO M-ERROR
           END-IF
           PERFORM ERRORES THRU ERRORES-F.
       240-RESUELVE-99. EXIT.

      *  HISTORIAL DEL ALUMNO COMO EN PROG-42. EL CURSO QUEDA EN
      *  W-CURSO (EL ACTUAL, O EL PEDIDO EN LA PRE-INSCRIPCION).
      *  EL ASPIRANTE SIN LEGAJO QUEDA CON CODIGO CERO
       250-HISTORIAL-00.
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
           MOVE W-ACCION      TO HA-ACCION
           MOVE W-HACODIGO    TO HA-CODIGO
           MOVE W-HAAPELLIDO  TO HA-APELLIDO
           MOVE W-HANOMBRE    TO HA-NOMBRE
           MOVE W-CURSO       TO HA-CURSO-ANT HA-CURSO-NUE
           MOVE W-PROV        TO HA-PROV-ANT HA-PROV-NUE
           IF W-ACCION = "PORTAL PREINS"
              MOVE ZERO TO HA-CURSO-ANT
           END-IF.
           WRITE REG-HISTALU
           CLOSE HISTALU.
       250-HISTORIAL-99. EXIT.

      *  EL PROXIMO ORDEN DE LLEGADA PARA EL CURSO Y CICLO
       260-PROXORDEN-00.
           MOVE 0 TO W-ORDEN.
           MOVE W-CURSO TO PRE-CURSO
           MOVE W-CICLO TO PRE-CICLO
           MOVE 0       TO PRE-ORDEN
           START PREINS KEY IS NOT LESS PRE-CLAVE
              INVALID KEY
                 GO TO 260-PROXORDEN-90
           END-START.
       260-PROXORDEN-10.
           READ PREINS NEXT AT END
                GO TO 260-PROXORDEN-90
           END-READ.
           IF (PRE-CURSO NOT = W-CURSO) OR (PRE-CICLO NOT = W-CICLO)
              GO TO 260-PROXORDEN-90
           END-IF.
           MOVE PRE-ORDEN TO W-ORDEN.
           GO TO 260-PROXORDEN-10.
       260-PROXORDEN-90.
           ADD 1 TO W-ORDEN.
       260-PROXORDEN-99. EXIT.

       300-CONSULTA-00.
           DISPLAY " " ERASE
           MOVE "CONSULTA DE SOLICITUDES DEL PORTAL" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           MOVE 6 TO UBICACIONFILA.
           MOVE 0 TO SOP-NUMERO
           START SOLPORTAL KEY IS NOT LESS SOP-NUMERO
              INVALID KEY
                 GO TO 300-CONSULTA-99
           END-START.
       300-CONSULTA-10.
           READ SOLPORTAL NEXT AT END
                GO TO 300-CONSULTA-99
           END-READ.

           IF FILA = 0
             DISPLAY " " ERASE
             MOVE "CONSULTA DE SOLICITUDES DEL PORTAL" TO W-TITULO-ENC
             PERFORM ENCABEZADO THRU ENCABEZADO-F
             DISPLAY TITULO-01 LINE 5 POSITION 1
           END-IF.

           COMPUTE UBICACIONFILA = UBICACIONFILA + 1
           COMPUTE FILA = FILA + 1

           MOVE SOP-NUMERO    TO D1-NUMERO
           MOVE SOP-TIPO      TO D1-TIPO
           MOVE SOP-ALUMNO    TO D1-ALUMNO
           MOVE SOP-APELLIDO  TO D1-APELLIDO
           MOVE SOP-FECHA     TO D1-FECHA
           MOVE SOP-ESTADO    TO D1-ESTADO
           MOVE SOP-FECHARES  TO D1-FECHARES
           MOVE SOP-MOTIVO    TO D1-MOTIVO

           DISPLAY DETALLE-01 LINE UBICACIONFILA POSITION 1.

           IF FILA = 15
              MOVE 0 TO FILA
              MOVE 6 TO UBICACIONFILA
              ACCEPT SINO LINE 24 POSITION 1
           END-IF.
           GO TO 300-CONSULTA-10.
       300-CONSULTA-99. EXIT.

       900-ABRE-00.
           OPEN I-O SOLPORTAL.
           IF ST-SOLPORTAL = "35"
             OPEN OUTPUT SOLPORTAL
             CLOSE SOLPORTAL
             OPEN I-O SOLPORTAL
           END-IF.
           OPEN I-O PREINS.
           IF ST-PREINS = "35"
             OPEN OUTPUT PREINS
             CLOSE PREINS
             OPEN I-O PREINS
           END-IF.
           OPEN I-O ALUMNOS.
           IF ST-ALUMNOS = "00"
              MOVE "S" TO W-HAYALU
           ELSE
              MOVE "N" TO W-HAYALU
           END-IF.
           OPEN INPUT CURSOS.
           IF ST-CURSOS = "00"
              MOVE "S" TO W-HAYCUR
           ELSE
              MOVE "N" TO W-HAYCUR
           END-IF.
       900-ABRE-99. EXIT.

       900-CIERRA-00.
           IF W-HAYCUR = "S"
              CLOSE CURSOS
           END-IF.
           IF W-HAYALU = "S"
              CLOSE ALUMNOS
           END-IF.
           CLOSE PREINS.
           CLOSE SOLPORTAL.
       900-CIERRA-99. EXIT.

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
           DISPLAY "1-CARGAR SOLICITUDES DEL PORTAL  " LINE 5
                      POSITION 1.
           DISPLAY "2-REVISAR SOLICITUDES PENDIENTES " LINE 6
                      POSITION 1.
           DISPLAY "3-CONSULTA DE SOLICITUDES        " LINE 7
                      POSITION 1.
           DISPLAY "4-GENERAR EXTRACCION PARA PORTAL " LINE 8
                      POSITION 1.
           DISPLAY "9-SALIR                          " LINE 10
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
