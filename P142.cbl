       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-142.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 142
      *  INFORME DE CORRELATIVAS NO CUMPLIDAS, POR
      *  EL SPOOL. SIRVE PARA REVISAR LO CARGADO
      *  ANTES DE QUE EXISTIERAN LAS REGLAS O
      *  DESPUES DE CAMBIARLAS (PROG-141):
      *   - INSCRIPCIONES ACTIVAS DEL CICLO CUYO
      *     ALUMNO NO CUMPLE LAS CORRELATIVAS DEL
      *     CURSO (PROG-24, PARA CURSAR)
      *   - OPCIONALMENTE, ANOTADOS EN MESAS DE
      *     EXAMEN FUTURAS QUE NO CUMPLEN LAS
      *     CORRELATIVAS DE LA MATERIA (PARA
      *     RENDIR)
      *  CADA LINEA INDICA LA PRIMERA FALTANTE,
      *  CUANTAS FALTAN Y SI HAY UNA EXCEPCION
      *  APROBADA POR UN SUPERVISOR (PROG-118)
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-INSCRI.CPY".
       COPY "S-INSMES.CPY".
       COPY "S-ALUMNO.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-INSCRI.CPY".
       COPY "F-INSMES.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TIT.
          03 PIC X(34) VALUE "CORRELATIVAS NO CUMPLIDAS - CICLO ".
          03 LT-CICLO     PIC 9(04).
       01 LINEA-COL.
          03 PIC X(40) VALUE
             "T ALUMN APELLIDO Y NOMBRE        CU MA M".
          03 PIC X(38) VALUE
             "ESA     FALTA  C CANT EXCEPCION".
       01 LINEA-DET.
          03 LDE-TIPO     PIC X(01).
          03              PIC X.
          03 LDE-ALUMNO   PIC 9(05).
          03              PIC X.
          03 LDE-NOMBRE   PIC X(24).
          03              PIC X.
          03 LDE-CURSO    PIC 9(02).
          03              PIC X.
          03 LDE-MATERIA  PIC 9(02).
          03              PIC X.
          03 LDE-MESA     PIC X(08).
          03              PIC X.
          03 LDE-FALCURSO PIC 9(02).
          03              PIC X(01) VALUE "/".
          03 LDE-FALMAT   PIC 9(02).
          03              PIC X(02).
          03 LDE-COND     PIC X(01).
          03              PIC X.
          03 LDE-CANT     PIC ZZZ9.
          03              PIC X.
          03 LDE-EXCEP    PIC X(10).
       01 LINEA-TOT.
          03 PIC X(30) VALUE "INSCRIPCIONES EN FALTA      : ".
          03 LTO-INSCRIP  PIC ZZZZ9.
          03 PIC X(30) VALUE "   ANOTADOS A MESA EN FALTA: ".
          03 LTO-MESAS    PIC ZZZZ9.
       01 LINEA-LEY.
          03 PIC X(60) VALUE
             "T: I INSCRIPCION AL CURSO  M MESA DE EXAMEN FINAL".
       01 LINEA-LEY2.
          03 PIC X(60) VALUE
             "C: CONDICION EXIGIDA A APROBADA  R REGULARIZADA".
       01 LINEA-RAYA.
          03 PIC X(78) VALUE ALL "-".

       COPY "L-P11.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".
       COPY "L-P21.CPY".
       COPY "L-P24.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-INSCRIP     PIC XX.
       01 ST-INSMESA     PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-HAYINSMESA   PIC X.
       01 W-HAYALUMNOS   PIC X.
       01 W-FECHAHOY     PIC 9(08).
       01 W-CICLO        PIC 9(04).
       01 W-CONMESAS     PIC X.
       01 W-INSCRIP      PIC 9(05).
       01 W-MESAS        PIC 9(05).
       01 W-LEIDOS       PIC 9(05).
       01 W-FECHA8       PIC 9(08).
       01 W-FECHA8-X REDEFINES W-FECHA8 PIC X(08).
       01 CONF           PIC X.

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-INSCRIPCIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSCRIPCIONES.
           DISPLAY "ERROR DE E/S EN INSCRIPCIONES. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-INSCRIP LINE 23 POSITION 41
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO.
           DISPLAY " " ERASE
           MOVE "INFORME DE CORRELATIVAS NO CUMPLIDAS" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.

           OPEN INPUT INSCRIPCIONES.
           IF ST-INSCRIP NOT = "00"
              MOVE "NO HAY INSCRIPCIONES REGISTRADAS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO FINAL-F
           END-IF.
           MOVE "N" TO W-HAYINSMESA.
           OPEN INPUT INSMESA.
           IF ST-INSMESA = "00"
              MOVE "S" TO W-HAYINSMESA
           END-IF.
           MOVE "N" TO W-HAYALUMNOS.
           OPEN INPUT ALUMNOS.
           IF ST-ALUMNOS = "00"
              MOVE "S" TO W-HAYALUMNOS
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
           DISPLAY "CICLO LECTIVO          :" LINE 5 POSITION 1.
           ACCEPT W-CICLO LINE 5 POSITION 26 PROMPT UPDATE.
           MOVE "N" TO W-CONMESAS.
           IF W-HAYINSMESA = "S"
              DISPLAY "INCLUYE MESAS FUTURAS (S/N):" LINE 6
                         POSITION 1
              PERFORM 050-CONMESAS-00 THRU 050-CONMESAS-99
           END-IF.
           DISPLAY "CONFIRMA EL INFORME? (S/N):" LINE 8 POSITION 1.
           ACCEPT CONF LINE 8 POSITION 29.
           IF CONF NOT = "S"
              MOVE "INFORME CANCELADO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO CIERRE-F
           END-IF.
           DISPLAY "PROCESANDO..." LINE 10 POSITION 1.

           MOVE 0 TO W-INSCRIP W-MESAS W-LEIDOS.
           OPEN OUTPUT LISTADO.
           MOVE W-CICLO TO LT-CICLO
           MOVE LINEA-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-COL TO REG-LISTADO
           WRITE REG-LISTADO.
           PERFORM 100-INSCRIP-00 THRU 100-INSCRIP-99.
           IF W-CONMESAS = "S"
              PERFORM 200-MESAS-00 THRU 200-MESAS-99
           END-IF.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-INSCRIP TO LTO-INSCRIP
           MOVE W-MESAS   TO LTO-MESAS
           MOVE LINEA-TOT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-LEY TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-LEY2 TO REG-LISTADO
           WRITE REG-LISTADO.
           CLOSE LISTADO.
           INITIALIZE W15-DATOS
           MOVE "PROG-142" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".

           INITIALIZE W14-DATOS
           MOVE "PROG-142"   TO W14-PROGRAMA
           MOVE W40-OPERADOR TO W14-OPERADOR
           MOVE W-LEIDOS     TO W14-PROCESADOS
           COMPUTE W14-RECHAZADOS = W-INSCRIP + W-MESAS
           MOVE "OK"         TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           CANCEL "P14".

           DISPLAY "INSCRIPCIONES EN FALTA :" LINE 12 POSITION 1.
           DISPLAY W-INSCRIP                 LINE 12 POSITION 26.
           DISPLAY "ANOTADOS A MESA EN FALTA:" LINE 13 POSITION 1.
           DISPLAY W-MESAS                   LINE 13 POSITION 26.
           MOVE "INFORME ENVIADO AL SPOOL." TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F.
       CIERRE-F.
           IF W-HAYALUMNOS = "S"
              CLOSE ALUMNOS
           END-IF.
           IF W-HAYINSMESA = "S"
              CLOSE INSMESA
           END-IF.
           CLOSE INSCRIPCIONES.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

       050-CONMESAS-00.
           ACCEPT W-CONMESAS LINE 6 POSITION 30.
           IF (W-CONMESAS NOT = "S") AND (W-CONMESAS NOT = "N")
              GO TO 050-CONMESAS-00
           END-IF.
       050-CONMESAS-99. EXIT.

      ********************************************
      *  INSCRIPCIONES ACTIVAS DEL CICLO: CADA UNA
      *  SE CONTROLA PARA CURSAR EL CURSO COMPLETO
      ********************************************
       100-INSCRIP-00.
           CONTINUE.
       100-INSCRIP-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 100-INSCRIP-99
           END-READ.
           IF (INS-CICLO NOT = W-CICLO) OR (NOT INS-ACTIVA)
              GO TO 100-INSCRIP-10
           END-IF.
           ADD 1 TO W-LEIDOS.
           INITIALIZE W24-DATOS
           MOVE INS-ALUMNO TO W24-ALUMNO
           MOVE INS-CURSO  TO W24-CURSO
           MOVE 0          TO W24-MATERIA
           MOVE INS-CICLO  TO W24-CICLO
           MOVE "C"        TO W24-PARA
           CALL "P24" USING W24-DATOS
           CANCEL "P24".
           IF W24-RESULT = "S"
              GO TO 100-INSCRIP-10
           END-IF.
           INITIALIZE W21-DATOS
           MOVE "C" TO W21-ACCION
           MOVE "CO" TO W21-TIPO
           MOVE W40-OPERADOR TO W21-OPERADOR
           MOVE INS-ALUMNO TO W21-DATO1
           COMPUTE W21-DATO2 = INS-CURSO * 100
           CALL "P21" USING W21-DATOS
           CANCEL "P21".
           MOVE SPACES TO LINEA-DET
           MOVE "I"        TO LDE-TIPO
           MOVE INS-ALUMNO TO LDE-ALUMNO
           MOVE INS-CURSO  TO LDE-CURSO
           MOVE 0          TO LDE-MATERIA
           MOVE SPACES     TO LDE-MESA
           PERFORM 300-LINEA-00 THRU 300-LINEA-99.
           ADD 1 TO W-INSCRIP.
           GO TO 100-INSCRIP-10.
       100-INSCRIP-99. EXIT.

      ********************************************
      *  ANOTADOS A MESAS DE HOY EN ADELANTE: SE
      *  CONTROLAN PARA RENDIR LA MATERIA
      ********************************************
       200-MESAS-00.
           CONTINUE.
       200-MESAS-10.
           READ INSMESA NEXT AT END
                GO TO 200-MESAS-99
           END-READ.
           IF IME-FECHA < W-FECHAHOY
              GO TO 200-MESAS-10
           END-IF.
           ADD 1 TO W-LEIDOS.
           INITIALIZE W24-DATOS
           MOVE IME-ALUMNO  TO W24-ALUMNO
           MOVE IME-CURSO   TO W24-CURSO
           MOVE IME-MATERIA TO W24-MATERIA
           MOVE "R"         TO W24-PARA
           CALL "P24" USING W24-DATOS
           CANCEL "P24".
           IF W24-RESULT = "S"
              GO TO 200-MESAS-10
           END-IF.
           INITIALIZE W21-DATOS
           MOVE "C" TO W21-ACCION
           MOVE "CO" TO W21-TIPO
           MOVE W40-OPERADOR TO W21-OPERADOR
           MOVE IME-ALUMNO TO W21-DATO1
           COMPUTE W21-DATO2 = (IME-CURSO * 100) + IME-MATERIA
           CALL "P21" USING W21-DATOS
           CANCEL "P21".
           MOVE SPACES TO LINEA-DET
           MOVE "M"         TO LDE-TIPO
           MOVE IME-ALUMNO  TO LDE-ALUMNO
           MOVE IME-CURSO   TO LDE-CURSO
           MOVE IME-MATERIA TO LDE-MATERIA
           MOVE IME-FECHA   TO W-FECHA8
           MOVE W-FECHA8-X  TO LDE-MESA
           PERFORM 300-LINEA-00 THRU 300-LINEA-99.
           ADD 1 TO W-MESAS.
           GO TO 200-MESAS-10.
       200-MESAS-99. EXIT.

      ********************************************
      *  COMPLETA Y ESCRIBE LA LINEA DE DETALLE
      *  (NOMBRE, FALTANTE Y EXCEPCION)
      ********************************************
       300-LINEA-00.
           MOVE SPACES TO LDE-NOMBRE.
           IF W-HAYALUMNOS = "S"
              MOVE LDE-ALUMNO TO ALU-CODIGO
              READ ALUMNOS
                 INVALID KEY
                    MOVE "(INEXISTENTE)" TO LDE-NOMBRE
                 NOT INVALID KEY
                    STRING ALU-APELLIDO DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           ALU-NOMBRE DELIMITED BY "  "
                           INTO LDE-NOMBRE
              END-READ
           END-IF.
           MOVE W24-FALTACURSO TO LDE-FALCURSO
           MOVE W24-FALTAMAT   TO LDE-FALMAT
           MOVE W24-FALTACOND  TO LDE-COND
           MOVE W24-FALTAN     TO LDE-CANT
           MOVE "NO"           TO LDE-EXCEP
           IF W21-RESULT = "A"
              MOVE "APROBADA" TO LDE-EXCEP
           END-IF.
           IF W21-RESULT = "P"
              MOVE "PENDIENTE" TO LDE-EXCEP
           END-IF.
           MOVE LINEA-DET TO REG-LISTADO
           WRITE REG-LISTADO.
       300-LINEA-99. EXIT.

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
