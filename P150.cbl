       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-150.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 150
      *  FICHA DE SALUD DEL ALUMNO (SALUD.DAT):
      *  OBRA SOCIAL Y NUMERO DE AFILIADO, GRUPO
      *  SANGUINEO, ALERGIAS, MEDICACION,
      *  CONDICIONES Y VENCIMIENTO DEL APTO
      *  FISICO. LA CARGA Y LA BAJA DE FICHAS
      *  QUEDAN RESERVADAS A LOS SUPERVISORES
      *  (OPE-NIVEL). LA HOJA DE EMERGENCIA POR
      *  CURSO O COMISION VA AL SPOOL Y JUNTA LA
      *  FICHA CON EL TUTOR MARCADO DE EMERGENCIA
      *  (ALUTUTOR, PROG-112). EL CONTROL DE
      *  APTOS ANTES DEL INICIO DE CADA EDICION
      *  LO HACE PROG-151
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-SALUD.CPY".
       COPY "S-ALUMNO.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-ALUTUT.CPY".
       COPY "S-TUTOR.CPY".
       COPY "S-OPERAD.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-SALUD.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-ALUTUT.CPY".
       COPY "F-TUTOR.CPY".
       COPY "F-OPERAD.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TITULO.
          03 PIC X(26) VALUE "HOJA DE EMERGENCIA  CURSO ".
          03 LT-CURSO     PIC 9(02).
          03              PIC X.
          03 LT-DESC      PIC X(25).
          03 PIC X(07) VALUE " CICLO ".
          03 LT-CICLO     PIC 9(04).
          03 PIC X(05) VALUE " COM ".
          03 LT-COMISION  PIC X(05).
       01 LINEA-ALUMNO.
          03 LA-CODIGO    PIC 9(05).
          03              PIC X.
          03 LA-APELLIDO  PIC X(20).
          03              PIC X.
          03 LA-NOMBRE    PIC X(20).
          03 PIC X(06) VALUE " GRUPO".
          03              PIC X.
          03 LA-GRUPO     PIC X(03).
          03 PIC X(06) VALUE " APTO ".
          03 LA-APTO      PIC X(10).
          03              PIC X.
          03 LA-AVISO     PIC X(06).
       01 LINEA-OBRA.
          03 PIC X(15) VALUE "   OBRA SOCIAL:".
          03              PIC X.
          03 LO-OBRA      PIC X(20).
          03 PIC X(11) VALUE "  AFILIADO:".
          03              PIC X.
          03 LO-AFILIADO  PIC X(15).
       01 LINEA-DATO.
          03              PIC X(03).
          03 LD-TITULO    PIC X(12).
          03              PIC X.
          03 LD-TEXTO     PIC X(40).
       01 LINEA-CONTACTO.
          03 PIC X(15) VALUE "   EMERGENCIA:".
          03              PIC X.
          03 LC-APELLIDO  PIC X(20).
          03              PIC X.
          03 LC-NOMBRE    PIC X(12).
          03              PIC X.
          03 LC-PARENT    PIC X(10).
          03 PIC X(04) VALUE " TE ".
          03 LC-TELEFONO  PIC X(15).
       01 LINEA-RAYA.
          03 PIC X(80) VALUE ALL "-".

       COPY "L-P11.CPY".
       COPY "L-P12.CPY".
       COPY "L-P15.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-SALUD       PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-ALUTUTOR    PIC XX.
       01 ST-TUTORES     PIC XX.
       01 ST-OPERADORES  PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-HAYINS       PIC X.
       01 W-HAYTUTORES   PIC X.
       01 W-NIVEL        PIC X.
          88 W-SUPERVISOR VALUE "S".
       01 EXISTE         PIC X.
       01 CONF           PIC X.
       01 W-ALUMNO       PIC 9(05).
       01 W-CURSO        PIC 9(02).
       01 W-CICLO        PIC 9(04).
       01 W-COMISION     PIC 9(02).
       01 W-HOY          PIC 9(08).
       01 W-IMPRESOS     PIC 9(04).
       01 W-CONTACTO     PIC X.
       01 W-FECHA        PIC 9(08).
       01 W-FECHA-R REDEFINES W-FECHA.
          03 W-ANIO      PIC 9(04).
          03 W-MES       PIC 9(02).
          03 W-DIA       PIC 9(02).
       01 W-FECHAED.
          03 W-FED-DIA   PIC 9(02).
          03             PIC X VALUE "/".
          03 W-FED-MES   PIC 9(02).
          03             PIC X VALUE "/".
          03 W-FED-ANIO  PIC 9(04).

       01 OBRASOCIAL     PIC X(20).
       01 AFILIADO       PIC X(15).
       01 GRUPOSANG      PIC X(03).
       01 ALERGIAS       PIC X(40).
       01 MEDICACION     PIC X(40).
       01 CONDICIONES    PIC X(40).
       01 VTOAPTO        PIC 9(08).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-SALUD SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SALUD.
           DISPLAY "ERROR DE E/S EN SALUD. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-SALUD LINE 23 POSITION 33
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
      *  LA FICHA LA MANTIENE UN SUPERVISOR; EL RESTO
      *  SOLO EMITE LA HOJA DE EMERGENCIA
           MOVE "J" TO W-NIVEL.
           OPEN INPUT OPERADORES.
           IF ST-OPERADORES = "00"
              MOVE W40-OPERADOR TO OPE-CODIGO
              READ OPERADORES KEY IS OPE-CODIGO
                 INVALID KEY
                    MOVE "J" TO OPE-NIVEL
              END-READ
              MOVE OPE-NIVEL TO W-NIVEL
              CLOSE OPERADORES
           ELSE
              MOVE "S" TO W-NIVEL
           END-IF.
           OPEN INPUT ALUMNOS.
           IF ST-ALUMNOS NOT = "00"
              MOVE "NO HAY ALUMNOS CARGADOS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO FINAL-F
           END-IF.
           OPEN INPUT CURSOS.
           IF ST-CURSOS NOT = "00"
              MOVE "CARGAR PRIMERO LOS CURSOS" TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              CLOSE ALUMNOS
              GO TO FINAL-F
           END-IF.
           OPEN I-O SALUD.
           IF ST-SALUD = "35"
             OPEN OUTPUT SALUD
             CLOSE SALUD
             OPEN I-O SALUD
           END-IF.
           OPEN INPUT INSCRIPCIONES.
           IF ST-INSCRIP = "00"
              MOVE "S" TO W-HAYINS
           ELSE
              MOVE "N" TO W-HAYINS
           END-IF.
           MOVE "N" TO W-HAYTUTORES.
           OPEN INPUT TUTORES.
           IF ST-TUTORES = "00"
              OPEN INPUT ALUTUTOR
              IF ST-ALUTUTOR = "00"
                 MOVE "S" TO W-HAYTUTORES
              ELSE
                 CLOSE TUTORES
              END-IF
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-HOY.

       INICIO.
           DISPLAY " " ERASE
           MOVE "FICHA DE SALUD" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 12 POSITION 10.

           IF (OPCION = 1) OR (OPCION = 2)
              IF NOT W-SUPERVISOR
                 MOVE "SOLO UN SUPERVISOR MANTIENE LAS FICHAS."
                      TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO INICIO
              END-IF
           END-IF.
           IF OPCION = 1
              PERFORM 100-FICHA-00 THRU 100-FICHA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              PERFORM 200-BAJA-00 THRU 200-BAJA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 3
              PERFORM 300-HOJA-00 THRU 300-HOJA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYTUTORES = "S"
              CLOSE ALUTUTOR
              CLOSE TUTORES
           END-IF.
           IF W-HAYINS = "S"
              CLOSE INSCRIPCIONES
           END-IF.
           CLOSE SALUD.
           CLOSE CURSOS.
           CLOSE ALUMNOS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

       100-LEO-00.
           READ SALUD KEY IS SLD-ALUMNO
              INVALID KEY
                MOVE "N" TO EXISTE
              NOT INVALID KEY
                MOVE "S" TO EXISTE
           END-READ.
       100-LEO-99. EXIT.

      ********************************************
      *  ALTA O MODIFICACION DE LA FICHA: SI EL
      *  ALUMNO YA TIENE FICHA SE MUESTRA PARA
      *  CORREGIRLA; SI NO, SE CARGA EN BLANCO
      ********************************************
       100-FICHA-00.
           DISPLAY " " ERASE
           MOVE "CARGA DE FICHA DE SALUD" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       100-FICHA-10.
           ACCEPT W-ALUMNO LINE 4 POSITION 19 PROMPT.
           IF W-ALUMNO = 0
              GO TO 100-FICHA-99
           END-IF.
           MOVE W-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE "EL ALUMNO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-FICHA-10
           END-READ.
           DISPLAY ALU-APELLIDO LINE 4 POSITION 26.
           DISPLAY ALU-NOMBRE   LINE 4 POSITION 47.
           MOVE W-ALUMNO TO SLD-ALUMNO
           PERFORM 100-LEO-00 THRU 100-LEO-99.
           IF EXISTE = "S"
              MOVE SLD-OBRASOCIAL  TO OBRASOCIAL
              MOVE SLD-AFILIADO    TO AFILIADO
              MOVE SLD-GRUPOSANG   TO GRUPOSANG
              MOVE SLD-ALERGIAS    TO ALERGIAS
              MOVE SLD-MEDICACION  TO MEDICACION
              MOVE SLD-CONDICIONES TO CONDICIONES
              MOVE SLD-VTOAPTO     TO VTOAPTO
              DISPLAY "ULTIMA ACTUALIZACION:" LINE 13 POSITION 1
              DISPLAY SLD-FECHAACT  LINE 13 POSITION 23
              DISPLAY SLD-OPERADOR  LINE 13 POSITION 33
           ELSE
              MOVE SPACES TO OBRASOCIAL AFILIADO GRUPOSANG
                             ALERGIAS MEDICACION CONDICIONES
              MOVE 0 TO VTOAPTO
              DISPLAY "ALUMNO SIN FICHA: ALTA" LINE 13 POSITION 1
           END-IF.
           DISPLAY OBRASOCIAL  LINE 5 POSITION 19
           DISPLAY AFILIADO    LINE 6 POSITION 19
           DISPLAY GRUPOSANG   LINE 7 POSITION 19
           DISPLAY ALERGIAS    LINE 8 POSITION 19
           DISPLAY MEDICACION  LINE 9 POSITION 19
           DISPLAY CONDICIONES LINE 10 POSITION 19
           DISPLAY VTOAPTO     LINE 11 POSITION 19.
       100-FICHA-20.
           ACCEPT OBRASOCIAL  LINE 5 POSITION 19 PROMPT UPDATE.
           ACCEPT AFILIADO    LINE 6 POSITION 19 PROMPT UPDATE.
           IF (OBRASOCIAL NOT = SPACES) AND (AFILIADO = SPACES)
              MOVE "FALTA EL NUMERO DE AFILIADO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-FICHA-20
           END-IF.
       100-FICHA-30.
           ACCEPT GRUPOSANG   LINE 7 POSITION 19 PROMPT UPDATE.
           IF (GRUPOSANG NOT = SPACES) AND
              (GRUPOSANG NOT = "0+ ") AND (GRUPOSANG NOT = "0- ") AND
              (GRUPOSANG NOT = "A+ ") AND (GRUPOSANG NOT = "A- ") AND
              (GRUPOSANG NOT = "B+ ") AND (GRUPOSANG NOT = "B- ") AND
              (GRUPOSANG NOT = "AB+") AND (GRUPOSANG NOT = "AB-")
              MOVE "GRUPO SANGUINEO INVALIDO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-FICHA-30
           END-IF.
           ACCEPT ALERGIAS    LINE 8 POSITION 19 PROMPT UPDATE.
           ACCEPT MEDICACION  LINE 9 POSITION 19 PROMPT UPDATE.
           ACCEPT CONDICIONES LINE 10 POSITION 19 PROMPT UPDATE.
       100-FICHA-40.
           ACCEPT VTOAPTO     LINE 11 POSITION 19 PROMPT UPDATE.
           IF VTOAPTO NOT = 0
              MOVE VTOAPTO TO W-FECHA
              PERFORM 900-VALIDAFECHA-00 THRU 900-VALIDAFECHA-99
              IF W12-RESULTADO NOT = "S"
                 GO TO 100-FICHA-40
              END-IF
           END-IF.
       100-FICHA-50.
           ACCEPT CONF LINE 21 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 100-FICHA-50
           END-IF.
           IF CONF = "N"
              GO TO 100-FICHA-00
           END-IF.
           MOVE W-ALUMNO    TO SLD-ALUMNO
           MOVE OBRASOCIAL  TO SLD-OBRASOCIAL
           MOVE AFILIADO    TO SLD-AFILIADO
           MOVE GRUPOSANG   TO SLD-GRUPOSANG
           MOVE ALERGIAS    TO SLD-ALERGIAS
           MOVE MEDICACION  TO SLD-MEDICACION
           MOVE CONDICIONES TO SLD-CONDICIONES
           MOVE VTOAPTO     TO SLD-VTOAPTO
           MOVE W-HOY       TO SLD-FECHAACT
           MOVE W40-OPERADOR TO SLD-OPERADOR
           IF EXISTE = "S"
              REWRITE REG-SALUD
                 INVALID KEY
                    MOVE "NO SE MODIFICO" TO M-ERROR
                 NOT INVALID KEY
                    MOVE "DATOS MODIFICADOS" TO M-ERROR
              END-REWRITE
           ELSE
              WRITE REG-SALUD
                 INVALID KEY
                    MOVE "NO SE GRABO" TO M-ERROR
                 NOT INVALID KEY
                    MOVE "DATOS INGRESADOS" TO M-ERROR
              END-WRITE
           END-IF.
           PERFORM ERRORES THRU ERRORES-F.
           GO TO 100-FICHA-00.
       100-FICHA-99. EXIT.

       200-BAJA-00.
           DISPLAY " " ERASE
           MOVE "BAJA DE FICHA DE SALUD" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       200-BAJA-10.
           ACCEPT W-ALUMNO LINE 4 POSITION 19 PROMPT.
           IF W-ALUMNO = 0
              GO TO 200-BAJA-99
           END-IF.
           MOVE W-ALUMNO TO SLD-ALUMNO
           PERFORM 100-LEO-00 THRU 100-LEO-99.
           IF EXISTE = "N"
              MOVE "EL ALUMNO NO TIENE FICHA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-BAJA-10
           END-IF.
           MOVE W-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE SPACES TO ALU-APELLIDO ALU-NOMBRE
           END-READ.
           DISPLAY ALU-APELLIDO    LINE 4 POSITION 26
           DISPLAY ALU-NOMBRE      LINE 4 POSITION 47
           DISPLAY SLD-OBRASOCIAL  LINE 5 POSITION 19
           DISPLAY SLD-AFILIADO    LINE 6 POSITION 19
           DISPLAY SLD-GRUPOSANG   LINE 7 POSITION 19
           DISPLAY SLD-ALERGIAS    LINE 8 POSITION 19
           DISPLAY SLD-MEDICACION  LINE 9 POSITION 19
           DISPLAY SLD-CONDICIONES LINE 10 POSITION 19
           DISPLAY SLD-VTOAPTO     LINE 11 POSITION 19.
       200-BAJA-50.
           ACCEPT CONF LINE 21 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 200-BAJA-50
           END-IF.
           IF CONF = "N"
              GO TO 200-BAJA-00
           END-IF.
           DELETE SALUD
              INVALID KEY
                 MOVE "NO SE BORRO" TO M-ERROR
              NOT INVALID KEY
                 MOVE "BORRADO EXITOSO" TO M-ERROR
           END-DELETE.
           PERFORM ERRORES THRU ERRORES-F.
           GO TO 200-BAJA-00.
       200-BAJA-99. EXIT.

      ********************************************
      *  HOJA DE EMERGENCIA DE UN CURSO (O DE UNA
      *  SOLA COMISION) PARA EL CICLO PEDIDO: POR
      *  CADA INSCRIPTO ACTIVO, SU FICHA DE SALUD
      *  Y EL CONTACTO DE EMERGENCIA
      ********************************************
       300-HOJA-00.
           DISPLAY " " ERASE
           MOVE "HOJA DE EMERGENCIA" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           IF W-HAYINS NOT = "S"
              MOVE "NO HAY INSCRIPCIONES." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 300-HOJA-99
           END-IF.
           DISPLAY "CURSO     :" LINE 4 POSITION 1.
           DISPLAY "CICLO     :" LINE 5 POSITION 1.
           DISPLAY "COMISION  :" LINE 6 POSITION 1.
           DISPLAY "(0 = TODAS)" LINE 6 POSITION 17.
       300-HOJA-10.
           ACCEPT W-CURSO LINE 4 POSITION 13 PROMPT.
           IF W-CURSO = 0
              GO TO 300-HOJA-99
           END-IF.
           MOVE W-CURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE "EL CURSO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 300-HOJA-10
           END-READ.
           DISPLAY CUR-DESCRIPCION LINE 4 POSITION 17.
           INITIALIZE W1-DATOS
           MOVE 11 TO W1-OPCION
           MOVE "03" TO W1-DESCRIPCION(1:2)
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO(5:4) TO W-CICLO.
           ACCEPT W-CICLO LINE 5 POSITION 13 PROMPT UPDATE.
           MOVE 0 TO W-COMISION.
           ACCEPT W-COMISION LINE 6 POSITION 13 PROMPT UPDATE.

           MOVE W-CURSO         TO LT-CURSO
           MOVE CUR-DESCRIPCION TO LT-DESC
           MOVE W-CICLO         TO LT-CICLO
           MOVE "TODAS"         TO LT-COMISION
           IF W-COMISION NOT = 0
              MOVE SPACES TO LT-COMISION
              MOVE W-COMISION TO LT-COMISION(1:2)
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE LINEA-TITULO TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 0 TO W-IMPRESOS.
           MOVE W-CURSO TO INS-CURSO
           START INSCRIPCIONES KEY IS EQUAL INS-CURSO
              INVALID KEY
                 GO TO 300-HOJA-80
           END-START.
       300-HOJA-20.
           READ INSCRIPCIONES NEXT AT END
                GO TO 300-HOJA-80
           END-READ.
           IF INS-CURSO NOT = W-CURSO
              GO TO 300-HOJA-80
           END-IF.
           IF (NOT INS-ACTIVA) OR (INS-CICLO NOT = W-CICLO)
              GO TO 300-HOJA-20
           END-IF.
           IF (W-COMISION NOT = 0) AND (INS-COMISION NOT = W-COMISION)
              GO TO 300-HOJA-20
           END-IF.
           MOVE INS-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 GO TO 300-HOJA-20
           END-READ.
           PERFORM 310-ALUMNO-00 THRU 310-ALUMNO-99.
           ADD 1 TO W-IMPRESOS.
           GO TO 300-HOJA-20.
       300-HOJA-80.
           IF W-IMPRESOS = 0
              MOVE "SIN INSCRIPTOS ACTIVOS" TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
           CLOSE LISTADO.
           INITIALIZE W15-DATOS
           MOVE "PROG-150" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".
           MOVE "HOJA DE EMERGENCIA ENVIADA AL SPOOL." TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F.
       300-HOJA-99. EXIT.

      *  BLOQUE DE UN ALUMNO EN LA HOJA DE EMERGENCIA
       310-ALUMNO-00.
           MOVE ALU-CODIGO   TO LA-CODIGO
           MOVE ALU-APELLIDO TO LA-APELLIDO
           MOVE ALU-NOMBRE   TO LA-NOMBRE
           MOVE ALU-CODIGO TO SLD-ALUMNO
           PERFORM 100-LEO-00 THRU 100-LEO-99.
           IF EXISTE = "N"
              MOVE SPACES      TO LA-GRUPO LA-APTO
              MOVE "S/FICHA"   TO LA-AVISO
              MOVE LINEA-ALUMNO TO REG-LISTADO
              WRITE REG-LISTADO
              GO TO 310-ALUMNO-50
           END-IF.
           MOVE SLD-GRUPOSANG TO LA-GRUPO
           MOVE SPACES TO LA-AVISO
           IF SLD-VTOAPTO = 0
              MOVE SPACES TO LA-APTO
              MOVE "FALTA" TO LA-AVISO
           ELSE
              MOVE SLD-VTOAPTO TO W-FECHA
              MOVE W-DIA  TO W-FED-DIA
              MOVE W-MES  TO W-FED-MES
              MOVE W-ANIO TO W-FED-ANIO
              MOVE W-FECHAED TO LA-APTO
              IF SLD-VTOAPTO < W-HOY
                 MOVE "VENCID" TO LA-AVISO
              END-IF
           END-IF.
           MOVE LINEA-ALUMNO TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE SLD-OBRASOCIAL TO LO-OBRA
           MOVE SLD-AFILIADO   TO LO-AFILIADO
           MOVE LINEA-OBRA TO REG-LISTADO
           WRITE REG-LISTADO.
           IF SLD-ALERGIAS NOT = SPACES
              MOVE "ALERGIAS   :"  TO LD-TITULO
              MOVE SLD-ALERGIAS    TO LD-TEXTO
              MOVE LINEA-DATO TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
           IF SLD-MEDICACION NOT = SPACES
              MOVE "MEDICACION :"  TO LD-TITULO
              MOVE SLD-MEDICACION  TO LD-TEXTO
              MOVE LINEA-DATO TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
           IF SLD-CONDICIONES NOT = SPACES
              MOVE "CONDICIONES:"  TO LD-TITULO
              MOVE SLD-CONDICIONES TO LD-TEXTO
              MOVE LINEA-DATO TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
       310-ALUMNO-50.
           MOVE "N" TO W-CONTACTO.
           PERFORM 320-CONTACTO-00 THRU 320-CONTACTO-99.
           IF W-CONTACTO = "N"
              MOVE "SIN TUTOR DE EMERGENCIA" TO LC-APELLIDO
              MOVE SPACES TO LC-NOMBRE
              MOVE "(ALUMNO)" TO LC-PARENT
              MOVE ALU-TELEFONO TO LC-TELEFONO
              MOVE LINEA-CONTACTO TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
       310-ALUMNO-99. EXIT.

      *  TUTORES DEL ALUMNO MARCADOS DE EMERGENCIA
       320-CONTACTO-00.
           IF W-HAYTUTORES NOT = "S"
              GO TO 320-CONTACTO-99
           END-IF.
           MOVE ALU-CODIGO TO ALT-ALUMNO
           MOVE 0 TO ALT-TUTOR
           START ALUTUTOR KEY IS NOT LESS ALT-CLAVE
              INVALID KEY
                 GO TO 320-CONTACTO-99
           END-START.
       320-CONTACTO-10.
           READ ALUTUTOR NEXT AT END
                GO TO 320-CONTACTO-99
           END-READ.
           IF ALT-ALUMNO NOT = ALU-CODIGO
              GO TO 320-CONTACTO-99
           END-IF.
           IF NOT ALT-ESEMERGENCIA
              GO TO 320-CONTACTO-10
           END-IF.
           MOVE ALT-TUTOR TO TUT-CODIGO
           READ TUTORES KEY IS TUT-CODIGO
              INVALID KEY
                 GO TO 320-CONTACTO-10
           END-READ.
           MOVE TUT-APELLIDO   TO LC-APELLIDO
           MOVE TUT-NOMBRE     TO LC-NOMBRE
           MOVE ALT-PARENTESCO TO LC-PARENT
           MOVE TUT-TELEFONO   TO LC-TELEFONO
           MOVE LINEA-CONTACTO TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE "S" TO W-CONTACTO.
           GO TO 320-CONTACTO-10.
       320-CONTACTO-99. EXIT.

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
           DISPLAY "1-CARGA / MODIFICACION    " LINE 5 POSITION 1.
           DISPLAY "2-BAJA DE FICHA           " LINE 6 POSITION 1.
           DISPLAY "3-HOJA DE EMERGENCIA      " LINE 7 POSITION 1.
           DISPLAY "9-SALIR                   " LINE 8 POSITION 1.
           DISPLAY "OPCION:"                    LINE 12 POSITION 1.
       PANTALLAINICIO-F. EXIT.

       PANTALLA.
           DISPLAY "ALUMNO          :" LINE 4 POSITION 1.
           DISPLAY "OBRA SOCIAL     :" LINE 5 POSITION 1.
           DISPLAY "NRO AFILIADO    :" LINE 6 POSITION 1.
           DISPLAY "GRUPO SANGUINEO :" LINE 7 POSITION 1.
           DISPLAY "(0+ 0- A+ A- B+ B- AB+ AB-)" LINE 7 POSITION 25.
           DISPLAY "ALERGIAS        :" LINE 8 POSITION 1.
           DISPLAY "MEDICACION      :" LINE 9 POSITION 1.
           DISPLAY "CONDICIONES     :" LINE 10 POSITION 1.
           DISPLAY "VTO APTO FISICO :" LINE 11 POSITION 1.
           DISPLAY "(AAAAMMDD)"        LINE 11 POSITION 30.
           DISPLAY "CONFIRMA? (S/N): " LINE 21 POSITION 1.
       PANTALLA-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
