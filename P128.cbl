       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-128.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 128
      *  ABMC DE CONVENIOS CON EMPRESAS QUE PAGAN
      *  PARTE DE LA CUOTA DE SUS EMPLEADOS O
      *  ALUMNOS (CONVENIO.DAT): EMPRESA, CUIT,
      *  PORCENTAJE O MONTO FIJO Y VIGENCIA. LA
      *  BAJA ES LOGICA PORQUE LAS CUOTAS Y LAS
      *  LIQUIDACIONES YA EMITIDAS LO REFERENCIAN.
      *  INCLUYE LA ADHESION DE CADA ALUMNO A UN
      *  CONVENIO (ALUCONV.DAT), QUE LA GENERACION
      *  DE CUOTAS (PROG-59) USA PARA SEPARAR LA
      *  PARTE DE LA EMPRESA
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-CONVEN.CPY".
       COPY "S-ALUCNV.CPY".
       COPY "S-ALUMNO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-CONVEN.CPY".
       COPY "F-ALUCNV.CPY".
       COPY "F-ALUMNO.CPY".

       WORKING-STORAGE SECTION.

       01 TITULO-01.
          03 PIC X(03) VALUE "COD".
          03 PIC X.
          03 PIC X(30) VALUE "EMPRESA".
          03 PIC X.
          03 PIC X(11) VALUE "CUIT".
          03 PIC X.
          03 PIC X(01) VALUE "T".
          03 PIC X.
          03 PIC X(08) VALUE "   VALOR".
          03 PIC X.
          03 PIC X(08) VALUE "DESDE".
          03 PIC X.
          03 PIC X(08) VALUE "HASTA".
          03 PIC X.
          03 PIC X(01) VALUE "E".

       01 DETALLE-01.
          03 D1-CODIGO  PIC 9(03).
          03            PIC X.
          03 D1-EMPRESA PIC X(30).
          03            PIC X.
          03 D1-CUIT    PIC 9(11).
          03            PIC X.
          03 D1-TIPO    PIC X.
          03            PIC X.
          03 D1-VALOR   PIC ZZZZ9,99.
          03            PIC X.
          03 D1-DESDE   PIC 9(08).
          03            PIC X.
          03 D1-HASTA   PIC 9(08).
          03            PIC X.
          03 D1-EST     PIC X.

       01 TITULO-02.
          03 PIC X(06) VALUE "ALUMNO".
          03 PIC X.
          03 PIC X(20) VALUE "APELLIDO".
          03 PIC X.
          03 PIC X(20) VALUE "NOMBRE".
          03 PIC X.
          03 PIC X(08) VALUE "DESDE".
          03 PIC X.
          03 PIC X(08) VALUE "HASTA".

       01 DETALLE-02.
          03 D2-ALUMNO   PIC 9(05).
          03             PIC X(02).
          03 D2-APELLIDO PIC X(20).
          03             PIC X.
          03 D2-NOMBRE   PIC X(20).
          03             PIC X.
          03 D2-DESDE    PIC 9(08).
          03             PIC X.
          03 D2-HASTA    PIC 9(08).

       01 W-DATOS.
          03 CODIGO    PIC 9(03).
          03 EMPRESA   PIC X(30).
          03 CUIT      PIC 9(11).
          03 DOMICILIO PIC X(30).
          03 EMAIL     PIC X(30).
          03 TIPO      PIC X(01).
          03 VALOR     PIC 9(05)V99.
          03 DESDE     PIC 9(08).
          03 HASTA     PIC 9(08).
          03 ALUMNO    PIC 9(05).

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.
       01 FILA          PIC 999 VALUE 0.

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-CONVENIOS   PIC XX.
       01 ST-ALUCONV     PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 EXISTE         PIC X.
       01 CONF           PIC X.
       01 W-FECHAHOY     PIC 9(08).
       01 W-FECHA        PIC 9(08).
       01 W-FECHA-R REDEFINES W-FECHA.
          03 W-FEC-ANIO  PIC 9(04).
          03 W-FEC-MES   PIC 9(02).
          03 W-FEC-DIA   PIC 9(02).
       01 W-FECHAOK      PIC X.
       01 W-CUITOK       PIC X.
       01 W-CUIT         PIC 9(11).
       01 W-CUIT-R REDEFINES W-CUIT.
          03 W-CUIT-DIG  PIC 9 OCCURS 11 TIMES.
       01 TABLA-PESOS.
          03 PIC X(10) VALUE "5432765432".
       01 TABLA-PESOS-R REDEFINES TABLA-PESOS.
          03 TPE-PESO    PIC 9 OCCURS 10 TIMES.
       01 W-IND          PIC 9(02).
       01 W-SUMA         PIC 9(04).
       01 W-RESTO        PIC 9(02).
       01 W-COCIENTE     PIC 9(04).
       01 W-VERIF        PIC 9(02).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-CONVENIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CONVENIOS.
           DISPLAY "ERROR DE E/S EN CONVENIOS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-CONVENIOS LINE 23 POSITION 37
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-ALUCONV SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ALUCONV.
           DISPLAY "ERROR DE E/S EN ALUCONV. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-ALUCONV LINE 23 POSITION 35
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
           OPEN I-O CONVENIOS.
           IF ST-CONVENIOS = "35"
             OPEN OUTPUT CONVENIOS
             CLOSE CONVENIOS
             OPEN I-O CONVENIOS
           END-IF.
           OPEN I-O ALUCONV.
           IF ST-ALUCONV = "35"
             OPEN OUTPUT ALUCONV
             CLOSE ALUCONV
             OPEN I-O ALUCONV
           END-IF.
           OPEN INPUT ALUMNOS.
           IF ST-ALUMNOS = "35"
             MOVE "CARGAR PRIMERO LOS ALUMNOS" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE ALUCONV
             CLOSE CONVENIOS
             GO TO FINAL-F
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.

       INICIO.
           DISPLAY " " ERASE
           MOVE "ABMC DE CONVENIOS CON EMPRESAS" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 15 POSITION 10.

           IF OPCION = 1
              PERFORM 100-ALTA-00 THRU 100-ALTA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              PERFORM 200-BAJA-00 THRU 200-BAJA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 3
              PERFORM 300-MODIFICACION-00 THRU 300-MODIFICACION-99
              GO TO INICIO
           END-IF.
           IF OPCION = 4
              INITIALIZE FILA
              PERFORM 400-CONSULTA-00 THRU 400-CONSULTA-99
              ACCEPT SINO LINE 24 POSITION 80
              GO TO INICIO
           END-IF.
           IF OPCION = 5
              PERFORM 500-ADHESION-00 THRU 500-ADHESION-99
              GO TO INICIO
           END-IF.
           IF OPCION = 6
              PERFORM 600-FINADHESION-00 THRU 600-FINADHESION-99
              GO TO INICIO
           END-IF.
           IF OPCION = 7
              INITIALIZE FILA
              PERFORM 700-ADHERIDOS-00 THRU 700-ADHERIDOS-99
              ACCEPT SINO LINE 24 POSITION 80
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           CLOSE ALUMNOS.
           CLOSE ALUCONV.
           CLOSE CONVENIOS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

       100-LEO-00.
           READ CONVENIOS KEY IS CNV-CODIGO
              INVALID KEY
                MOVE "N" TO EXISTE
              NOT INVALID KEY
                MOVE "S" TO EXISTE
           END-READ.
       100-LEO-99. EXIT.

       100-ALTA-00.
           DISPLAY " " ERASE
           MOVE "ALTA DE CONVENIOS" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       100-ALTA-05.
           ACCEPT CODIGO LINE 5 POSITION 13 PROMPT.
           IF CODIGO = 0
              GO TO 100-ALTA-99
           END-IF.
           MOVE CODIGO TO CNV-CODIGO
           PERFORM 100-LEO-00 THRU 100-LEO-99
           IF EXISTE = "S"
             MOVE "EL CONVENIO YA EXISTE." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 100-ALTA-05
           END-IF.
           INITIALIZE EMPRESA CUIT DOMICILIO EMAIL TIPO VALOR
                      DESDE HASTA.
           PERFORM 100-DATOS-00 THRU 100-DATOS-99.
       100-ALTA-50.
           ACCEPT CONF LINE 15 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  MOVE CODIGO    TO CNV-CODIGO
                  PERFORM 100-MUEVE-00 THRU 100-MUEVE-99
                  MOVE "A"       TO CNV-ESTADO
                  WRITE REG-CONVENIO
                     INVALID KEY
                        MOVE "NO SE GRABO" TO M-ERROR
                     NOT INVALID KEY
                        MOVE "DATOS INGRESADOS" TO M-ERROR
                        INITIALIZE W13-DATOS
                        MOVE SPACES       TO W13-ANTES
                        MOVE "A"          TO W13-OPERACION
                        PERFORM 900-DIARIO-00 THRU 900-DIARIO-99
                  END-WRITE
                  PERFORM ERRORES THRU ERRORES-F
                  GO TO 100-ALTA-00
               ELSE
                  GO TO 100-ALTA-05
               END-IF
           ELSE
             GO TO 100-ALTA-50
           END-IF.
       100-ALTA-99. EXIT.

      ********************************************
      *  INGRESO DE LOS DATOS DEL CONVENIO, COMUN
      *  AL ALTA Y A LA MODIFICACION
      ********************************************
       100-DATOS-00.
           ACCEPT EMPRESA LINE 6 POSITION 13 PROMPT UPDATE.
           IF EMPRESA = SPACES
              MOVE "DEBE INGRESAR LA EMPRESA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-DATOS-00
           END-IF.
       100-DATOS-10.
           ACCEPT CUIT LINE 7 POSITION 13 PROMPT UPDATE.
           PERFORM 100-VALCUIT-00 THRU 100-VALCUIT-99.
           IF W-CUITOK NOT = "S"
              MOVE "CUIT INVALIDO (DIGITO VERIFICADOR)." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-DATOS-10
           END-IF.
           ACCEPT DOMICILIO LINE 8 POSITION 13 PROMPT UPDATE.
           ACCEPT EMAIL LINE 9 POSITION 13 PROMPT UPDATE.
       100-DATOS-20.
           ACCEPT TIPO LINE 10 POSITION 13 PROMPT UPDATE.
           IF (TIPO NOT = "P") AND (TIPO NOT = "M")
              MOVE "TIPO: P = PORCENTAJE, M = MONTO FIJO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-DATOS-20
           END-IF.
       100-DATOS-30.
           ACCEPT VALOR LINE 11 POSITION 13 PROMPT UPDATE.
           IF VALOR = 0
              MOVE "EL VALOR DEBE SER MAYOR A CERO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-DATOS-30
           END-IF.
           IF (TIPO = "P") AND (VALOR > 100)
              MOVE "EL PORCENTAJE NO PUEDE SUPERAR 100." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-DATOS-30
           END-IF.
       100-DATOS-40.
           IF DESDE = 0
              MOVE W-FECHAHOY TO DESDE
           END-IF.
           ACCEPT DESDE LINE 12 POSITION 13 PROMPT UPDATE.
           MOVE DESDE TO W-FECHA
           PERFORM 100-VALFECHA-00 THRU 100-VALFECHA-99.
           IF W-FECHAOK NOT = "S"
              MOVE "FECHA INVALIDA (AAAAMMDD)." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-DATOS-40
           END-IF.
       100-DATOS-50.
           ACCEPT HASTA LINE 13 POSITION 13 PROMPT UPDATE.
           IF HASTA = 0
              GO TO 100-DATOS-99
           END-IF.
           MOVE HASTA TO W-FECHA
           PERFORM 100-VALFECHA-00 THRU 100-VALFECHA-99.
           IF W-FECHAOK NOT = "S"
              MOVE "FECHA INVALIDA (AAAAMMDD)." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-DATOS-50
           END-IF.
           IF HASTA < DESDE
              MOVE "LA VIGENCIA TERMINA ANTES DE EMPEZAR." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-DATOS-50
           END-IF.
       100-DATOS-99. EXIT.

       100-MUEVE-00.
           MOVE EMPRESA   TO CNV-EMPRESA
           MOVE CUIT      TO CNV-CUIT
           MOVE DOMICILIO TO CNV-DOMICILIO
           MOVE EMAIL     TO CNV-EMAIL
           MOVE TIPO      TO CNV-TIPO
           MOVE VALOR     TO CNV-VALOR
           MOVE DESDE     TO CNV-DESDE
           MOVE HASTA     TO CNV-HASTA.
       100-MUEVE-99. EXIT.

       100-MUESTRA-00.
           MOVE CNV-EMPRESA   TO EMPRESA
           MOVE CNV-CUIT      TO CUIT
           MOVE CNV-DOMICILIO TO DOMICILIO
           MOVE CNV-EMAIL     TO EMAIL
           MOVE CNV-TIPO      TO TIPO
           MOVE CNV-VALOR     TO VALOR
           MOVE CNV-DESDE     TO DESDE
           MOVE CNV-HASTA     TO HASTA
           DISPLAY EMPRESA   LINE 6 POSITION 13
           DISPLAY CUIT      LINE 7 POSITION 13
           DISPLAY DOMICILIO LINE 8 POSITION 13
           DISPLAY EMAIL     LINE 9 POSITION 13
           DISPLAY TIPO      LINE 10 POSITION 13
           DISPLAY VALOR     LINE 11 POSITION 13
           DISPLAY DESDE     LINE 12 POSITION 13
           DISPLAY HASTA     LINE 13 POSITION 13.
           IF CNV-ANULADO
              DISPLAY "(DADO DE BAJA)" LINE 5 POSITION 20
           END-IF.
       100-MUESTRA-99. EXIT.

      ********************************************
      *  DIGITO VERIFICADOR DEL CUIT (MODULO 11
      *  CON PESOS 5432765432)
      ********************************************
       100-VALCUIT-00.
           MOVE "N" TO W-CUITOK
           MOVE CUIT TO W-CUIT
           IF W-CUIT = 0
              GO TO 100-VALCUIT-99
           END-IF.
           MOVE 0 TO W-SUMA
           MOVE 1 TO W-IND.
       100-VALCUIT-10.
           IF W-IND > 10
              GO TO 100-VALCUIT-20
           END-IF.
           COMPUTE W-SUMA = W-SUMA +
                   (W-CUIT-DIG (W-IND) * TPE-PESO (W-IND))
           ADD 1 TO W-IND
           GO TO 100-VALCUIT-10.
       100-VALCUIT-20.
           DIVIDE W-SUMA BY 11 GIVING W-COCIENTE REMAINDER W-RESTO
           COMPUTE W-VERIF = 11 - W-RESTO
           IF W-VERIF = 11
              MOVE 0 TO W-VERIF
           END-IF.
           IF W-VERIF = 10
              GO TO 100-VALCUIT-99
           END-IF.
           IF W-VERIF = W-CUIT-DIG (11)
              MOVE "S" TO W-CUITOK
           END-IF.
       100-VALCUIT-99. EXIT.

       100-VALFECHA-00.
           MOVE "N" TO W-FECHAOK
           IF (W-FEC-ANIO < 1900) OR (W-FEC-MES < 1) OR
              (W-FEC-MES > 12) OR (W-FEC-DIA < 1) OR
              (W-FEC-DIA > 31)
              GO TO 100-VALFECHA-99
           END-IF.
           MOVE "S" TO W-FECHAOK.
       100-VALFECHA-99. EXIT.

       200-BAJA-00.
           DISPLAY " " ERASE
           MOVE "BAJA DE CONVENIOS" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       200-BAJA-05.
           ACCEPT CODIGO LINE 5 POSITION 13 PROMPT.
           IF CODIGO = 0
              GO TO 200-BAJA-99
           END-IF.
           MOVE CODIGO TO CNV-CODIGO
           PERFORM 100-LEO-00 THRU 100-LEO-99
           IF EXISTE = "N"
             MOVE "EL CONVENIO NO EXISTE." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 200-BAJA-05
           END-IF.
           PERFORM 100-MUESTRA-00 THRU 100-MUESTRA-99.
           IF CNV-ANULADO
             MOVE "EL CONVENIO YA ESTA DADO DE BAJA." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 200-BAJA-00
           END-IF.
       200-BAJA-50.
           ACCEPT CONF LINE 15 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  INITIALIZE W13-DATOS
                  MOVE REG-CONVENIO TO W13-ANTES
                  MOVE "B" TO CNV-ESTADO
                  IF (CNV-HASTA = 0) OR (CNV-HASTA > W-FECHAHOY)
                     MOVE W-FECHAHOY TO CNV-HASTA
                  END-IF
                  REWRITE REG-CONVENIO
                     INVALID KEY
                        MOVE "NO SE DIO DE BAJA" TO M-ERROR
                     NOT INVALID KEY
                        MOVE "CONVENIO DADO DE BAJA" TO M-ERROR
                        MOVE "M" TO W13-OPERACION
                        PERFORM 900-DIARIO-00 THRU 900-DIARIO-99
                  END-REWRITE
                  PERFORM ERRORES THRU ERRORES-F
                  GO TO 200-BAJA-00
               ELSE
                  GO TO 200-BAJA-00
               END-IF
           ELSE
             GO TO 200-BAJA-50
           END-IF.
       200-BAJA-99. EXIT.

       300-MODIFICACION-00.
           DISPLAY " " ERASE
           MOVE "MODIFICACION DE CONVENIOS" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       300-MODIFICACION-05.
           ACCEPT CODIGO LINE 5 POSITION 13 PROMPT.
           IF CODIGO = 0
              GO TO 300-MODIFICACION-99
           END-IF.
           MOVE CODIGO TO CNV-CODIGO
           PERFORM 100-LEO-00 THRU 100-LEO-99
           IF EXISTE = "N"
             MOVE "EL CONVENIO NO EXISTE." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 300-MODIFICACION-05
           END-IF.
           INITIALIZE W13-DATOS
           MOVE REG-CONVENIO TO W13-ANTES.
           PERFORM 100-MUESTRA-00 THRU 100-MUESTRA-99.
           PERFORM 100-DATOS-00 THRU 100-DATOS-99.
       300-MODIFICACION-50.
           ACCEPT CONF LINE 15 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  PERFORM 100-MUEVE-00 THRU 100-MUEVE-99
                  REWRITE REG-CONVENIO
                     INVALID KEY
                        MOVE "NO SE MODIFICO" TO M-ERROR
                     NOT INVALID KEY
                        MOVE "DATOS MODIFICADOS" TO M-ERROR
                        MOVE "M" TO W13-OPERACION
                        PERFORM 900-DIARIO-00 THRU 900-DIARIO-99
                  END-REWRITE
                  PERFORM ERRORES THRU ERRORES-F
                  GO TO 300-MODIFICACION-00
               ELSE
                  GO TO 300-MODIFICACION-00
               END-IF
           ELSE
             GO TO 300-MODIFICACION-50
           END-IF.
       300-MODIFICACION-99. EXIT.

       400-CONSULTA-00.
           MOVE 6 TO UBICACIONFILA.
           MOVE 0 TO CNV-CODIGO
           START CONVENIOS KEY IS NOT LESS CNV-CODIGO
              INVALID KEY
                 MOVE "NO HAY CONVENIOS CARGADOS." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 400-CONSULTA-99
           END-START.
       400-CONSULTA-10.
           READ CONVENIOS NEXT AT END
                GO TO 400-CONSULTA-99
           END-READ.

           IF FILA = 0
             DISPLAY " " ERASE
             MOVE "CONSULTA DE CONVENIOS" TO W-TITULO-ENC
             PERFORM ENCABEZADO THRU ENCABEZADO-F
             DISPLAY TITULO-01 LINE 5 POSITION 1
           END-IF.

           COMPUTE UBICACIONFILA = UBICACIONFILA + 1
           COMPUTE FILA = FILA + 1

           MOVE CNV-CODIGO  TO D1-CODIGO
           MOVE CNV-EMPRESA TO D1-EMPRESA
           MOVE CNV-CUIT    TO D1-CUIT
           MOVE CNV-TIPO    TO D1-TIPO
           MOVE CNV-VALOR   TO D1-VALOR
           MOVE CNV-DESDE   TO D1-DESDE
           MOVE CNV-HASTA   TO D1-HASTA
           MOVE CNV-ESTADO  TO D1-EST

           DISPLAY DETALLE-01 LINE UBICACIONFILA POSITION 1.

           IF FILA = 15
              MOVE 0 TO FILA
              MOVE 6 TO UBICACIONFILA
              ACCEPT SINO LINE 24 POSITION 1
           END-IF.
           GO TO 400-CONSULTA-10.
       400-CONSULTA-99. EXIT.

      ********************************************
      *  ADHESION DE UN ALUMNO A UN CONVENIO. UN
      *  ALUMNO TIENE A LO SUMO UN CONVENIO; UNA
      *  ADHESION TERMINADA SE REEMPLAZA
      ********************************************
       500-ADHESION-00.
           DISPLAY " " ERASE
           MOVE "ADHESION DE ALUMNOS A CONVENIOS" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLAADH THRU PANTALLAADH-F.
       500-ADHESION-05.
           PERFORM 500-PIDEALUMNO-00 THRU 500-PIDEALUMNO-99.
           IF ALUMNO = 0
              GO TO 500-ADHESION-99
           END-IF.
           MOVE ALUMNO TO ACV-ALUMNO
           MOVE "N" TO EXISTE
           READ ALUCONV KEY IS ACV-ALUMNO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO EXISTE
           END-READ.
           IF (EXISTE = "S") AND
              ((ACV-HASTA = 0) OR (ACV-HASTA NOT < W-FECHAHOY))
              MOVE "EL ALUMNO YA ESTA ADHERIDO A OTRO CONVENIO."
                   TO M-ERROR
              DISPLAY ACV-CONVENIO LINE 6 POSITION 13
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-ADHESION-00
           END-IF.
       500-ADHESION-10.
           ACCEPT CODIGO LINE 6 POSITION 13 PROMPT.
           IF CODIGO = 0
              GO TO 500-ADHESION-05
           END-IF.
           MOVE CODIGO TO CNV-CODIGO
           PERFORM 100-LEO-00 THRU 100-LEO-99
           IF EXISTE NOT = "S"
              MOVE "EL CONVENIO NO EXISTE." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-ADHESION-10
           END-IF.
           DISPLAY CNV-EMPRESA LINE 6 POSITION 20.
           IF NOT CNV-VIGENTE
              MOVE "EL CONVENIO ESTA DADO DE BAJA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-ADHESION-10
           END-IF.
       500-ADHESION-20.
           MOVE W-FECHAHOY TO DESDE
           IF DESDE < CNV-DESDE
              MOVE CNV-DESDE TO DESDE
           END-IF.
           ACCEPT DESDE LINE 7 POSITION 13 PROMPT UPDATE.
           MOVE DESDE TO W-FECHA
           PERFORM 100-VALFECHA-00 THRU 100-VALFECHA-99.
           IF W-FECHAOK NOT = "S"
              MOVE "FECHA INVALIDA (AAAAMMDD)." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-ADHESION-20
           END-IF.
       500-ADHESION-30.
           MOVE 0 TO HASTA
           ACCEPT HASTA LINE 8 POSITION 13 PROMPT UPDATE.
           IF (HASTA NOT = 0) AND (HASTA < DESDE)
              MOVE "LA ADHESION TERMINA ANTES DE EMPEZAR." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-ADHESION-30
           END-IF.
       500-ADHESION-50.
           ACCEPT CONF LINE 10 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 500-ADHESION-50
           END-IF.
           IF CONF = "N"
              GO TO 500-ADHESION-00
           END-IF.
           INITIALIZE W13-DATOS
           MOVE ALUMNO TO ACV-ALUMNO
           READ ALUCONV KEY IS ACV-ALUMNO
              INVALID KEY
                 MOVE SPACES TO W13-ANTES
                 MOVE "A" TO W13-OPERACION
              NOT INVALID KEY
                 MOVE REG-ALUCONV TO W13-ANTES
                 MOVE "M" TO W13-OPERACION
           END-READ.
           MOVE ALUMNO TO ACV-ALUMNO
           MOVE CODIGO TO ACV-CONVENIO
           MOVE DESDE  TO ACV-DESDE
           MOVE HASTA  TO ACV-HASTA
           IF W13-OPERACION = "A"
              WRITE REG-ALUCONV
                 INVALID KEY
                    MOVE "NO SE GRABO" TO M-ERROR
                 NOT INVALID KEY
                    MOVE "ADHESION REGISTRADA" TO M-ERROR
                    PERFORM 900-DIARIOADH-00 THRU 900-DIARIOADH-99
              END-WRITE
           ELSE
              REWRITE REG-ALUCONV
                 INVALID KEY
                    MOVE "NO SE GRABO" TO M-ERROR
                 NOT INVALID KEY
                    MOVE "ADHESION REGISTRADA" TO M-ERROR
                    PERFORM 900-DIARIOADH-00 THRU 900-DIARIOADH-99
              END-REWRITE
           END-IF.
           PERFORM ERRORES THRU ERRORES-F.
           GO TO 500-ADHESION-00.
       500-ADHESION-99. EXIT.

       500-PIDEALUMNO-00.
           ACCEPT ALUMNO LINE 5 POSITION 13 PROMPT.
           IF ALUMNO = 0
              GO TO 500-PIDEALUMNO-99
           END-IF.
           MOVE ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE "EL ALUMNO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 500-PIDEALUMNO-00
           END-READ.
           DISPLAY ALU-APELLIDO LINE 5 POSITION 20.
       500-PIDEALUMNO-99. EXIT.

      ********************************************
      *  FIN DE LA ADHESION: FIJA LA FECHA HASTA;
      *  LAS CUOTAS POSTERIORES SALEN ENTERAS A
      *  CARGO DEL ALUMNO
      ********************************************
       600-FINADHESION-00.
           DISPLAY " " ERASE
           MOVE "FIN DE ADHESION A CONVENIOS" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLAADH THRU PANTALLAADH-F.
       600-FINADHESION-05.
           PERFORM 500-PIDEALUMNO-00 THRU 500-PIDEALUMNO-99.
           IF ALUMNO = 0
              GO TO 600-FINADHESION-99
           END-IF.
           MOVE ALUMNO TO ACV-ALUMNO
           READ ALUCONV KEY IS ACV-ALUMNO
              INVALID KEY
                 MOVE "EL ALUMNO NO ESTA ADHERIDO A UN CONVENIO."
                      TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 600-FINADHESION-05
           END-READ.
           MOVE ACV-CONVENIO TO CNV-CODIGO
           PERFORM 100-LEO-00 THRU 100-LEO-99
           DISPLAY ACV-CONVENIO LINE 6 POSITION 13
           IF EXISTE = "S"
              DISPLAY CNV-EMPRESA LINE 6 POSITION 20
           END-IF.
           DISPLAY ACV-DESDE LINE 7 POSITION 13.
           MOVE ACV-HASTA TO HASTA
           IF HASTA = 0
              MOVE W-FECHAHOY TO HASTA
           END-IF.
       600-FINADHESION-10.
           ACCEPT HASTA LINE 8 POSITION 13 PROMPT UPDATE.
           MOVE HASTA TO W-FECHA
           PERFORM 100-VALFECHA-00 THRU 100-VALFECHA-99.
           IF (W-FECHAOK NOT = "S") OR (HASTA < ACV-DESDE)
              MOVE "FECHA INVALIDA O ANTERIOR AL INICIO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 600-FINADHESION-10
           END-IF.
       600-FINADHESION-50.
           ACCEPT CONF LINE 10 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 600-FINADHESION-50
           END-IF.
           IF CONF = "N"
              GO TO 600-FINADHESION-00
           END-IF.
           INITIALIZE W13-DATOS
           MOVE REG-ALUCONV TO W13-ANTES
           MOVE "M" TO W13-OPERACION
           MOVE HASTA TO ACV-HASTA
           REWRITE REG-ALUCONV
              INVALID KEY
                 MOVE "NO SE MODIFICO" TO M-ERROR
              NOT INVALID KEY
                 MOVE "ADHESION FINALIZADA" TO M-ERROR
                 PERFORM 900-DIARIOADH-00 THRU 900-DIARIOADH-99
           END-REWRITE.
           PERFORM ERRORES THRU ERRORES-F.
           GO TO 600-FINADHESION-00.
       600-FINADHESION-99. EXIT.

       700-ADHERIDOS-00.
           DISPLAY " " ERASE
           MOVE "ALUMNOS ADHERIDOS A UN CONVENIO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "CONVENIO  :" LINE 5 POSITION 1.
           ACCEPT CODIGO LINE 5 POSITION 13 PROMPT.
           IF CODIGO = 0
              GO TO 700-ADHERIDOS-99
           END-IF.
           MOVE CODIGO TO CNV-CODIGO
           PERFORM 100-LEO-00 THRU 100-LEO-99
           IF EXISTE NOT = "S"
              MOVE "EL CONVENIO NO EXISTE." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 700-ADHERIDOS-00
           END-IF.
           DISPLAY CNV-EMPRESA LINE 5 POSITION 20.
           MOVE 7 TO UBICACIONFILA.
           DISPLAY TITULO-02 LINE 7 POSITION 1.
           MOVE CODIGO TO ACV-CONVENIO
           START ALUCONV KEY IS EQUAL ACV-CONVENIO
              INVALID KEY
                 MOVE "EL CONVENIO NO TIENE ALUMNOS." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 700-ADHERIDOS-99
           END-START.
       700-ADHERIDOS-10.
           READ ALUCONV NEXT AT END
                GO TO 700-ADHERIDOS-99
           END-READ.
           IF ACV-CONVENIO NOT = CODIGO
              GO TO 700-ADHERIDOS-99
           END-IF.

           IF FILA = 0
             DISPLAY " " ERASE
             MOVE "ALUMNOS ADHERIDOS A UN CONVENIO" TO W-TITULO-ENC
             PERFORM ENCABEZADO THRU ENCABEZADO-F
             DISPLAY CNV-EMPRESA LINE 5 POSITION 1
             DISPLAY TITULO-02 LINE 7 POSITION 1
           END-IF.

           COMPUTE UBICACIONFILA = UBICACIONFILA + 1
           COMPUTE FILA = FILA + 1

           MOVE ACV-ALUMNO TO D2-ALUMNO
           MOVE SPACES TO D2-APELLIDO D2-NOMBRE
           MOVE ACV-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE ALU-APELLIDO TO D2-APELLIDO
                 MOVE ALU-NOMBRE   TO D2-NOMBRE
           END-READ
           MOVE ACV-DESDE TO D2-DESDE
           MOVE ACV-HASTA TO D2-HASTA

           DISPLAY DETALLE-02 LINE UBICACIONFILA POSITION 1.

           IF FILA = 14
              MOVE 0 TO FILA
              MOVE 7 TO UBICACIONFILA
              ACCEPT SINO LINE 24 POSITION 1
           END-IF.
           GO TO 700-ADHERIDOS-10.
       700-ADHERIDOS-99. EXIT.

      ********************************************
      *  ASIENTOS EN EL DIARIO DE MOVIMIENTOS
      ********************************************
       900-DIARIO-00.
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CONVENIO"   TO W13-ARCHIVO
           MOVE REG-CONVENIO TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       900-DIARIO-99. EXIT.

       900-DIARIOADH-00.
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "ALUCONV"    TO W13-ARCHIVO
           MOVE REG-ALUCONV  TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       900-DIARIOADH-99. EXIT.

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
           DISPLAY "1-ALTA         "           LINE 5  POSITION 1.
           DISPLAY "2-BAJA         "           LINE 6  POSITION 1.
           DISPLAY "3-MODIFICACION "           LINE 7  POSITION 1.
           DISPLAY "4-CONSULTA     "           LINE 8  POSITION 1.
           DISPLAY "5-ADHESION DE ALUMNO"      LINE 9  POSITION 1.
           DISPLAY "6-FIN DE ADHESION"         LINE 10 POSITION 1.
           DISPLAY "7-ALUMNOS DEL CONVENIO"    LINE 11 POSITION 1.
           DISPLAY "9-SALIR        "           LINE 12 POSITION 1.
           DISPLAY "OPCION:"                   LINE 15 POSITION 1.
       PANTALLAINICIO-F. EXIT.

       PANTALLA.
           DISPLAY "CODIGO    :"       LINE 5 POSITION 1.
           DISPLAY "EMPRESA   :"       LINE 6 POSITION 1.
           DISPLAY "CUIT      :"       LINE 7 POSITION 1.
           DISPLAY "DOMICILIO :"       LINE 8 POSITION 1.
           DISPLAY "EMAIL     :"       LINE 9 POSITION 1.
           DISPLAY "TIPO (P/M):"       LINE 10 POSITION 1.
           DISPLAY "VALOR     :"       LINE 11 POSITION 1.
           DISPLAY "DESDE     :"       LINE 12 POSITION 1.
           DISPLAY "(AAAAMMDD)"        LINE 12 POSITION 30.
           DISPLAY "HASTA     :"       LINE 13 POSITION 1.
           DISPLAY "(0 = SIN VENCIMIENTO)" LINE 13 POSITION 30.
           DISPLAY "CONFIRMA? (S/N): " LINE 15 POSITION 1.
       PANTALLA-F. EXIT.

       PANTALLAADH.
           DISPLAY "ALUMNO    :"       LINE 5 POSITION 1.
           DISPLAY "CONVENIO  :"       LINE 6 POSITION 1.
           DISPLAY "DESDE     :"       LINE 7 POSITION 1.
           DISPLAY "(AAAAMMDD)"        LINE 7 POSITION 30.
           DISPLAY "HASTA     :"       LINE 8 POSITION 1.
           DISPLAY "(0 = SIN VENCIMIENTO)" LINE 8 POSITION 30.
           DISPLAY "CONFIRMA? (S/N): " LINE 10 POSITION 1.
       PANTALLAADH-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
