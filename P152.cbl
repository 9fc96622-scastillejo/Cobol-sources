       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-152.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 152
      *  BIBLIOTECA: INVENTARIO DE LIBROS Y
      *  EQUIPOS (BIBLIO.DAT) Y PRESTAMOS A
      *  ALUMNOS Y DOCENTES (PRESTAMO.DAT,
      *  NUMERADOS CON EL PARAMETRO PROXPRES).
      *  EL VENCIMIENTO SE CUENTA EN DIAS HABILES
      *  (PROG-20): LOS DEL ELEMENTO O, SI NO
      *  TIENE, LOS DEL PARAMETRO BIBDIAS (POR
      *  OMISION 10). QUIEN TENGA UN PRESTAMO
      *  VENCIDO NO PUEDE RETIRAR OTRO. EL
      *  INFORME DIARIO DE VENCIDOS Y SUS AVISOS
      *  LOS HACE PROG-153
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-BIBLIO.CPY".
       COPY "S-PRESTA.CPY".
       COPY "S-ALUMNO.CPY".
       COPY "S-DOCENT.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-BIBLIO.CPY".
       COPY "F-PRESTA.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-DOCENT.CPY".

       WORKING-STORAGE SECTION.

       01 DETALLE-01.
          03 D1-NUMERO   PIC 9(06).
          03             PIC X.
          03 D1-ITEM     PIC 9(05).
          03             PIC X.
          03 D1-DESC     PIC X(30).
          03             PIC X.
          03 D1-FECHA    PIC 9(08).
          03             PIC X.
          03 D1-VENCE    PIC 9(08).
          03             PIC X.
          03 D1-AVISO    PIC X(07).

       COPY "L-P11.CPY".
       COPY "L-P16.CPY".
       COPY "L-P20.CPY".
       01 UBICACIONFILA PIC 999 VALUE 8.

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-BIBLIOTECA  PIC XX.
       01 ST-PRESTAMOS   PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 ST-DOCENTES    PIC XX.
       01 W-HAYDOC       PIC X.
       01 W-MODOPANT     PIC X VALUE "P".
       01 EXISTE         PIC X.
       01 W-VALIDA       PIC X.
       01 CONF           PIC X.
       01 W-HOY          PIC 9(08).
       01 W-DIASDEF      PIC 9(02).
       01 W-DIAS         PIC 9(02).
       01 W-CONTADOS     PIC 9(02).
       01 W-NUMERO       PIC 9(06).
       01 W-ITEM         PIC 9(05).
       01 W-TIPODEU      PIC X(01).
       01 W-PERSONA      PIC 9(05).
       01 W-NOMBRE       PIC X(40).
       01 W-VENCIDOS     PIC 9(03).
       01 W-PENDIENTES   PIC 9(03).
       01 W-LINEAS       PIC 9(04).
       01 W-RESTO        PIC 9(04).
       01 W-COCIENTE     PIC 9(04).
       01 W-FECHA        PIC 9(08).
       01 W-FECHA-R REDEFINES W-FECHA.
          03 W-ANIO      PIC 9(04).
          03 W-MES       PIC 9(02).
          03 W-DIA       PIC 9(02).

       01 TIPO           PIC X(01).
       01 DESCRIPCION    PIC X(30).
       01 AUTOR          PIC X(20).
       01 UBICACION      PIC X(10).
       01 DIAS           PIC 9(02).

       01 TABLA-DIASMES.
          03 PIC X(24) VALUE "312831303130313130313031".
       01 TABLA-DIASMES-R REDEFINES TABLA-DIASMES.
          03 TDM-DIAS OCCURS 12 TIMES PIC 9(02).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-BIBLIOTECA SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BIBLIOTECA.
           DISPLAY "ERROR DE E/S EN BIBLIOTECA. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-BIBLIOTECA LINE 23 POSITION 38
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-PRESTAMOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PRESTAMOS.
           DISPLAY "ERROR DE E/S EN PRESTAMOS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-PRESTAMOS LINE 23 POSITION 37
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
           OPEN INPUT DOCENTES.
           IF ST-DOCENTES = "00"
              MOVE "S" TO W-HAYDOC
           ELSE
              MOVE "N" TO W-HAYDOC
           END-IF.
           OPEN I-O BIBLIOTECA.
           IF ST-BIBLIOTECA = "35"
             OPEN OUTPUT BIBLIOTECA
             CLOSE BIBLIOTECA
             OPEN I-O BIBLIOTECA
           END-IF.
           PERFORM 900-ABREPRESTAMOS-00 THRU 900-ABREPRESTAMOS-99.
           MOVE 10 TO W-DIASDEF.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "BIBDIAS " TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM > 0)
                                 AND (W16-VALORNUM < 100)
              MOVE W16-VALORNUM TO W-DIASDEF
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-HOY.

       INICIO.
           DISPLAY " " ERASE
           MOVE "BIBLIOTECA" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 12 POSITION 10.

           IF OPCION = 1
              PERFORM 100-ELEMENTO-00 THRU 100-ELEMENTO-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              PERFORM 200-BAJA-00 THRU 200-BAJA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 3
              PERFORM 300-PRESTAMO-00 THRU 300-PRESTAMO-99
              GO TO INICIO
           END-IF.
           IF OPCION = 4
              PERFORM 400-DEVOLUCION-00 THRU 400-DEVOLUCION-99
              GO TO INICIO
           END-IF.
           IF OPCION = 5
              PERFORM 500-CONSULTA-00 THRU 500-CONSULTA-99
              GO TO INICIO
           END-IF.
      *  EL INFORME ABRE PRESTAMO.DAT POR SU CUENTA
           IF OPCION = 6
              CLOSE PRESTAMOS
              CALL "P153" USING W-MODOPANT W40-OPERADOR
              CANCEL "P153"
              PERFORM 900-ABREPRESTAMOS-00 THRU 900-ABREPRESTAMOS-99
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           CLOSE PRESTAMOS.
           CLOSE BIBLIOTECA.
           IF W-HAYDOC = "S"
              CLOSE DOCENTES
           END-IF.
           CLOSE ALUMNOS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

       100-LEO-00.
           READ BIBLIOTECA KEY IS BIB-CODIGO
              INVALID KEY
                MOVE "N" TO EXISTE
              NOT INVALID KEY
                MOVE "S" TO EXISTE
           END-READ.
       100-LEO-99. EXIT.

      ********************************************
      *  ALTA O MODIFICACION DE UN ELEMENTO DEL
      *  INVENTARIO. EL ESTADO (DISPONIBLE O
      *  PRESTADO) LO MANEJAN LOS PRESTAMOS
      ********************************************
       100-ELEMENTO-00.
           DISPLAY " " ERASE
           MOVE "ELEMENTOS DE BIBLIOTECA" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       100-ELEMENTO-10.
           ACCEPT W-ITEM LINE 4 POSITION 14 PROMPT.
           IF W-ITEM = 0
              GO TO 100-ELEMENTO-99
           END-IF.
           MOVE W-ITEM TO BIB-CODIGO
           PERFORM 100-LEO-00 THRU 100-LEO-99.
           IF EXISTE = "S"
              IF BIB-DEBAJA
                 MOVE "EL ELEMENTO ESTA DADO DE BAJA." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-ELEMENTO-10
              END-IF
              MOVE BIB-TIPO        TO TIPO
              MOVE BIB-DESCRIPCION TO DESCRIPCION
              MOVE BIB-AUTOR       TO AUTOR
              MOVE BIB-UBICACION   TO UBICACION
              MOVE BIB-DIAS        TO DIAS
              PERFORM 110-ESTADO-00 THRU 110-ESTADO-99
           ELSE
              MOVE SPACES TO TIPO DESCRIPCION AUTOR UBICACION
              MOVE 0 TO DIAS
              DISPLAY "ALTA" LINE 10 POSITION 14
           END-IF.
           DISPLAY TIPO        LINE 5 POSITION 14
           DISPLAY DESCRIPCION LINE 6 POSITION 14
           DISPLAY AUTOR       LINE 7 POSITION 14
           DISPLAY UBICACION   LINE 8 POSITION 14
           DISPLAY DIAS        LINE 9 POSITION 14.
       100-ELEMENTO-20.
           ACCEPT TIPO LINE 5 POSITION 14 PROMPT UPDATE.
           IF (TIPO NOT = "L") AND (TIPO NOT = "E")
                               AND (TIPO NOT = "O")
              GO TO 100-ELEMENTO-20
           END-IF.
       100-ELEMENTO-30.
           ACCEPT DESCRIPCION LINE 6 POSITION 14 PROMPT UPDATE.
           IF DESCRIPCION = SPACES
              MOVE "LA DESCRIPCION NO PUEDE SER NULA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ELEMENTO-30
           END-IF.
           ACCEPT AUTOR     LINE 7 POSITION 14 PROMPT UPDATE.
           ACCEPT UBICACION LINE 8 POSITION 14 PROMPT UPDATE.
           ACCEPT DIAS      LINE 9 POSITION 14 PROMPT UPDATE.
       100-ELEMENTO-50.
           ACCEPT CONF LINE 21 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 100-ELEMENTO-50
           END-IF.
           IF CONF = "N"
              GO TO 100-ELEMENTO-00
           END-IF.
           MOVE TIPO        TO BIB-TIPO
           MOVE DESCRIPCION TO BIB-DESCRIPCION
           MOVE AUTOR       TO BIB-AUTOR
           MOVE UBICACION   TO BIB-UBICACION
           MOVE DIAS        TO BIB-DIAS
           IF EXISTE = "S"
              REWRITE REG-BIBLIOTECA
                 INVALID KEY
                    MOVE "NO SE MODIFICO" TO M-ERROR
                 NOT INVALID KEY
                    MOVE "DATOS MODIFICADOS" TO M-ERROR
              END-REWRITE
           ELSE
              MOVE W-ITEM TO BIB-CODIGO
              MOVE "D"    TO BIB-ESTADO
              MOVE 0      TO BIB-PRESTAMO
              MOVE W-HOY  TO BIB-FECHAALTA
              WRITE REG-BIBLIOTECA
                 INVALID KEY
                    MOVE "NO SE GRABO" TO M-ERROR
                 NOT INVALID KEY
                    MOVE "DATOS INGRESADOS" TO M-ERROR
              END-WRITE
           END-IF.
           PERFORM ERRORES THRU ERRORES-F.
           GO TO 100-ELEMENTO-00.
       100-ELEMENTO-99. EXIT.

       110-ESTADO-00.
           IF BIB-DISPONIBLE
              DISPLAY "DISPONIBLE" LINE 10 POSITION 14
           END-IF.
           IF BIB-PRESTADO
              DISPLAY "PRESTADO  " LINE 10 POSITION 14
              DISPLAY "PRESTAMO:"  LINE 10 POSITION 26
              DISPLAY BIB-PRESTAMO LINE 10 POSITION 36
           END-IF.
           IF BIB-DEBAJA
              DISPLAY "DE BAJA   " LINE 10 POSITION 14
           END-IF.
       110-ESTADO-99. EXIT.

      *  BAJA LOGICA: EL ELEMENTO PRESTADO NO SE PUEDE DAR DE BAJA
       200-BAJA-00.
           DISPLAY " " ERASE
           MOVE "BAJA DE ELEMENTO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       200-BAJA-10.
           ACCEPT W-ITEM LINE 4 POSITION 14 PROMPT.
           IF W-ITEM = 0
              GO TO 200-BAJA-99
           END-IF.
           MOVE W-ITEM TO BIB-CODIGO
           PERFORM 100-LEO-00 THRU 100-LEO-99.
           IF EXISTE = "N"
              MOVE "EL ELEMENTO NO EXISTE." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-BAJA-10
           END-IF.
           DISPLAY BIB-TIPO        LINE 5 POSITION 14
           DISPLAY BIB-DESCRIPCION LINE 6 POSITION 14
           DISPLAY BIB-AUTOR       LINE 7 POSITION 14
           DISPLAY BIB-UBICACION   LINE 8 POSITION 14
           DISPLAY BIB-DIAS        LINE 9 POSITION 14.
           PERFORM 110-ESTADO-00 THRU 110-ESTADO-99.
           IF BIB-DEBAJA
              MOVE "EL ELEMENTO YA ESTA DADO DE BAJA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-BAJA-00
           END-IF.
           IF BIB-PRESTADO
              MOVE "EL ELEMENTO ESTA PRESTADO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-BAJA-00
           END-IF.
       200-BAJA-50.
           ACCEPT CONF LINE 21 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 200-BAJA-50
           END-IF.
           IF CONF = "N"
              GO TO 200-BAJA-00
           END-IF.
           MOVE "B" TO BIB-ESTADO
           REWRITE REG-BIBLIOTECA
              INVALID KEY
                 MOVE "NO SE DIO DE BAJA" TO M-ERROR
              NOT INVALID KEY
                 MOVE "BAJA REGISTRADA" TO M-ERROR
           END-REWRITE.
           PERFORM ERRORES THRU ERRORES-F.
           GO TO 200-BAJA-00.
       200-BAJA-99. EXIT.

      ********************************************
      *  PRESTAMO: PRESTATARIO (ALUMNO ACTIVO O
      *  DOCENTE) SIN PRESTAMOS VENCIDOS Y
      *  ELEMENTO DISPONIBLE. EL VENCIMIENTO SE
      *  CALCULA EN DIAS HABILES
      ********************************************
       300-PRESTAMO-00.
           DISPLAY " " ERASE
           MOVE "PRESTAMO DE BIBLIOTECA" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLAPRE THRU PANTALLAPRE-F.
       300-PRESTAMO-10.
           ACCEPT W-TIPODEU LINE 4 POSITION 14 PROMPT.
           IF W-TIPODEU = SPACES
              GO TO 300-PRESTAMO-99
           END-IF.
           IF (W-TIPODEU NOT = "A") AND (W-TIPODEU NOT = "D")
              GO TO 300-PRESTAMO-10
           END-IF.
       300-PRESTAMO-20.
           ACCEPT W-PERSONA LINE 5 POSITION 14 PROMPT.
           IF W-PERSONA = 0
              GO TO 300-PRESTAMO-00
           END-IF.
           MOVE "S" TO W-VALIDA
           PERFORM 310-PRESTATARIO-00 THRU 310-PRESTATARIO-99.
           IF EXISTE = "N"
              GO TO 300-PRESTAMO-20
           END-IF.
           DISPLAY W-NOMBRE LINE 5 POSITION 21.
           PERFORM 320-DEUDA-00 THRU 320-DEUDA-99.
           DISPLAY "PRESTAMOS PENDIENTES:" LINE 14 POSITION 1.
           DISPLAY W-PENDIENTES            LINE 14 POSITION 23.
           IF W-VENCIDOS > 0
              DISPLAY "VENCIDOS:"  LINE 14 POSITION 30
              DISPLAY W-VENCIDOS   LINE 14 POSITION 40
              MOVE "TIENE PRESTAMOS VENCIDOS: NO SE LE PUEDE PRESTAR."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 300-PRESTAMO-00
           END-IF.
       300-PRESTAMO-30.
           ACCEPT W-ITEM LINE 6 POSITION 14 PROMPT.
           IF W-ITEM = 0
              GO TO 300-PRESTAMO-00
           END-IF.
           MOVE W-ITEM TO BIB-CODIGO
           PERFORM 100-LEO-00 THRU 100-LEO-99.
           IF EXISTE = "N"
              MOVE "EL ELEMENTO NO EXISTE." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 300-PRESTAMO-30
           END-IF.
           DISPLAY BIB-DESCRIPCION LINE 6 POSITION 21.
           IF NOT BIB-DISPONIBLE
              MOVE "EL ELEMENTO NO ESTA DISPONIBLE." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 300-PRESTAMO-30
           END-IF.
           MOVE BIB-DIAS TO W-DIAS.
           IF W-DIAS = 0
              MOVE W-DIASDEF TO W-DIAS
           END-IF.
           PERFORM 330-VENCE-00 THRU 330-VENCE-99.
           DISPLAY W-HOY   LINE 7 POSITION 14.
           DISPLAY W-FECHA LINE 8 POSITION 14.
           DISPLAY "(" LINE 8 POSITION 24.
           DISPLAY W-DIAS LINE 8 POSITION 25.
           DISPLAY "DIAS HABILES)" LINE 8 POSITION 28.
       300-PRESTAMO-50.
           ACCEPT CONF LINE 21 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 300-PRESTAMO-50
           END-IF.
           IF CONF = "N"
              GO TO 300-PRESTAMO-00
           END-IF.
           PERFORM 340-PROXNUMERO-00 THRU 340-PROXNUMERO-99.
           INITIALIZE REG-PRESTAMO
           MOVE W-NUMERO   TO PRS-NUMERO
           MOVE W-TIPODEU  TO PRS-TIPODEU
           MOVE W-PERSONA  TO PRS-PERSONA
           MOVE W-ITEM     TO PRS-ITEM
           MOVE W-HOY      TO PRS-FECHA
           MOVE W-FECHA    TO PRS-VENCE
           MOVE 0          TO PRS-DEVOLUCION
           MOVE "P"        TO PRS-ESTADO
           MOVE 0          TO PRS-AVISOS PRS-ULTAVISO
           MOVE W40-OPERADOR TO PRS-OPERADOR
           MOVE SPACES     TO PRS-OPEDEV
           WRITE REG-PRESTAMO
              INVALID KEY
                 MOVE "NO SE PUDO GRABAR EL PRESTAMO." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 300-PRESTAMO-00
           END-WRITE.
           INITIALIZE W16-DATOS
           MOVE 2 TO W16-OPCION
           MOVE "PROXPRES" TO W16-CODIGO
           COMPUTE W16-VALORNUM = W-NUMERO + 1
           CALL "P16" USING W16-DATOS
           CANCEL "P16".
           MOVE "P"      TO BIB-ESTADO
           MOVE W-NUMERO TO BIB-PRESTAMO
           REWRITE REG-BIBLIOTECA
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           DISPLAY "PRESTAMO NRO:" LINE 19 POSITION 1.
           DISPLAY W-NUMERO        LINE 19 POSITION 15.
           MOVE "PRESTAMO REGISTRADO" TO M-ERROR.
           PERFORM ERRORES THRU ERRORES-F.
           GO TO 300-PRESTAMO-00.
       300-PRESTAMO-99. EXIT.

      *  VALIDA EL PRESTATARIO Y DEJA SU NOMBRE EN W-NOMBRE. CON
      *  W-VALIDA EN "S" (PRESTAMO) EL ALUMNO DEBE ESTAR ACTIVO
       310-PRESTATARIO-00.
           MOVE "S" TO EXISTE.
           MOVE SPACES TO W-NOMBRE.
           IF W-TIPODEU = "D"
              GO TO 310-PRESTATARIO-50
           END-IF.
           MOVE W-PERSONA TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE "EL ALUMNO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 MOVE "N" TO EXISTE
                 GO TO 310-PRESTATARIO-99
           END-READ.
           IF (W-VALIDA = "S") AND (NOT ALU-ACTIVO)
              MOVE "EL ALUMNO NO ESTA ACTIVO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              MOVE "N" TO EXISTE
              GO TO 310-PRESTATARIO-99
           END-IF.
           MOVE ALU-APELLIDO TO W-NOMBRE(1:20)
           MOVE ALU-NOMBRE   TO W-NOMBRE(22:19)
           GO TO 310-PRESTATARIO-99.
       310-PRESTATARIO-50.
           IF W-HAYDOC NOT = "S"
              MOVE "NO HAY DOCENTES CARGADOS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              MOVE "N" TO EXISTE
              GO TO 310-PRESTATARIO-99
           END-IF.
           IF W-PERSONA > 999
              MOVE "EL DOCENTE NO EXISTE." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              MOVE "N" TO EXISTE
              GO TO 310-PRESTATARIO-99
           END-IF.
           MOVE W-PERSONA TO DOC-CODIGO
           READ DOCENTES KEY IS DOC-CODIGO
              INVALID KEY
                 MOVE "EL DOCENTE NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 MOVE "N" TO EXISTE
                 GO TO 310-PRESTATARIO-99
           END-READ.
           MOVE DOC-NOMBRE TO W-NOMBRE.
       310-PRESTATARIO-99. EXIT.

      *  PRESTAMOS PENDIENTES Y VENCIDOS DEL PRESTATARIO
       320-DEUDA-00.
           MOVE 0 TO W-PENDIENTES W-VENCIDOS.
           MOVE W-TIPODEU TO PRS-TIPODEU
           MOVE W-PERSONA TO PRS-PERSONA
           START PRESTAMOS KEY IS EQUAL PRS-DEUDOR
              INVALID KEY
                 GO TO 320-DEUDA-99
           END-START.
       320-DEUDA-10.
           READ PRESTAMOS NEXT AT END
                GO TO 320-DEUDA-99
           END-READ.
           IF (PRS-TIPODEU NOT = W-TIPODEU) OR
              (PRS-PERSONA NOT = W-PERSONA)
              GO TO 320-DEUDA-99
           END-IF.
           IF NOT PRS-PENDIENTE
              GO TO 320-DEUDA-10
           END-IF.
           ADD 1 TO W-PENDIENTES.
           IF PRS-VENCE < W-HOY
              ADD 1 TO W-VENCIDOS
           END-IF.
           GO TO 320-DEUDA-10.
       320-DEUDA-99. EXIT.

      ********************************************
      *  VENCIMIENTO: W-DIAS DIAS HABILES DESPUES
      *  DE HOY (PROG-20 CORRE LOS FINES DE
      *  SEMANA, FERIADOS Y RECESOS). QUEDA EN
      *  W-FECHA
      ********************************************
       330-VENCE-00.
           MOVE W-HOY TO W-FECHA.
           MOVE 0 TO W-CONTADOS.
       330-VENCE-10.
           IF W-CONTADOS NOT < W-DIAS
              GO TO 330-VENCE-99
           END-IF.
           PERFORM 960-SUMADIA-00 THRU 960-SUMADIA-99.
           INITIALIZE W20-DATOS
           MOVE W-FECHA TO W20-FECHA
           CALL "P20" USING W20-DATOS
           CANCEL "P20"
           MOVE W20-FECHA TO W-FECHA.
           ADD 1 TO W-CONTADOS.
           GO TO 330-VENCE-10.
       330-VENCE-99. EXIT.

       340-PROXNUMERO-00.
           MOVE 0 TO W-NUMERO
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "PROXPRES" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF W16-RESULT = "S"
              MOVE W16-VALORNUM TO W-NUMERO
           END-IF.
           IF W-NUMERO = 0
              MOVE 1 TO W-NUMERO
           END-IF.
       340-PROXNUMERO-99. EXIT.

      ********************************************
      *  DEVOLUCION POR CODIGO DE ELEMENTO: CIERRA
      *  EL PRESTAMO ABIERTO Y LIBERA EL ELEMENTO
      ********************************************
       400-DEVOLUCION-00.
           DISPLAY " " ERASE
           MOVE "DEVOLUCION A BIBLIOTECA" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLAPRE THRU PANTALLAPRE-F.
       400-DEVOLUCION-10.
           ACCEPT W-ITEM LINE 6 POSITION 14 PROMPT.
           IF W-ITEM = 0
              GO TO 400-DEVOLUCION-99
           END-IF.
           MOVE W-ITEM TO BIB-CODIGO
           PERFORM 100-LEO-00 THRU 100-LEO-99.
           IF EXISTE = "N"
              MOVE "EL ELEMENTO NO EXISTE." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 400-DEVOLUCION-10
           END-IF.
           DISPLAY BIB-DESCRIPCION LINE 6 POSITION 21.
           IF NOT BIB-PRESTADO
              MOVE "EL ELEMENTO NO ESTA PRESTADO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 400-DEVOLUCION-10
           END-IF.
           MOVE BIB-PRESTAMO TO PRS-NUMERO
           READ PRESTAMOS KEY IS PRS-NUMERO
              INVALID KEY
                 MOVE "NO SE ENCUENTRA EL PRESTAMO DEL ELEMENTO."
                      TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 400-DEVOLUCION-10
           END-READ.
           MOVE PRS-TIPODEU TO W-TIPODEU
           MOVE PRS-PERSONA TO W-PERSONA
           DISPLAY W-TIPODEU LINE 4 POSITION 14
           DISPLAY W-PERSONA LINE 5 POSITION 14
           MOVE "N" TO W-VALIDA
           PERFORM 310-PRESTATARIO-00 THRU 310-PRESTATARIO-99
           DISPLAY W-NOMBRE  LINE 5 POSITION 21
           DISPLAY PRS-FECHA LINE 7 POSITION 14
           DISPLAY PRS-VENCE LINE 8 POSITION 14.
           IF PRS-VENCE < W-HOY
              DISPLAY "*** DEVOLUCION FUERA DE TERMINO ***"
                         LINE 8 POSITION 28
           END-IF.
       400-DEVOLUCION-50.
           ACCEPT CONF LINE 21 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 400-DEVOLUCION-50
           END-IF.
           IF CONF = "N"
              GO TO 400-DEVOLUCION-00
           END-IF.
           MOVE W-HOY      TO PRS-DEVOLUCION
           MOVE "D"        TO PRS-ESTADO
           MOVE W40-OPERADOR TO PRS-OPEDEV
           REWRITE REG-PRESTAMO
              INVALID KEY
                 MOVE "NO SE PUDO REGISTRAR LA DEVOLUCION." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 400-DEVOLUCION-00
           END-REWRITE.
           MOVE "D" TO BIB-ESTADO
           MOVE 0   TO BIB-PRESTAMO
           REWRITE REG-BIBLIOTECA
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           MOVE "DEVOLUCION REGISTRADA" TO M-ERROR.
           PERFORM ERRORES THRU ERRORES-F.
           GO TO 400-DEVOLUCION-00.
       400-DEVOLUCION-99. EXIT.

      ********************************************
      *  CONSULTA DE LOS ELEMENTOS QUE ADEUDA UN
      *  ALUMNO O UN DOCENTE
      ********************************************
       500-CONSULTA-00.
           DISPLAY " " ERASE
           MOVE "PRESTAMOS POR PRESTATARIO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "PRESTATARIO:" LINE 4 POSITION 1.
           DISPLAY "(A = ALUMNO, D = DOCENTE)" LINE 4 POSITION 21.
           DISPLAY "CODIGO     :" LINE 5 POSITION 1.
       500-CONSULTA-10.
           ACCEPT W-TIPODEU LINE 4 POSITION 14 PROMPT.
           IF W-TIPODEU = SPACES
              GO TO 500-CONSULTA-99
           END-IF.
           IF (W-TIPODEU NOT = "A") AND (W-TIPODEU NOT = "D")
              GO TO 500-CONSULTA-10
           END-IF.
           ACCEPT W-PERSONA LINE 5 POSITION 14 PROMPT.
           IF W-PERSONA = 0
              GO TO 500-CONSULTA-99
           END-IF.
           MOVE "N" TO W-VALIDA
           PERFORM 310-PRESTATARIO-00 THRU 310-PRESTATARIO-99.
           DISPLAY W-NOMBRE LINE 5 POSITION 21.
           PERFORM 520-COLUMNAS-00 THRU 520-COLUMNAS-99.
           MOVE 7 TO UBICACIONFILA.
           MOVE 0 TO W-LINEAS.
           MOVE W-TIPODEU TO PRS-TIPODEU
           MOVE W-PERSONA TO PRS-PERSONA
           START PRESTAMOS KEY IS EQUAL PRS-DEUDOR
              INVALID KEY
                 GO TO 500-CONSULTA-80
           END-START.
       500-CONSULTA-20.
           READ PRESTAMOS NEXT AT END
                GO TO 500-CONSULTA-80
           END-READ.
           IF (PRS-TIPODEU NOT = W-TIPODEU) OR
              (PRS-PERSONA NOT = W-PERSONA)
              GO TO 500-CONSULTA-80
           END-IF.
           IF NOT PRS-PENDIENTE
              GO TO 500-CONSULTA-20
           END-IF.
           ADD 1 TO UBICACIONFILA.
           IF UBICACIONFILA > 20
              ACCEPT SINO LINE 24 POSITION 80
              DISPLAY " " ERASE
              PERFORM ENCABEZADO THRU ENCABEZADO-F
              PERFORM 520-COLUMNAS-00 THRU 520-COLUMNAS-99
              MOVE 8 TO UBICACIONFILA
           END-IF.
           MOVE PRS-NUMERO TO D1-NUMERO
           MOVE PRS-ITEM   TO D1-ITEM
           MOVE SPACES     TO D1-DESC
           MOVE PRS-ITEM   TO BIB-CODIGO
           READ BIBLIOTECA KEY IS BIB-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE BIB-DESCRIPCION TO D1-DESC
           END-READ.
           MOVE PRS-FECHA  TO D1-FECHA
           MOVE PRS-VENCE  TO D1-VENCE
           MOVE SPACES     TO D1-AVISO
           IF PRS-VENCE < W-HOY
              MOVE "VENCIDO" TO D1-AVISO
           END-IF.
           DISPLAY DETALLE-01 LINE UBICACIONFILA POSITION 1.
           ADD 1 TO W-LINEAS.
           GO TO 500-CONSULTA-20.
       500-CONSULTA-80.
           IF W-LINEAS = 0
              DISPLAY "NO ADEUDA ELEMENTOS" LINE 8 POSITION 1
           END-IF.
           ACCEPT SINO LINE 24 POSITION 80.
           GO TO 500-CONSULTA-00.
       500-CONSULTA-99. EXIT.

       520-COLUMNAS-00.
           DISPLAY "NUMERO ELEM. DESCRIPCION" LINE 7 POSITION 1.
           DISPLAY "PRESTADO VENCE" LINE 7 POSITION 45.
       520-COLUMNAS-99. EXIT.

       900-ABREPRESTAMOS-00.
           OPEN I-O PRESTAMOS.
           IF ST-PRESTAMOS = "35"
             OPEN OUTPUT PRESTAMOS
             CLOSE PRESTAMOS
             OPEN I-O PRESTAMOS
           END-IF.
       900-ABREPRESTAMOS-99. EXIT.

      *  SUMA UN DIA A W-FECHA, CON FIN DE MES Y BISIESTO
       960-SUMADIA-00.
           ADD 1 TO W-DIA.
           IF W-MES = 2
              DIVIDE W-ANIO BY 4 GIVING W-COCIENTE REMAINDER W-RESTO
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
           DISPLAY "1-ALTA / MODIFICACION ELEMENTO" LINE 5 POSITION 1.
           DISPLAY "2-BAJA DE ELEMENTO            " LINE 6 POSITION 1.
           DISPLAY "3-PRESTAMO                    " LINE 7 POSITION 1.
           DISPLAY "4-DEVOLUCION                  " LINE 8 POSITION 1.
           DISPLAY "5-CONSULTA POR PRESTATARIO    " LINE 9 POSITION 1.
           DISPLAY "6-INFORME DE VENCIDOS         " LINE 10
                      POSITION 1.
           DISPLAY "9-SALIR                       " LINE 11
                      POSITION 1.
           DISPLAY "OPCION:"                          LINE 12
                      POSITION 1.
       PANTALLAINICIO-F. EXIT.

       PANTALLA.
           DISPLAY "CODIGO     :"      LINE 4 POSITION 1.
           DISPLAY "TIPO       :"      LINE 5 POSITION 1.
           DISPLAY "(L = LIBRO, E = EQUIPO, O = OTRO)" LINE 5
                      POSITION 21.
           DISPLAY "DESCRIPCION:"      LINE 6 POSITION 1.
           DISPLAY "AUTOR/MARCA:"      LINE 7 POSITION 1.
           DISPLAY "UBICACION  :"      LINE 8 POSITION 1.
           DISPLAY "DIAS PREST.:"      LINE 9 POSITION 1.
           DISPLAY "(HABILES, 0 = LOS DEL PARAMETRO)" LINE 9
                      POSITION 21.
           DISPLAY "ESTADO     :"      LINE 10 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): " LINE 21 POSITION 1.
       PANTALLA-F. EXIT.

       PANTALLAPRE.
           DISPLAY "PRESTATARIO:"      LINE 4 POSITION 1.
           DISPLAY "(A = ALUMNO, D = DOCENTE)" LINE 4 POSITION 21.
           DISPLAY "CODIGO     :"      LINE 5 POSITION 1.
           DISPLAY "ELEMENTO   :"      LINE 6 POSITION 1.
           DISPLAY "PRESTADO EL:"      LINE 7 POSITION 1.
           DISPLAY "VENCE EL   :"      LINE 8 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): " LINE 21 POSITION 1.
       PANTALLAPRE-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
