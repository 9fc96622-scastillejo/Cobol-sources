       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-167.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 167
      *  CHEQUERA DE CUOTAS PARA PAGO EN VENTANILLA
      *  (PAGO FACIL O BANCO) POR EL SPOOL: UNA
      *  CHEQUERA POR INSCRIPCION ACTIVA DEL CICLO,
      *  DE UN ALUMNO O DE TODO UN CURSO, CON UN
      *  CUPON POR CUOTA PENDIENTE O A VENCER.
      *  - PENDIENTE: EL SALDO DE LA CUOTA
      *  - A VENCER: MESES DE LA EDICION DESDE EL
      *    ACTUAL SIN CUOTA GENERADA; EL IMPORTE
      *    SE CALCULA COMO LO HARA LA GENERACION
      *    (PROG-59): ARANCEL VIGENTE MENOS BECA
      *    Y MENOS LA PARTE DEL CONVENIO
      *  EL VENCIMIENTO ES EL DIA MORAVTO DEL MES
      *  CORRIDO A DIA HABIL (PROG-20); SIN RECARGO
      *  HASTA PASADOS LOS DIAS DE GRACIA
      *  (MORADIAS) Y DESPUES CON EL RECARGO DE
      *  MORATASA, COMO LO APLICA PROG-89.
      *  CADA CUPON LLEVA EL CODIGO DE BARRAS DE
      *  LA RED DE COBRANZA (PROG-27) CON LA CLAVE
      *  DE LA CUOTA, QUE PROG-94 USA PARA APLICAR
      *  LOS PAGOS QUE DEVUELVE LA RED
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-INSCRI.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-ALUMNO.CPY".
       COPY "S-CUOTAS.CPY".
       COPY "S-ARANCE.CPY".
       COPY "S-BECAS.CPY".
       COPY "S-EDICIO.CPY".
       COPY "S-ALUCNV.CPY".
       COPY "S-CONVEN.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-INSCRI.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-CUOTAS.CPY".
       COPY "F-ARANCE.CPY".
       COPY "F-BECAS.CPY".
       COPY "F-EDICIO.CPY".
       COPY "F-ALUCNV.CPY".
       COPY "F-CONVEN.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-CHQ-TIT.
          03 PIC X(27) VALUE "CHEQUERA DE CUOTAS - CICLO ".
          03 LCT-CICLO PIC 9(04).
       01 LINEA-CHQ-ALU.
          03 PIC X(08) VALUE "ALUMNO: ".
          03 LCA-ALUMNO   PIC 9(05).
          03              PIC X.
          03 LCA-APELLIDO PIC X(20).
          03              PIC X.
          03 LCA-NOMBRE   PIC X(20).
       01 LINEA-CHQ-CUR.
          03 PIC X(08) VALUE "CURSO : ".
          03 LCC-CURSO    PIC 9(02).
          03              PIC X.
          03 LCC-DESC     PIC X(30).
       01 LINEA-CORTE.
          03 PIC X(79) VALUE ALL "- ".
       01 LINEA-CUP-1.
          03 PIC X(19) VALUE "EMPRESA UNION S.A. ".
          03 PIC X(07) VALUE " CUOTA ".
          03 LC1-MES      PIC 9(02).
          03 PIC X VALUE "/".
          03 LC1-ANIO     PIC 9(04).
          03 PIC X(03) VALUE SPACES.
          03 LC1-ALUMNO   PIC 9(05).
          03              PIC X.
          03 LC1-APELLIDO PIC X(20).
          03              PIC X.
          03 LC1-ABREV    PIC X(04).
          03 PIC X(02) VALUE SPACES.
          03 LC1-ESTADO   PIC X(10).
       01 LINEA-CUP-2.
          03 PIC X(13) VALUE "VENCIMIENTO: ".
          03 LC2-VTO      PIC X(10).
          03 PIC X(12) VALUE "  IMPORTE: $".
          03 LC2-IMPORTE  PIC ZZZ.ZZ9,99.
          03 PIC X(09) VALUE "  BECA: $".
          03 LC2-BECA     PIC ZZ.ZZ9,99.
       01 LINEA-CUP-3.
          03 PIC X(21) VALUE "SIN RECARGO HASTA EL ".
          03 LC3-LIMITE   PIC X(10).
          03 PIC X(10) VALUE " RECARGO $".
          03 LC3-RECARGO  PIC ZZ.ZZ9,99.
          03 PIC X(08) VALUE " TOTAL $".
          03 LC3-TOTAL    PIC ZZZ.ZZ9,99.
       01 LINEA-CUP-4.
          03 PIC X(05) VALUE "COD: ".
          03 LC4-BARRA    PIC X(41).

       01 W-FEDIT.
          03 WFE-DD       PIC 9(02).
          03 PIC X VALUE "/".
          03 WFE-MM       PIC 9(02).
          03 PIC X VALUE "/".
          03 WFE-AAAA     PIC 9(04).

       01 TABLA-DIASMES.
          03 PIC X(24) VALUE "312831303130313130313031".
       01 TABLA-DIASMES-R REDEFINES TABLA-DIASMES.
          03 TDM-DIAS OCCURS 12 TIMES PIC 9(02).

       COPY "L-P11.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".
       COPY "L-P20.CPY".
       COPY "L-P27.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-INSCRIP     PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 ST-CUOTAS      PIC XX.
       01 ST-ARANCELES   PIC XX.
       01 ST-BECAS       PIC XX.
       01 ST-EDICIONES   PIC XX.
       01 ST-ALUCONV     PIC XX.
       01 ST-CONVENIOS   PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-HAYALU       PIC X.
       01 W-HAYCUO       PIC X.
       01 W-HAYARAN      PIC X.
       01 W-HAYBECAS     PIC X.
       01 W-HAYEDI       PIC X.
       01 W-HAYCONV      PIC X.
       01 W-ESFUTURA     PIC X.
       01 W-RECYA        PIC X.
       01 W-CICLO        PIC 9(04).
       01 W-CICLOACT     PIC 9(04).
       01 W-ALUMNO       PIC 9(05).
       01 W-CURSO        PIC 9(02).
       01 W-FECHAHOY     PIC 9(08).
       01 W-FECHAHOY-R REDEFINES W-FECHAHOY.
          03 W-HOY-ANIO  PIC 9(04).
          03 W-HOY-MES   PIC 9(02).
          03 W-HOY-DIA   PIC 9(02).
       01 W-PERHOY       PIC 9(06).
       01 W-PERIODOINI   PIC 9(08).
       01 W-FECHA        PIC 9(08).
       01 W-FECHA-R REDEFINES W-FECHA.
          03 W-ANIO      PIC 9(04).
          03 W-MES       PIC 9(02).
          03 W-DIA       PIC 9(02).
       01 W-VTO          PIC 9(08).
       01 W-LIMITE       PIC 9(08).
       01 W-MESCUP       PIC 9(02).
       01 W-MESDESDE     PIC 9(02).
       01 W-MESHASTA     PIC 9(02).
       01 W-MORATASA     PIC 9(03).
       01 W-MORADIAS     PIC 9(03).
       01 W-DIAVTO       PIC 9(02).
       01 W-CONTDIAS     PIC 9(03).
      *  DIAS QUE LA RED SIGUE COBRANDO CON RECARGO DESPUES DEL
      *  LIMITE SIN RECARGO
       01 W-DIASRED      PIC 9(02) VALUE 30.
       01 W-IMPORTECUR   PIC 9(05)V99.
       01 W-IMPORTE      PIC 9(05)V99.
       01 W-DESCUENTO    PIC 9(05)V99.
       01 W-PARTEEMP     PIC 9(05)V99.
       01 W-BECA         PIC 9(05)V99.
       01 W-IMPORTE1     PIC 9(06)V99.
       01 W-RECARGO      PIC 9(05)V99.
       01 W-IMPORTE2     PIC 9(06)V99.
       01 W-COCIENTE     PIC 9(04).
       01 W-RESTO        PIC 9(04).
       01 W-CUPALU       PIC 9(03).
       01 W-CHEQUERAS    PIC 9(05).
       01 W-CUPONES      PIC 9(05).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-INSCRIP SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INSCRIPCIONES.
           DISPLAY "ERROR DE E/S EN INSCRIPCIONES. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-INSCRIP LINE 23 POSITION 41
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-CURSOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CURSOS.
           DISPLAY "ERROR DE E/S EN CURSOS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-CURSOS LINE 23 POSITION 34
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
           OPEN INPUT INSCRIPCIONES.
           IF ST-INSCRIP NOT = "00"
             MOVE "NO HAY INSCRIPCIONES CARGADAS." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO FINAL-F
           END-IF.
           OPEN INPUT CURSOS.
           IF ST-CURSOS NOT = "00"
             MOVE "CARGAR PRIMERO LOS CURSOS" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE INSCRIPCIONES
             GO TO FINAL-F
           END-IF.
           MOVE "N" TO W-HAYALU.
           OPEN INPUT ALUMNOS.
           IF ST-ALUMNOS = "00"
              MOVE "S" TO W-HAYALU
           END-IF.
           MOVE "N" TO W-HAYCUO.
           OPEN INPUT CUOTAS.
           IF ST-CUOTAS = "00"
              MOVE "S" TO W-HAYCUO
           END-IF.
           MOVE "N" TO W-HAYARAN.
           OPEN INPUT ARANCELES.
           IF ST-ARANCELES = "00"
              MOVE "S" TO W-HAYARAN
           END-IF.
           MOVE "N" TO W-HAYBECAS.
           OPEN INPUT BECAS.
           IF ST-BECAS = "00"
              MOVE "S" TO W-HAYBECAS
           END-IF.
           MOVE "N" TO W-HAYEDI.
           OPEN INPUT EDICIONES.
           IF ST-EDICIONES = "00"
              MOVE "S" TO W-HAYEDI
           END-IF.
           MOVE "N" TO W-HAYCONV.
           OPEN INPUT ALUCONV.
           IF ST-ALUCONV = "00"
              OPEN INPUT CONVENIOS
              IF ST-CONVENIOS = "00"
                 MOVE "S" TO W-HAYCONV
              ELSE
                 CLOSE ALUCONV
              END-IF
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.
           COMPUTE W-PERHOY = (W-HOY-ANIO * 100) + W-HOY-MES.
           INITIALIZE W1-DATOS
           MOVE 11 TO W1-OPCION
           MOVE "03" TO W1-DESCRIPCION(1:2)
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO(5:4) TO W-CICLOACT.
           PERFORM 100-PARAMETROS-00 THRU 100-PARAMETROS-99.

       INICIO.
           DISPLAY " " ERASE
           MOVE "CHEQUERA DE CUOTAS CON CODIGO DE BARRAS" TO
                W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 13 POSITION 10.

           IF OPCION = 1
              PERFORM 200-PORALUMNO-00 THRU 200-PORALUMNO-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              PERFORM 300-PORCURSO-00 THRU 300-PORCURSO-99
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYCONV = "S"
              CLOSE CONVENIOS
              CLOSE ALUCONV
           END-IF.
           IF W-HAYEDI = "S"
              CLOSE EDICIONES
           END-IF.
           IF W-HAYBECAS = "S"
              CLOSE BECAS
           END-IF.
           IF W-HAYARAN = "S"
              CLOSE ARANCELES
           END-IF.
           IF W-HAYCUO = "S"
              CLOSE CUOTAS
           END-IF.
           IF W-HAYALU = "S"
              CLOSE ALUMNOS
           END-IF.
           CLOSE CURSOS.
           CLOSE INSCRIPCIONES.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  TASA, DIAS DE GRACIA Y DIA DE VENCIMIENTO
      *  DE LA TABLA DE PARAMETROS, CON LOS MISMOS
      *  VALORES POR OMISION QUE PROG-89
      ********************************************
       100-PARAMETROS-00.
           MOVE 0 TO W-MORATASA.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "MORATASA" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF W16-RESULT = "S"
              MOVE W16-VALORNUM TO W-MORATASA
           END-IF.
           MOVE 10 TO W-MORADIAS.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "MORADIAS" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM > 0)
              MOVE W16-VALORNUM TO W-MORADIAS
           END-IF.
           MOVE 10 TO W-DIAVTO.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "MORAVTO " TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM > 0)
                                 AND (W16-VALORNUM < 29)
              MOVE W16-VALORNUM TO W-DIAVTO
           END-IF.
       100-PARAMETROS-99. EXIT.

      ********************************************
      *  CICLO DE LA CHEQUERA, PROPONE EL ACTUAL
      ********************************************
       100-PIDECICLO-00.
           DISPLAY "CICLO     :" LINE 5 POSITION 1.
           MOVE W-CICLOACT TO W-CICLO.
           ACCEPT W-CICLO LINE 5 POSITION 13 PROMPT UPDATE.
       100-PIDECICLO-99. EXIT.

      ********************************************
      *  CHEQUERA DE UN ALUMNO: UNA POR CADA
      *  INSCRIPCION ACTIVA EN EL CICLO
      ********************************************
       200-PORALUMNO-00.
           DISPLAY " " ERASE
           MOVE "CHEQUERA DE UN ALUMNO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM 100-PIDECICLO-00 THRU 100-PIDECICLO-99.
           IF W-CICLO = 0
              GO TO 200-PORALUMNO-99
           END-IF.
           DISPLAY "ALUMNO    :" LINE 6 POSITION 1.
       200-PORALUMNO-05.
           ACCEPT W-ALUMNO LINE 6 POSITION 13 PROMPT.
           IF W-ALUMNO = 0
              GO TO 200-PORALUMNO-99
           END-IF.
           IF W-HAYALU = "S"
              MOVE W-ALUMNO TO ALU-CODIGO
              READ ALUMNOS KEY IS ALU-CODIGO
                 INVALID KEY
                    MOVE "EL ALUMNO NO EXISTE." TO M-ERROR
                    PERFORM ERRORES THRU ERRORES-F
                    GO TO 200-PORALUMNO-05
              END-READ
              DISPLAY ALU-APELLIDO LINE 6 POSITION 20
              DISPLAY ALU-NOMBRE   LINE 6 POSITION 41
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE 0 TO W-CHEQUERAS W-CUPONES.
           MOVE W-ALUMNO TO INS-ALUMNO
           MOVE 0        TO INS-CURSO
           MOVE 0        TO INS-CICLO
           START INSCRIPCIONES KEY IS NOT LESS INS-CLAVE
              INVALID KEY
                 GO TO 200-PORALUMNO-90
           END-START.
       200-PORALUMNO-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 200-PORALUMNO-90
           END-READ.
           IF INS-ALUMNO NOT = W-ALUMNO
              GO TO 200-PORALUMNO-90
           END-IF.
           IF (INS-CICLO NOT = W-CICLO) OR (NOT INS-ACTIVA)
              GO TO 200-PORALUMNO-10
           END-IF.
           PERFORM 400-CHEQUERA-00 THRU 400-CHEQUERA-99.
           GO TO 200-PORALUMNO-10.
       200-PORALUMNO-90.
           IF W-CHEQUERAS = 0
              CLOSE LISTADO
              MOVE "EL ALUMNO NO TIENE INSCRIPCION ACTIVA EN EL CICLO."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-PORALUMNO-99
           END-IF.
           PERFORM 800-TOTALES-00 THRU 800-TOTALES-99.
           PERFORM 900-SPOOL-00 THRU 900-SPOOL-99.
       200-PORALUMNO-99. EXIT.

      ********************************************
      *  CHEQUERAS DE UN CURSO: UNA POR ALUMNO
      *  CON INSCRIPCION ACTIVA EN EL CICLO
      ********************************************
       300-PORCURSO-00.
           DISPLAY " " ERASE
           MOVE "CHEQUERAS DE UN CURSO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM 100-PIDECICLO-00 THRU 100-PIDECICLO-99.
           IF W-CICLO = 0
              GO TO 300-PORCURSO-99
           END-IF.
           DISPLAY "CURSO     :" LINE 6 POSITION 1.
       300-PORCURSO-05.
           ACCEPT W-CURSO LINE 6 POSITION 13 PROMPT.
           IF W-CURSO = 0
              GO TO 300-PORCURSO-99
           END-IF.
           MOVE W-CURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE "EL CURSO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 300-PORCURSO-05
           END-READ.
           DISPLAY CUR-DESCRIPCION LINE 6 POSITION 20.
           OPEN OUTPUT LISTADO.
           MOVE 0 TO W-CHEQUERAS W-CUPONES.
           MOVE W-CURSO TO INS-CURSO
           START INSCRIPCIONES KEY IS EQUAL INS-CURSO
              INVALID KEY
                 GO TO 300-PORCURSO-90
           END-START.
       300-PORCURSO-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 300-PORCURSO-90
           END-READ.
           IF INS-CURSO NOT = W-CURSO
              GO TO 300-PORCURSO-90
           END-IF.
           IF (INS-CICLO NOT = W-CICLO) OR (NOT INS-ACTIVA)
              GO TO 300-PORCURSO-10
           END-IF.
           PERFORM 400-CHEQUERA-00 THRU 400-CHEQUERA-99.
           GO TO 300-PORCURSO-10.
       300-PORCURSO-90.
           IF W-CHEQUERAS = 0
              CLOSE LISTADO
              MOVE "EL CURSO NO TIENE INSCRIPTOS ACTIVOS EN EL CICLO."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 300-PORCURSO-99
           END-IF.
           PERFORM 800-TOTALES-00 THRU 800-TOTALES-99.
           PERFORM 900-SPOOL-00 THRU 900-SPOOL-99.
       300-PORCURSO-99. EXIT.

      ********************************************
      *  CHEQUERA DE LA INSCRIPCION LEIDA: TITULO
      *  Y UN CUPON POR MES DE LA EDICION
      ********************************************
       400-CHEQUERA-00.
           MOVE INS-CURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 GO TO 400-CHEQUERA-99
           END-READ.
           MOVE SPACES TO ALU-APELLIDO ALU-NOMBRE
           IF W-HAYALU = "S"
              MOVE INS-ALUMNO TO ALU-CODIGO
              READ ALUMNOS KEY IS ALU-CODIGO
                 INVALID KEY
                    MOVE SPACES TO ALU-APELLIDO ALU-NOMBRE
              END-READ
           END-IF.
           PERFORM 410-MESES-00 THRU 410-MESES-99.
           MOVE SPACES TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-CICLO TO LCT-CICLO
           MOVE LINEA-CHQ-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE INS-ALUMNO   TO LCA-ALUMNO
           MOVE ALU-APELLIDO TO LCA-APELLIDO
           MOVE ALU-NOMBRE   TO LCA-NOMBRE
           MOVE LINEA-CHQ-ALU TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE CUR-CODIGO      TO LCC-CURSO
           MOVE CUR-DESCRIPCION TO LCC-DESC
           MOVE LINEA-CHQ-CUR TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 0 TO W-CUPALU.
           MOVE W-MESDESDE TO W-MESCUP.
       400-CHEQUERA-10.
           IF W-MESCUP > W-MESHASTA
              GO TO 400-CHEQUERA-20
           END-IF.
           PERFORM 420-CUPON-00 THRU 420-CUPON-99.
           ADD 1 TO W-MESCUP.
           GO TO 400-CHEQUERA-10.
       400-CHEQUERA-20.
           IF W-CUPALU = 0
              MOVE SPACES TO REG-LISTADO
              WRITE REG-LISTADO
              MOVE "SIN CUOTAS PENDIENTES NI A VENCER EN EL CICLO."
                   TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
           MOVE LINEA-CORTE TO REG-LISTADO
           WRITE REG-LISTADO.
           ADD 1 TO W-CHEQUERAS.
       400-CHEQUERA-99. EXIT.

      ********************************************
      *  MESES DE LA CHEQUERA: LOS DE LA EDICION
      *  DEL CURSO QUE CAEN EN EL CICLO; SIN
      *  EDICION, TODO EL ANIO
      ********************************************
       410-MESES-00.
           MOVE 1  TO W-MESDESDE.
           MOVE 12 TO W-MESHASTA.
           IF W-HAYEDI NOT = "S"
              GO TO 410-MESES-99
           END-IF.
           MOVE INS-CURSO TO EDI-CURSO
           MOVE W-CICLO   TO EDI-CICLO
           READ EDICIONES KEY IS EDI-CLAVE
              INVALID KEY
                 GO TO 410-MESES-99
           END-READ.
           MOVE EDI-FECHAINI TO W-FECHA
           IF (W-ANIO = W-CICLO) AND (W-MES > 0) AND (W-MES < 13)
              MOVE W-MES TO W-MESDESDE
           END-IF.
           MOVE EDI-FECHAFIN TO W-FECHA
           IF (W-ANIO = W-CICLO) AND (W-MES > 0) AND (W-MES < 13)
              MOVE W-MES TO W-MESHASTA
           END-IF.
       410-MESES-99. EXIT.

      ********************************************
      *  CUPON DEL MES W-MESCUP: LA CUOTA PENDIENTE
      *  POR SU SALDO O, SI NO ESTA GENERADA Y EL
      *  MES NO PASO, LA CUOTA A VENCER CALCULADA
      ********************************************
       420-CUPON-00.
           MOVE "N" TO W-ESFUTURA W-RECYA.
           MOVE 0 TO W-BECA W-RECARGO.
           IF W-HAYCUO = "S"
              MOVE INS-ALUMNO TO CUO-ALUMNO
              MOVE INS-CURSO  TO CUO-CURSO
              MOVE W-CICLO    TO CUO-ANIO
              MOVE W-MESCUP   TO CUO-MES
              READ CUOTAS KEY IS CUO-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    GO TO 420-CUPON-20
              END-READ
           END-IF.
           IF ((W-CICLO * 100) + W-MESCUP) < W-PERHOY
              GO TO 420-CUPON-99
           END-IF.
           COMPUTE W-PERIODOINI = (W-CICLO * 10000)
                                + (W-MESCUP * 100) + 1
           PERFORM 430-ARANCEL-00 THRU 430-ARANCEL-99.
           MOVE W-IMPORTECUR TO W-IMPORTE.
           PERFORM 440-BECA-00 THRU 440-BECA-99.
           PERFORM 450-CONVENIO-00 THRU 450-CONVENIO-99.
           MOVE "S" TO W-ESFUTURA.
           MOVE W-IMPORTE TO W-IMPORTE1.
           COMPUTE W-RECARGO ROUNDED =
                   (W-IMPORTE * W-MORATASA) / 100
           GO TO 420-CUPON-30.
       420-CUPON-20.
           IF NOT CUO-PENDIENTE
              GO TO 420-CUPON-99
           END-IF.
           COMPUTE W-IMPORTE1 = (CUO-IMPORTE + CUO-RECARGO)
                              - CUO-IMPORTEPAGO
           MOVE CUO-DESCUENTO TO W-BECA.
           IF CUO-RECARGO NOT = 0
              MOVE "S" TO W-RECYA
           ELSE
              COMPUTE W-RECARGO ROUNDED =
                      (CUO-IMPORTE * W-MORATASA) / 100
           END-IF.
       420-CUPON-30.
           IF W-IMPORTE1 = 0
              GO TO 420-CUPON-99
           END-IF.
           COMPUTE W-IMPORTE2 = W-IMPORTE1 + W-RECARGO.
      *  EL VENCIMIENTO SE CORRE AL DIA HABIL SIGUIENTE
      *  (PROG-20: FINES DE SEMANA Y CALENDARIO ESCOLAR)
           INITIALIZE W20-DATOS
           COMPUTE W20-FECHA = (W-CICLO * 10000)
                             + (W-MESCUP * 100) + W-DIAVTO
           CALL "P20" USING W20-DATOS
           CANCEL "P20"
           MOVE W20-FECHA TO W-VTO.
      *  PROG-89 RECARGA CUANDO PASARON MAS DE MORADIAS DIAS
           MOVE W-VTO TO W-FECHA.
           MOVE 0 TO W-CONTDIAS.
       420-CUPON-40.
           IF W-CONTDIAS NOT < W-MORADIAS
              GO TO 420-CUPON-50
           END-IF.
           PERFORM 460-SUMADIA-00 THRU 460-SUMADIA-99.
           ADD 1 TO W-CONTDIAS.
           GO TO 420-CUPON-40.
       420-CUPON-50.
           MOVE W-FECHA TO W-LIMITE.
           INITIALIZE W27-DATOS
           MOVE 1          TO W27-OPCION
           MOVE INS-ALUMNO TO W27-ALUMNO
           MOVE INS-CURSO  TO W27-CURSO
           MOVE W-CICLO    TO W27-ANIO
           MOVE W-MESCUP   TO W27-MES
           MOVE W-IMPORTE1 TO W27-IMPORTE1
           MOVE W-LIMITE   TO W27-VTO1
           MOVE W-IMPORTE2 TO W27-IMPORTE2
           MOVE W-DIASRED  TO W27-DIAS2
           CALL "P27" USING W27-DATOS
           CANCEL "P27".
           PERFORM 470-IMPRIME-00 THRU 470-IMPRIME-99.
           ADD 1 TO W-CUPALU W-CUPONES.
       420-CUPON-99. EXIT.

      ********************************************
      *  IMPORTE DEL CURSO PARA EL PERIODO, COMO
      *  PROG-59: EL ULTIMO ARANCEL CON VIGENCIA
      *  ANTERIOR O IGUAL AL PRIMER DIA DEL MES;
      *  SIN ARANCELES MANDA CUR-CUOTA
      ********************************************
       430-ARANCEL-00.
           MOVE CUR-CUOTA TO W-IMPORTECUR.
           IF W-HAYARAN NOT = "S"
              GO TO 430-ARANCEL-99
           END-IF.
           MOVE CUR-CODIGO TO ARA-CURSO
           MOVE 0 TO ARA-VIGENCIA
           START ARANCELES KEY IS NOT LESS ARA-CLAVE
              INVALID KEY
                 GO TO 430-ARANCEL-99
           END-START.
       430-ARANCEL-10.
           READ ARANCELES NEXT AT END
                GO TO 430-ARANCEL-99
           END-READ.
           IF ARA-CURSO NOT = CUR-CODIGO
              GO TO 430-ARANCEL-99
           END-IF.
           IF ARA-VIGENCIA > W-PERIODOINI
              GO TO 430-ARANCEL-99
           END-IF.
           MOVE ARA-IMPORTE TO W-IMPORTECUR.
           GO TO 430-ARANCEL-10.
       430-ARANCEL-99. EXIT.

      ********************************************
      *  BECA VIGENTE DEL ALUMNO EN EL CURSO Y
      *  CICLO, DESCONTADA COMO EN PROG-59
      ********************************************
       440-BECA-00.
           IF (W-HAYBECAS NOT = "S") OR (W-IMPORTE = 0)
              GO TO 440-BECA-99
           END-IF.
           MOVE INS-ALUMNO TO BEC-ALUMNO
           MOVE INS-CURSO  TO BEC-CURSO
           MOVE W-CICLO    TO BEC-CICLO
           READ BECAS KEY IS BEC-CLAVE
              INVALID KEY
                 GO TO 440-BECA-99
           END-READ.
           IF NOT BEC-VIGENTE
              GO TO 440-BECA-99
           END-IF.
           IF BEC-PORCENTAJE
              COMPUTE W-DESCUENTO ROUNDED =
                      (W-IMPORTE * BEC-VALOR) / 100
           ELSE
              MOVE BEC-VALOR TO W-DESCUENTO
           END-IF.
           IF W-DESCUENTO > W-IMPORTE
              MOVE W-IMPORTE TO W-DESCUENTO
           END-IF.
           MOVE W-DESCUENTO TO W-BECA
           SUBTRACT W-DESCUENTO FROM W-IMPORTE.
       440-BECA-99. EXIT.

      ********************************************
      *  PARTE DE LA EMPRESA SI EL ALUMNO ESTA
      *  ADHERIDO A UN CONVENIO VIGENTE EN EL
      *  PERIODO: NO LA PAGA LA FAMILIA
      ********************************************
       450-CONVENIO-00.
           MOVE 0 TO W-PARTEEMP.
           IF (W-HAYCONV NOT = "S") OR (W-IMPORTE = 0)
              GO TO 450-CONVENIO-99
           END-IF.
           MOVE INS-ALUMNO TO ACV-ALUMNO
           READ ALUCONV KEY IS ACV-ALUMNO
              INVALID KEY
                 GO TO 450-CONVENIO-99
           END-READ.
           IF (ACV-DESDE > W-PERIODOINI) OR
              ((ACV-HASTA > 0) AND (ACV-HASTA < W-PERIODOINI))
              GO TO 450-CONVENIO-99
           END-IF.
           MOVE ACV-CONVENIO TO CNV-CODIGO
           READ CONVENIOS KEY IS CNV-CODIGO
              INVALID KEY
                 GO TO 450-CONVENIO-99
           END-READ.
           IF NOT CNV-VIGENTE
              GO TO 450-CONVENIO-99
           END-IF.
           IF (CNV-DESDE > W-PERIODOINI) OR
              ((CNV-HASTA > 0) AND (CNV-HASTA < W-PERIODOINI))
              GO TO 450-CONVENIO-99
           END-IF.
           IF CNV-PORCENTAJE
              COMPUTE W-PARTEEMP ROUNDED =
                      (W-IMPORTE * CNV-VALOR) / 100
           ELSE
              MOVE CNV-VALOR TO W-PARTEEMP
           END-IF.
           IF W-PARTEEMP > W-IMPORTE
              MOVE W-IMPORTE TO W-PARTEEMP
           END-IF.
           SUBTRACT W-PARTEEMP FROM W-IMPORTE.
       450-CONVENIO-99. EXIT.

      ********************************************
      *  SUMA UN DIA A LA FECHA, CON FIN DE MES Y
      *  ANIO BISIESTO, COMO PROG-20
      ********************************************
       460-SUMADIA-00.
           ADD 1 TO W-DIA.
           IF W-MES = 2
              DIVIDE W-ANIO BY 4 GIVING W-COCIENTE REMAINDER W-RESTO
              IF (W-RESTO = 0) AND (W-DIA NOT > 29)
                 GO TO 460-SUMADIA-99
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
       460-SUMADIA-99. EXIT.

      ********************************************
      *  IMPRIME EL CUPON CON SU LINEA DE CORTE
      ********************************************
       470-IMPRIME-00.
           MOVE LINEA-CORTE TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-MESCUP        TO LC1-MES
           MOVE W-CICLO         TO LC1-ANIO
           MOVE INS-ALUMNO      TO LC1-ALUMNO
           MOVE ALU-APELLIDO    TO LC1-APELLIDO
           MOVE CUR-ABREVIATURA TO LC1-ABREV
           IF W-ESFUTURA = "S"
              MOVE "A VENCER"  TO LC1-ESTADO
           ELSE
              MOVE "PENDIENTE" TO LC1-ESTADO
           END-IF.
           MOVE LINEA-CUP-1 TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-VTO TO W-FECHA
           PERFORM 480-FEDIT-00 THRU 480-FEDIT-99
           MOVE W-FEDIT    TO LC2-VTO
           MOVE W-IMPORTE1 TO LC2-IMPORTE
           MOVE W-BECA     TO LC2-BECA
           MOVE LINEA-CUP-2 TO REG-LISTADO
           WRITE REG-LISTADO.
           IF W-RECYA = "S"
              MOVE "INCLUYE EL RECARGO POR MORA YA APLICADO."
                   TO REG-LISTADO
              WRITE REG-LISTADO
           ELSE
              MOVE W-LIMITE TO W-FECHA
              PERFORM 480-FEDIT-00 THRU 480-FEDIT-99
              MOVE W-FEDIT    TO LC3-LIMITE
              MOVE W-RECARGO  TO LC3-RECARGO
              MOVE W-IMPORTE2 TO LC3-TOTAL
              MOVE LINEA-CUP-3 TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
           MOVE W27-BARRA TO LC4-BARRA
           MOVE LINEA-CUP-4 TO REG-LISTADO
           WRITE REG-LISTADO.
       470-IMPRIME-99. EXIT.

       480-FEDIT-00.
           MOVE W-DIA  TO WFE-DD
           MOVE W-MES  TO WFE-MM
           MOVE W-ANIO TO WFE-AAAA.
       480-FEDIT-99. EXIT.

      ********************************************
      *  TOTALES DEL LISTADO Y DE PANTALLA
      ********************************************
       800-TOTALES-00.
           DISPLAY "CHEQUERAS EMITIDAS :" LINE 10 POSITION 1.
           DISPLAY W-CHEQUERAS            LINE 10 POSITION 22.
           DISPLAY "CUPONES            :" LINE 11 POSITION 1.
           DISPLAY W-CUPONES              LINE 11 POSITION 22.
       800-TOTALES-99. EXIT.

      ********************************************
      *  CIERRA EL LISTADO Y LO MANDA AL SPOOL
      ********************************************
       900-SPOOL-00.
           CLOSE LISTADO.
           INITIALIZE W15-DATOS
           MOVE "PROG-167" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".
           MOVE "CHEQUERA ENVIADA AL SPOOL." TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F.
       900-SPOOL-99. EXIT.

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
           DISPLAY "1-CHEQUERA DE UN ALUMNO"   LINE 5 POSITION 1.
           DISPLAY "2-CHEQUERAS DE UN CURSO"   LINE 6 POSITION 1.
           DISPLAY "9-SALIR"                   LINE 10 POSITION 1.
           DISPLAY "OPCION:"                   LINE 13 POSITION 1.
       PANTALLAINICIO-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
