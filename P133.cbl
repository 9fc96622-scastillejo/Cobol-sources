       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-133.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 133
      *  PROYECCION DE RECAUDACION POR SEDE Y
      *  CURSO PARA LOS PROXIMOS N MESES (1 A 12,
      *  DESDE EL MES EN CURSO).
      *  1) TASA HISTORICA DE COBRO POR MESES DE
      *     ATRASO: LO COBRADO EN PAGOS.DAT SEGUN
      *     LA DISTANCIA ENTRE EL MES DEL PAGO Y EL
      *     PERIODO DE LA CUOTA (0 A 5, Y 6 O MAS),
      *     SOBRE EL TOTAL EMITIDO DE LOS PERIODOS
      *     ANTERIORES AL MES EN CURSO.
      *  2) DEUDA: EL SALDO DE CADA CUOTA PENDIENTE
      *     SE DISTRIBUYE EN LOS MESES PROYECTADOS
      *     CON LA TASA DE SU ATRASO, CONDICIONADA
      *     A LO QUE TODAVIA NO SE COBRO.
      *  3) EMISION: LAS CUOTAS QUE PROG-59
      *     GENERARIA PARA LAS INSCRIPCIONES
      *     ACTIVAS DE LOS CURSOS ABIERTOS, CON EL
      *     ARANCEL VIGENTE (ARANCEL.DAT) O
      *     CUR-CUOTA Y NETAS DE BECA (BECAS.DAT),
      *     PARA LOS PERIODOS TODAVIA NO GENERADOS.
      *  SALIDA POR EL SPOOL Y EN PROYECC.CSV
      *  (SEPARADO POR ";") PARA LA PLANILLA.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-CUOTAS.CPY".
       COPY "S-PAGOS.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-SEDE.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-ARANCE.CPY".
       COPY "S-BECAS.CPY".
       COPY "S-LISTADO.CPY".
       COPY "S-PROYEC.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-CUOTAS.CPY".
       COPY "F-PAGOS.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-SEDE.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-ARANCE.CPY".
       COPY "F-BECAS.CPY".
       COPY "F-LISTADO.CPY".
       COPY "F-PROYEC.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TIT.
          03 PIC X(38) VALUE
             "PROYECCION DE RECAUDACION AL ".
          03 LT-FECHA     PIC X(10).
          03 PIC X(10) VALUE " - MESES: ".
          03 LT-MESES     PIC Z9.
       01 LINEA-TASA-TIT.
          03 PIC X(40) VALUE
             "TASA HISTORICA DE COBRO POR MES DE ATRAS".
          03 PIC X(01) VALUE "O".
       01 LINEA-TASA.
          03 PIC X(07) VALUE "ATRASO ".
          03 LTA-ATRASO   PIC 9.
          03 LTA-MAS      PIC X(08).
          03 PIC X(03) VALUE ":  ".
          03 LTA-PORC     PIC ZZ9,99.
          03 PIC X(02) VALUE " %".
       01 LINEA-EMITIDO.
          03 PIC X(28) VALUE "TOTAL EMITIDO HISTORICO    :".
          03 LEM-IMPORTE  PIC ZZZZZZZZ9,99.
       01 LINEA-SEDE.
          03 PIC X(07) VALUE "SEDE : ".
          03 LSE-CODIGO   PIC 99.
          03              PIC X.
          03 LSE-DESCRIP  PIC X(30).
       01 LINEA-CURSO.
          03 PIC X(09) VALUE "  CURSO: ".
          03 LCU-CODIGO   PIC 99.
          03              PIC X.
          03 LCU-DESCRIP  PIC X(30).
       01 LINEA-COL.
          03 PIC X(26) VALUE
             "    PERIODO       DE DEUDA".
          03 PIC X(30) VALUE
             "     DE EMISION          TOTAL".
       01 LINEA-DET.
          03              PIC X(04).
          03 LDE-MES      PIC 99.
          03              PIC X VALUE "/".
          03 LDE-ANIO     PIC 9(04).
          03              PIC X(03).
          03 LDE-DEUDA    PIC ZZZZZZZZ9,99.
          03              PIC X(03).
          03 LDE-EMISION  PIC ZZZZZZZZ9,99.
          03              PIC X(03).
          03 LDE-TOTAL    PIC ZZZZZZZZ9,99.
       01 LINEA-TOT.
          03 LTO-TEXTO    PIC X(14).
          03 LTO-DEUDA    PIC ZZZZZZZZ9,99.
          03              PIC X(03).
          03 LTO-EMISION  PIC ZZZZZZZZ9,99.
          03              PIC X(03).
          03 LTO-TOTAL    PIC ZZZZZZZZ9,99.
       01 LINEA-RAYA.
          03 PIC X(66) VALUE ALL "-".

       01 TITULO-CSV.
          03 PIC X(42) VALUE
             "SEDE;CURSO;ANIO;MES;DEUDA;EMISION;TOTAL".
       01 DET-CSV.
          03 DC-SEDE      PIC 9(02).
          03              PIC X VALUE ";".
          03 DC-CURSO     PIC 9(02).
          03              PIC X VALUE ";".
          03 DC-ANIO      PIC 9(04).
          03              PIC X VALUE ";".
          03 DC-MES       PIC 9(02).
          03              PIC X VALUE ";".
          03 DC-DEUDA     PIC 9(09),99.
          03              PIC X VALUE ";".
          03 DC-EMISION   PIC 9(09),99.
          03              PIC X VALUE ";".
          03 DC-TOTAL     PIC 9(09),99.

       COPY "L-P11.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".

      *  TASAS POR MESES DE ATRASO (0 A 6, LA 7MA
      *  POSICION ES "6 O MAS")
       01 TABLA-TASAS.
          03 TTA-ITEM OCCURS 7 TIMES.
             05 TTA-COBRADO   PIC S9(09)V99.
             05 TTA-TASA      PIC 9V9(06).
       01 TTA-IND        PIC 9(02).
       01 W-EMITIDO      PIC 9(09)V99.

      *  MESES PROYECTADOS
       01 TABLA-MESES.
          03 TME-ITEM OCCURS 12 TIMES.
             05 TME-ANIO      PIC 9(04).
             05 TME-MES       PIC 9(02).
       01 TME-IND        PIC 9(02).
       01 TME-IND2       PIC 9(02).

      *  ACUMULADOS POR CURSO Y MES PROYECTADO
       01 TABLA-PROY.
          03 TPR-CURSO OCCURS 99 TIMES.
             05 TPR-SEDE      PIC 9(02).
             05 TPR-USADO     PIC X.
             05 TPR-MES OCCURS 12 TIMES.
                07 TPR-DEUDA   PIC 9(09)V99.
                07 TPR-EMISION PIC 9(09)V99.
       01 TPR-IND        PIC 9(02).

       01 TABLA-TOTSEDE.
          03 TTS-MES OCCURS 12 TIMES.
             05 TTS-DEUDA     PIC 9(09)V99.
             05 TTS-EMISION   PIC 9(09)V99.
       01 TABLA-TOTGRAL.
          03 TTG-MES OCCURS 12 TIMES.
             05 TTG-DEUDA     PIC 9(09)V99.
             05 TTG-EMISION   PIC 9(09)V99.

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-CUOTAS      PIC XX.
       01 ST-PAGOS       PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-SEDES       PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-ARANCELES   PIC XX.
       01 ST-BECAS       PIC XX.
       01 ST-LISTADO     PIC XX.
       01 ST-PROYSAL     PIC XX.
       01 W-HAYPAGOS     PIC X.
       01 W-HAYSEDES     PIC X.
       01 W-HAYARAN      PIC X.
       01 W-HAYBECAS     PIC X.
       01 W-FECHAHOY     PIC 9(08).
       01 W-FECHAHOY-R REDEFINES W-FECHAHOY.
          03 W-HOY-ANIO  PIC 9(04).
          03 W-HOY-MES   PIC 9(02).
          03 W-HOY-DIA   PIC 9(02).
       01 W-FECHAHOY-A   PIC X(10).
       01 W-FECHA        PIC 9(08).
       01 W-FECHA-R REDEFINES W-FECHA.
          03 W-FEC-ANIO  PIC 9(04).
          03 W-FEC-MES   PIC 9(02).
          03 W-FEC-DIA   PIC 9(02).
       01 W-MESES        PIC 9(02).
       01 W-HOYABS       PIC 9(06).
       01 W-PERABS       PIC 9(06).
       01 W-PAGABS       PIC 9(06).
       01 W-ATRASO       PIC S9(04).
       01 W-EDAD         PIC S9(04).
       01 W-RESTO        PIC S9V9(06).
       01 W-SALDO        PIC 9(06)V99.
       01 W-IMPORTECUR   PIC 9(05)V99.
       01 W-NETO         PIC 9(05)V99.
       01 W-DESCUENTO    PIC 9(05)V99.
       01 W-PARTE        PIC 9(09)V99.
       01 W-PERIODOINI   PIC 9(08).
       01 W-SEDE         PIC 9(02).
       01 W-HAYSEDE      PIC X.
       01 W-LINEAS       PIC 9(05).
       01 W-PORC         PIC 9(03)V99.
       01 W-TOTDEUDA     PIC 9(09)V99.
       01 W-TOTEMISION   PIC 9(09)V99.
       01 CONF           PIC X.

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-CUOTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUOTAS.
           DISPLAY "ERROR DE E/S EN CUOTAS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-CUOTAS LINE 23 POSITION 34
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO.
           DISPLAY " " ERASE
           MOVE "PROYECCION DE RECAUDACION" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.

           OPEN INPUT CUOTAS.
           IF ST-CUOTAS = "35"
             MOVE "NO HAY CUOTAS GENERADAS." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO FINAL-F
           END-IF.
           OPEN INPUT CURSOS.
           IF ST-CURSOS = "35"
             MOVE "NO HAY CURSOS CARGADOS." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE CUOTAS
             GO TO FINAL-F
           END-IF.
           OPEN INPUT INSCRIPCIONES.
           IF ST-INSCRIP = "35"
             MOVE "NO HAY INSCRIPCIONES." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE CURSOS
             CLOSE CUOTAS
             GO TO FINAL-F
           END-IF.
           MOVE "N" TO W-HAYPAGOS.
           OPEN INPUT PAGOS.
           IF ST-PAGOS = "00"
              MOVE "S" TO W-HAYPAGOS
           END-IF.
           MOVE "N" TO W-HAYSEDES.
           OPEN INPUT SEDES.
           IF ST-SEDES = "00"
              MOVE "S" TO W-HAYSEDES
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

           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.
           INITIALIZE W1-DATOS
           MOVE 4 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:10) TO W-FECHAHOY-A.

           MOVE 6 TO W-MESES.
           DISPLAY "MESES A PROYECTAR (1-12):" LINE 5 POSITION 1.
           ACCEPT W-MESES LINE 5 POSITION 27 PROMPT UPDATE.
           IF (W-MESES < 1) OR (W-MESES > 12)
              MOVE "LA CANTIDAD DE MESES DEBE SER DE 1 A 12."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO CIERRE-F
           END-IF.
           DISPLAY "CONFIRMA EL PROCESO? (S/N):" LINE 7 POSITION 1.
           ACCEPT CONF LINE 7 POSITION 29.
           IF CONF NOT = "S"
              MOVE "PROCESO CANCELADO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO CIERRE-F
           END-IF.

           INITIALIZE TABLA-TASAS TABLA-PROY TABLA-TOTGRAL
           COMPUTE W-HOYABS = (W-HOY-ANIO * 12) + W-HOY-MES
           PERFORM 100-MESES-00 THRU 100-MESES-99.
           PERFORM 100-CURSOS-00 THRU 100-CURSOS-99.
           PERFORM 200-EMITIDO-00 THRU 200-EMITIDO-99.
           PERFORM 200-COBRADO-00 THRU 200-COBRADO-99.
           PERFORM 200-TASAS-00 THRU 200-TASAS-99.
           PERFORM 300-DEUDA-00 THRU 300-DEUDA-99.
           PERFORM 400-EMISION-00 THRU 400-EMISION-99.
           PERFORM 500-IMPRIME-00 THRU 500-IMPRIME-99.

           INITIALIZE W14-DATOS
           MOVE "PROG-133"   TO W14-PROGRAMA
           MOVE W40-OPERADOR TO W14-OPERADOR
           MOVE W-LINEAS     TO W14-PROCESADOS
           MOVE 0            TO W14-RECHAZADOS
           MOVE "OK"         TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           CANCEL "P14".

           DISPLAY "TOTAL DE DEUDA   :" LINE 10 POSITION 1.
           MOVE W-TOTDEUDA TO LTO-DEUDA
           DISPLAY LTO-DEUDA           LINE 10 POSITION 20.
           DISPLAY "TOTAL DE EMISION :" LINE 11 POSITION 1.
           MOVE W-TOTEMISION TO LTO-EMISION
           DISPLAY LTO-EMISION         LINE 11 POSITION 20.
           MOVE "PROYECCION ENVIADA AL SPOOL Y A PROYECC.CSV."
                TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F.
       CIERRE-F.
           IF W-HAYBECAS = "S"
              CLOSE BECAS
           END-IF.
           IF W-HAYARAN = "S"
              CLOSE ARANCELES
           END-IF.
           IF W-HAYSEDES = "S"
              CLOSE SEDES
           END-IF.
           IF W-HAYPAGOS = "S"
              CLOSE PAGOS
           END-IF.
           CLOSE INSCRIPCIONES.
           CLOSE CURSOS.
           CLOSE CUOTAS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  ARMA LA TABLA DE MESES PROYECTADOS A
      *  PARTIR DEL MES EN CURSO
      ********************************************
       100-MESES-00.
           MOVE W-HOY-ANIO TO TME-ANIO (1)
           MOVE W-HOY-MES  TO TME-MES (1)
           MOVE 2 TO TME-IND.
       100-MESES-10.
           IF TME-IND > W-MESES
              GO TO 100-MESES-99
           END-IF.
           COMPUTE TME-IND2 = TME-IND - 1
           MOVE TME-ANIO (TME-IND2) TO TME-ANIO (TME-IND)
           COMPUTE TME-MES (TME-IND) = TME-MES (TME-IND2) + 1
           IF TME-MES (TME-IND) > 12
              MOVE 1 TO TME-MES (TME-IND)
              ADD 1 TO TME-ANIO (TME-IND)
           END-IF.
           ADD 1 TO TME-IND
           GO TO 100-MESES-10.
       100-MESES-99. EXIT.

      ********************************************
      *  SEDE DE CADA CURSO DEL CATALOGO
      ********************************************
       100-CURSOS-00.
           MOVE 0 TO CUR-CODIGO
           START CURSOS KEY IS NOT LESS CUR-CODIGO
              INVALID KEY
                 GO TO 100-CURSOS-99
           END-START.
       100-CURSOS-10.
           READ CURSOS NEXT AT END
                GO TO 100-CURSOS-99
           END-READ.
           IF CUR-CODIGO = 0
              GO TO 100-CURSOS-10
           END-IF.
           MOVE CUR-SEDE TO TPR-SEDE (CUR-CODIGO)
           GO TO 100-CURSOS-10.
       100-CURSOS-99. EXIT.

      ********************************************
      *  TOTAL EMITIDO (IMPORTE MAS RECARGO) DE
      *  LAS CUOTAS DE PERIODOS ANTERIORES AL MES
      *  EN CURSO, PAGAS O NO
      ********************************************
       200-EMITIDO-00.
           MOVE 0 TO W-EMITIDO.
           INITIALIZE REG-CUOTA
           START CUOTAS KEY IS NOT LESS CUO-CLAVE
              INVALID KEY
                 GO TO 200-EMITIDO-99
           END-START.
       200-EMITIDO-10.
           READ CUOTAS NEXT AT END
                GO TO 200-EMITIDO-99
           END-READ.
           COMPUTE W-PERABS = (CUO-ANIO * 12) + CUO-MES
           IF W-PERABS NOT < W-HOYABS
              GO TO 200-EMITIDO-10
           END-IF.
           ADD CUO-IMPORTE CUO-RECARGO TO W-EMITIDO.
           GO TO 200-EMITIDO-10.
       200-EMITIDO-99. EXIT.

      ********************************************
      *  COBRADO POR MESES DE ATRASO: MES DEL PAGO
      *  MENOS PERIODO DE LA CUOTA (LOS PAGOS A
      *  CUENTA, CURSO 00, NO CORRESPONDEN A UNA
      *  CUOTA). LAS ANULACIONES RESTAN.
      ********************************************
       200-COBRADO-00.
           IF W-HAYPAGOS NOT = "S"
              GO TO 200-COBRADO-99
           END-IF.
           INITIALIZE REG-PAGO
           START PAGOS KEY IS NOT LESS PAG-CLAVE
              INVALID KEY
                 GO TO 200-COBRADO-99
           END-START.
       200-COBRADO-10.
           READ PAGOS NEXT AT END
                GO TO 200-COBRADO-99
           END-READ.
           IF PAG-CURSO = 0
              GO TO 200-COBRADO-10
           END-IF.
           COMPUTE W-PERABS = (PAG-ANIO * 12) + PAG-MES
           IF W-PERABS NOT < W-HOYABS
              GO TO 200-COBRADO-10
           END-IF.
           MOVE PAG-FECHA TO W-FECHA
           COMPUTE W-PAGABS = (W-FEC-ANIO * 12) + W-FEC-MES
           COMPUTE W-ATRASO = W-PAGABS - W-PERABS
           IF W-ATRASO < 0
              MOVE 0 TO W-ATRASO
           END-IF.
           IF W-ATRASO > 6
              MOVE 6 TO W-ATRASO
           END-IF.
           COMPUTE TTA-IND = W-ATRASO + 1
           ADD PAG-IMPORTE TO TTA-COBRADO (TTA-IND).
           GO TO 200-COBRADO-10.
       200-COBRADO-99. EXIT.

       200-TASAS-00.
           MOVE 1 TO TTA-IND.
       200-TASAS-10.
           IF TTA-IND > 7
              GO TO 200-TASAS-99
           END-IF.
           MOVE 0 TO TTA-TASA (TTA-IND)
           IF (W-EMITIDO > 0) AND (TTA-COBRADO (TTA-IND) > 0)
              COMPUTE TTA-TASA (TTA-IND) ROUNDED =
                      TTA-COBRADO (TTA-IND) / W-EMITIDO
           END-IF.
           ADD 1 TO TTA-IND
           GO TO 200-TASAS-10.
       200-TASAS-99. EXIT.

      ********************************************
      *  DEUDA PENDIENTE: CADA SALDO SE REPARTE EN
      *  LOS MESES PROYECTADOS CON LA TASA DEL
      *  ATRASO QUE TENDRA EN ESE MES, DIVIDIDA
      *  POR LO QUE QUEDABA SIN COBRAR A SU EDAD.
      *  LA DEUDA DE 6 MESES O MAS SOLO APORTA LA
      *  TASA "6 O MAS" UNA VEZ, EN EL PRIMER MES
      *  EN QUE LA ALCANZA.
      ********************************************
       300-DEUDA-00.
           INITIALIZE REG-CUOTA
           START CUOTAS KEY IS NOT LESS CUO-CLAVE
              INVALID KEY
                 GO TO 300-DEUDA-99
           END-START.
       300-DEUDA-10.
           READ CUOTAS NEXT AT END
                GO TO 300-DEUDA-99
           END-READ.
           IF (NOT CUO-PENDIENTE) OR (CUO-CURSO = 0)
              GO TO 300-DEUDA-10
           END-IF.
           COMPUTE W-SALDO = (CUO-IMPORTE + CUO-RECARGO)
                           - CUO-IMPORTEPAGO
           IF W-SALDO = 0
              GO TO 300-DEUDA-10
           END-IF.
           COMPUTE W-PERABS = (CUO-ANIO * 12) + CUO-MES
           COMPUTE W-EDAD = W-HOYABS - W-PERABS
           IF W-EDAD < 0
              MOVE 0 TO W-EDAD
           END-IF.
           IF W-EDAD > 6
              MOVE 6 TO W-EDAD
           END-IF.
           MOVE 1 TO W-RESTO
           MOVE 1 TO TTA-IND.
       300-DEUDA-20.
           IF TTA-IND > W-EDAD
              GO TO 300-DEUDA-30
           END-IF.
           SUBTRACT TTA-TASA (TTA-IND) FROM W-RESTO
           ADD 1 TO TTA-IND
           GO TO 300-DEUDA-20.
       300-DEUDA-30.
           IF W-RESTO NOT > 0
              GO TO 300-DEUDA-10
           END-IF.
           MOVE "S" TO TPR-USADO (CUO-CURSO)
           MOVE 1 TO TME-IND.
       300-DEUDA-40.
           IF TME-IND > W-MESES
              GO TO 300-DEUDA-10
           END-IF.
           COMPUTE W-ATRASO = (W-HOYABS + TME-IND - 1) - W-PERABS
           IF (W-ATRASO < 0) OR (W-ATRASO < W-EDAD)
              ADD 1 TO TME-IND
              GO TO 300-DEUDA-40
           END-IF.
           IF W-ATRASO > 6
              MOVE 6 TO W-ATRASO
           END-IF.
           COMPUTE TTA-IND = W-ATRASO + 1
           COMPUTE W-PARTE ROUNDED =
                   (W-SALDO * TTA-TASA (TTA-IND)) / W-RESTO
           ADD W-PARTE TO TPR-DEUDA (CUO-CURSO, TME-IND)
           IF W-ATRASO = 6
              GO TO 300-DEUDA-10
           END-IF.
           ADD 1 TO TME-IND
           GO TO 300-DEUDA-40.
       300-DEUDA-99. EXIT.

      ********************************************
      *  CUOTAS A EMITIR: POR CADA MES PROYECTADO
      *  Y CADA INSCRIPCION ACTIVA DE UN CURSO
      *  ABIERTO SIN LA CUOTA DE ESE PERIODO
      *  GENERADA, EL IMPORTE QUE CALCULARIA
      *  PROG-59, COBRADO A LO LARGO DE LOS MESES
      *  SIGUIENTES CON LA TASA HISTORICA
      ********************************************
       400-EMISION-00.
           MOVE 1 TO TME-IND.
       400-EMISION-10.
           IF TME-IND > W-MESES
              GO TO 400-EMISION-99
           END-IF.
           COMPUTE W-PERIODOINI = (TME-ANIO (TME-IND) * 10000)
                                + (TME-MES (TME-IND) * 100) + 1
           MOVE 0 TO CUR-CODIGO
           START CURSOS KEY IS NOT LESS CUR-CODIGO
              INVALID KEY
                 GO TO 400-EMISION-90
           END-START.
       400-EMISION-20.
           READ CURSOS NEXT AT END
                GO TO 400-EMISION-90
           END-READ.
           IF CUR-CERRADO OR (CUR-CODIGO = 0)
              GO TO 400-EMISION-20
           END-IF.
           PERFORM 400-ARANCEL-00 THRU 400-ARANCEL-99.
           IF W-IMPORTECUR = 0
              GO TO 400-EMISION-20
           END-IF.
           PERFORM 400-ALUMNOS-00 THRU 400-ALUMNOS-99.
           GO TO 400-EMISION-20.
       400-EMISION-90.
           ADD 1 TO TME-IND
           GO TO 400-EMISION-10.
       400-EMISION-99. EXIT.

       400-ALUMNOS-00.
           MOVE CUR-CODIGO TO INS-CURSO
           START INSCRIPCIONES KEY IS EQUAL INS-CURSO
              INVALID KEY
                 GO TO 400-ALUMNOS-99
           END-START.
       400-ALUMNOS-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 400-ALUMNOS-99
           END-READ.
           IF INS-CURSO NOT = CUR-CODIGO
              GO TO 400-ALUMNOS-99
           END-IF.
           IF NOT INS-ACTIVA
              GO TO 400-ALUMNOS-10
           END-IF.
           MOVE INS-ALUMNO         TO CUO-ALUMNO
           MOVE CUR-CODIGO         TO CUO-CURSO
           MOVE TME-ANIO (TME-IND) TO CUO-ANIO
           MOVE TME-MES (TME-IND)  TO CUO-MES
           READ CUOTAS KEY IS CUO-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 GO TO 400-ALUMNOS-10
           END-READ.
           MOVE W-IMPORTECUR TO W-NETO
           PERFORM 400-BECA-00 THRU 400-BECA-99.
           IF W-NETO = 0
              GO TO 400-ALUMNOS-10
           END-IF.
           MOVE "S" TO TPR-USADO (CUR-CODIGO)
           MOVE TME-IND TO TME-IND2.
       400-ALUMNOS-20.
           IF TME-IND2 > W-MESES
              GO TO 400-ALUMNOS-10
           END-IF.
           COMPUTE W-ATRASO = TME-IND2 - TME-IND
           IF W-ATRASO > 6
              GO TO 400-ALUMNOS-10
           END-IF.
           COMPUTE TTA-IND = W-ATRASO + 1
           COMPUTE W-PARTE ROUNDED = W-NETO * TTA-TASA (TTA-IND)
           ADD W-PARTE TO TPR-EMISION (CUR-CODIGO, TME-IND2)
           ADD 1 TO TME-IND2
           GO TO 400-ALUMNOS-20.
       400-ALUMNOS-99. EXIT.

      ********************************************
      *  MISMO CRITERIO DE ARANCEL QUE PROG-59
      ********************************************
       400-ARANCEL-00.
           MOVE CUR-CUOTA TO W-IMPORTECUR.
           IF W-HAYARAN NOT = "S"
              GO TO 400-ARANCEL-99
           END-IF.
           MOVE CUR-CODIGO TO ARA-CURSO
           MOVE 0 TO ARA-VIGENCIA
           START ARANCELES KEY IS NOT LESS ARA-CLAVE
              INVALID KEY
                 GO TO 400-ARANCEL-99
           END-START.
       400-ARANCEL-10.
           READ ARANCELES NEXT AT END
                GO TO 400-ARANCEL-99
           END-READ.
           IF ARA-CURSO NOT = CUR-CODIGO
              GO TO 400-ARANCEL-99
           END-IF.
           IF ARA-VIGENCIA > W-PERIODOINI
              GO TO 400-ARANCEL-99
           END-IF.
           MOVE ARA-IMPORTE TO W-IMPORTECUR.
           GO TO 400-ARANCEL-10.
       400-ARANCEL-99. EXIT.

      ********************************************
      *  MISMO CRITERIO DE BECA QUE PROG-59
      ********************************************
       400-BECA-00.
           IF W-HAYBECAS NOT = "S"
              GO TO 400-BECA-99
           END-IF.
           MOVE INS-ALUMNO         TO BEC-ALUMNO
           MOVE CUR-CODIGO         TO BEC-CURSO
           MOVE TME-ANIO (TME-IND) TO BEC-CICLO
           READ BECAS KEY IS BEC-CLAVE
              INVALID KEY
                 GO TO 400-BECA-99
           END-READ.
           IF NOT BEC-VIGENTE
              GO TO 400-BECA-99
           END-IF.
           IF BEC-PORCENTAJE
              COMPUTE W-DESCUENTO ROUNDED =
                      (W-NETO * BEC-VALOR) / 100
           ELSE
              MOVE BEC-VALOR TO W-DESCUENTO
           END-IF.
           IF W-DESCUENTO > W-NETO
              MOVE W-NETO TO W-DESCUENTO
           END-IF.
           SUBTRACT W-DESCUENTO FROM W-NETO.
       400-BECA-99. EXIT.

      ********************************************
      *  LISTADO POR SEDE Y CURSO Y ARCHIVO PARA
      *  LA PLANILLA
      ********************************************
       500-IMPRIME-00.
           MOVE 0 TO W-LINEAS W-TOTDEUDA W-TOTEMISION.
           OPEN OUTPUT LISTADO.
           OPEN OUTPUT PROYSAL.
           MOVE TITULO-CSV TO REG-PROYSAL
           WRITE REG-PROYSAL.
           MOVE W-FECHAHOY-A TO LT-FECHA
           MOVE W-MESES TO LT-MESES
           MOVE LINEA-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-TASA-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 1 TO TTA-IND.
       500-IMPRIME-05.
           IF TTA-IND > 7
              GO TO 500-IMPRIME-08
           END-IF.
           COMPUTE LTA-ATRASO = TTA-IND - 1
           MOVE SPACES TO LTA-MAS
           IF TTA-IND = 7
              MOVE " O MAS" TO LTA-MAS
           END-IF.
           COMPUTE W-PORC ROUNDED = TTA-TASA (TTA-IND) * 100
           MOVE W-PORC TO LTA-PORC
           MOVE LINEA-TASA TO REG-LISTADO
           WRITE REG-LISTADO.
           ADD 1 TO TTA-IND
           GO TO 500-IMPRIME-05.
       500-IMPRIME-08.
           MOVE W-EMITIDO TO LEM-IMPORTE
           MOVE LINEA-EMITIDO TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 0 TO W-SEDE.
       500-IMPRIME-10.
           MOVE "N" TO W-HAYSEDE
           INITIALIZE TABLA-TOTSEDE
           MOVE 1 TO TPR-IND.
       500-IMPRIME-20.
           IF TPR-IND > 99
              GO TO 500-IMPRIME-30
           END-IF.
           IF (TPR-USADO (TPR-IND) = "S") AND
              (TPR-SEDE (TPR-IND) = W-SEDE)
              PERFORM 500-CURSO-00 THRU 500-CURSO-99
           END-IF.
           ADD 1 TO TPR-IND
           GO TO 500-IMPRIME-20.
       500-IMPRIME-30.
           IF W-HAYSEDE = "S"
              PERFORM 500-TOTSEDE-00 THRU 500-TOTSEDE-99
           END-IF.
           IF W-SEDE < 99
              ADD 1 TO W-SEDE
              GO TO 500-IMPRIME-10
           END-IF.
           MOVE "TOTAL GENERAL" TO LINEA-SEDE
           MOVE LINEA-SEDE TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-COL TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 1 TO TME-IND.
       500-IMPRIME-40.
           IF TME-IND > W-MESES
              GO TO 500-IMPRIME-50
           END-IF.
           MOVE TME-MES (TME-IND)     TO LDE-MES
           MOVE TME-ANIO (TME-IND)    TO LDE-ANIO
           MOVE TTG-DEUDA (TME-IND)   TO LDE-DEUDA
           MOVE TTG-EMISION (TME-IND) TO LDE-EMISION
           COMPUTE LDE-TOTAL = TTG-DEUDA (TME-IND)
                             + TTG-EMISION (TME-IND)
           MOVE LINEA-DET TO REG-LISTADO
           WRITE REG-LISTADO.
           ADD TTG-DEUDA (TME-IND)   TO W-TOTDEUDA
           ADD TTG-EMISION (TME-IND) TO W-TOTEMISION
           ADD 1 TO TME-IND
           GO TO 500-IMPRIME-40.
       500-IMPRIME-50.
           MOVE "  TOTAL" TO LTO-TEXTO
           MOVE W-TOTDEUDA TO LTO-DEUDA
           MOVE W-TOTEMISION TO LTO-EMISION
           COMPUTE LTO-TOTAL = W-TOTDEUDA + W-TOTEMISION
           MOVE LINEA-TOT TO REG-LISTADO
           WRITE REG-LISTADO.
           CLOSE PROYSAL.
           CLOSE LISTADO.
           INITIALIZE W15-DATOS
           MOVE "PROG-133" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".
       500-IMPRIME-99. EXIT.

      ********************************************
      *  BLOQUE DE UN CURSO: UNA LINEA POR MES EN
      *  EL LISTADO Y EN EL ARCHIVO
      ********************************************
       500-CURSO-00.
           IF W-HAYSEDE NOT = "S"
              MOVE "S" TO W-HAYSEDE
              MOVE SPACES TO LINEA-SEDE
              MOVE "SEDE : " TO LINEA-SEDE(1:7)
              MOVE W-SEDE TO LSE-CODIGO
              MOVE SPACES TO LSE-DESCRIP
              IF W-HAYSEDES = "S"
                 MOVE W-SEDE TO SED-CODIGO
                 READ SEDES KEY IS SED-CODIGO
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE SED-DESCRIPCION TO LSE-DESCRIP
                 END-READ
              END-IF
              MOVE LINEA-SEDE TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
           MOVE TPR-IND TO CUR-CODIGO LCU-CODIGO
           MOVE SPACES TO LCU-DESCRIP
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CUR-DESCRIPCION TO LCU-DESCRIP
           END-READ.
           MOVE LINEA-CURSO TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-COL TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 1 TO TME-IND.
       500-CURSO-10.
           IF TME-IND > W-MESES
              GO TO 500-CURSO-99
           END-IF.
           MOVE TME-MES (TME-IND)  TO LDE-MES DC-MES
           MOVE TME-ANIO (TME-IND) TO LDE-ANIO DC-ANIO
           MOVE TPR-DEUDA (TPR-IND, TME-IND)   TO LDE-DEUDA DC-DEUDA
           MOVE TPR-EMISION (TPR-IND, TME-IND) TO LDE-EMISION
                                                  DC-EMISION
           COMPUTE LDE-TOTAL = TPR-DEUDA (TPR-IND, TME-IND)
                             + TPR-EMISION (TPR-IND, TME-IND)
           COMPUTE DC-TOTAL = TPR-DEUDA (TPR-IND, TME-IND)
                            + TPR-EMISION (TPR-IND, TME-IND)
           MOVE LINEA-DET TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-SEDE  TO DC-SEDE
           MOVE TPR-IND TO DC-CURSO
           MOVE DET-CSV TO REG-PROYSAL
           WRITE REG-PROYSAL.
           ADD 1 TO W-LINEAS.
           ADD TPR-DEUDA (TPR-IND, TME-IND)   TO TTS-DEUDA (TME-IND)
                                                 TTG-DEUDA (TME-IND)
           ADD TPR-EMISION (TPR-IND, TME-IND) TO TTS-EMISION (TME-IND)
                                                 TTG-EMISION (TME-IND)
           ADD 1 TO TME-IND
           GO TO 500-CURSO-10.
       500-CURSO-99. EXIT.

       500-TOTSEDE-00.
           MOVE 1 TO TME-IND.
       500-TOTSEDE-10.
           IF TME-IND > W-MESES
              GO TO 500-TOTSEDE-90
           END-IF.
           MOVE TME-MES (TME-IND)     TO LDE-MES
           MOVE TME-ANIO (TME-IND)    TO LDE-ANIO
           MOVE TTS-DEUDA (TME-IND)   TO LDE-DEUDA
           MOVE TTS-EMISION (TME-IND) TO LDE-EMISION
           COMPUTE LDE-TOTAL = TTS-DEUDA (TME-IND)
                             + TTS-EMISION (TME-IND)
           MOVE LINEA-DET TO REG-LISTADO
           MOVE "SEDE" TO REG-LISTADO(1:4)
           WRITE REG-LISTADO.
           ADD 1 TO TME-IND
           GO TO 500-TOTSEDE-10.
       500-TOTSEDE-90.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
       500-TOTSEDE-99. EXIT.

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
