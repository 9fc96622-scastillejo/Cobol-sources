       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-130.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 130
      *  COBRO DE LIQUIDACIONES DE CONVENIOS: EL
      *  PAGO DE LA EMPRESA SE REGISTRA CONTRA LA
      *  LIQUIDACION (PAGOSEMP.DAT), CANCELA LA
      *  PARTE DE LA EMPRESA DE CADA CUOTA
      *  LIQUIDADA (CUOEMP.DAT) EN ORDEN HASTA
      *  AGOTAR EL IMPORTE Y ACTUALIZA LO COBRADO
      *  DE LA LIQUIDACION (LIQCONV.DAT). EMITE EL
      *  COMPROBANTE POR EL SPOOL. INCLUYE LA
      *  CONSULTA DE LIQUIDACIONES POR CONVENIO
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-CONVEN.CPY".
       COPY "S-CUOEMP.CPY".
       COPY "S-LIQCNV.CPY".
       COPY "S-PAGEMP.CPY".
       COPY "S-CIERRE.CPY".
       COPY "S-RECIBO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-CONVEN.CPY".
       COPY "F-CUOEMP.CPY".
       COPY "F-LIQCNV.CPY".
       COPY "F-PAGEMP.CPY".
       COPY "F-CIERRE.CPY".
       COPY "F-RECIBO.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-CPE-01.
          03 PIC X(40) VALUE "COMPROBANTE DE PAGO DE LIQUIDACION NRO: ".
          03 LC-NUMERO   PIC 9(06).
       01 LINEA-CPE-02.
          03 PIC X(07) VALUE "FECHA: ".
          03 LC-FECHA    PIC 9(08).
          03 PIC X(12) VALUE "   OPERADOR:".
          03             PIC X.
          03 LC-OPERADOR PIC X(08).
       01 LINEA-CPE-03.
          03 PIC X(09) VALUE "EMPRESA: ".
          03 LC-EMPRESA  PIC X(30).
          03 PIC X(07) VALUE "  CUIT ".
          03 LC-CUIT     PIC 9(11).
       01 LINEA-CPE-04.
          03 PIC X(12) VALUE "REFERENCIA: ".
          03 LC-REFER    PIC X(20).
       01 LINEA-CPE-05.
          03 PIC X(18) VALUE "IMPORTE RECIBIDO: ".
          03 LC-IMPORTE  PIC ZZZZZZ9,99.
       01 LINEA-CPE-06.
          03 PIC X(18) VALUE "SALDO LIQUIDACION:".
          03             PIC X.
          03 LC-SALDO    PIC ZZZZZZ9,99.
       01 LINEA-CPE-07.
          03 PIC X(45) VALUE
             "---------------------------- FIRMA Y SELLO".

       01 TITULO-01.
          03 PIC X(06) VALUE "NUMERO".
          03 PIC X(02).
          03 PIC X(07) VALUE "PERIODO".
          03 PIC X.
          03 PIC X(08) VALUE "EMITIDA".
          03 PIC X.
          03 PIC X(05) VALUE "CUOT.".
          03 PIC X.
          03 PIC X(10) VALUE "   IMPORTE".
          03 PIC X.
          03 PIC X(10) VALUE "   COBRADO".
          03 PIC X.
          03 PIC X(03) VALUE "EST".

       01 DETALLE-01.
          03 D1-NUMERO   PIC 9(06).
          03             PIC X(02).
          03 D1-ANIO     PIC 9(04).
          03 PIC X VALUE "/".
          03 D1-MES      PIC 9(02).
          03             PIC X.
          03 D1-FECHA    PIC 9(08).
          03             PIC X.
          03 D1-CANT     PIC ZZZZ9.
          03             PIC X.
          03 D1-IMPORTE  PIC ZZZZZZ9,99.
          03             PIC X.
          03 D1-COBRADO  PIC ZZZZZZ9,99.
          03             PIC X(02).
          03 D1-EST      PIC X.

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".
       COPY "L-P15.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.
       01 FILA          PIC 999 VALUE 0.

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-CONVENIOS   PIC XX.
       01 ST-CUOEMP      PIC XX.
       01 ST-LIQCONV     PIC XX.
       01 ST-PAGOSEMP    PIC XX.
       01 ST-CIERRES     PIC XX.
       01 ST-RECIBO      PIC XX.
       01 W-HAYCIERRES   PIC X.
       01 W-DIACERRADO   PIC X.
       01 W-NROLIQ       PIC 9(06).
       01 W-CODCONV      PIC 9(03).
       01 W-FECHAHOY     PIC 9(08).
       01 W-FECHAPAGO    PIC 9(08).
       01 W-IMPORTEPAGO  PIC 9(07)V99.
       01 W-SALDO        PIC 9(07)V99.
       01 W-RESTO        PIC 9(07)V99.
       01 W-SALDOCUOTA   PIC 9(05)V99.
       01 W-APLICA       PIC 9(05)V99.
       01 W-REFERENCIA   PIC X(20).
       01 W-SECUENCIA    PIC 9(02).
       01 W-IMPORTE-ED   PIC ZZZZZZ9,99.
       01 CONF           PIC X.

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-CUOEMP SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUOEMPRESA.
           DISPLAY "ERROR DE E/S EN CUOEMP. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-CUOEMP LINE 23 POSITION 34
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-LIQCONV SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LIQCONV.
           DISPLAY "ERROR DE E/S EN LIQCONV. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-LIQCONV LINE 23 POSITION 35
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-PAGOSEMP SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOSEMP.
           DISPLAY "ERROR DE E/S EN PAGOSEMP. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-PAGOSEMP LINE 23 POSITION 36
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
           OPEN INPUT CONVENIOS.
           IF ST-CONVENIOS = "35"
             MOVE "NO HAY CONVENIOS CARGADOS." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO FINAL-F
           END-IF.
           OPEN I-O LIQCONV.
           IF ST-LIQCONV = "35"
             MOVE "NO HAY LIQUIDACIONES EMITIDAS (PROG-129)."
                  TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE CONVENIOS
             GO TO FINAL-F
           END-IF.
           OPEN I-O CUOEMPRESA.
           IF ST-CUOEMP = "35"
             MOVE "NO HAY CUOTAS CON PARTE A CARGO DE EMPRESAS."
                  TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE LIQCONV
             CLOSE CONVENIOS
             GO TO FINAL-F
           END-IF.
           OPEN I-O PAGOSEMP.
           IF ST-PAGOSEMP = "35"
             OPEN OUTPUT PAGOSEMP
             CLOSE PAGOSEMP
             OPEN I-O PAGOSEMP
           END-IF.
           MOVE "N" TO W-HAYCIERRES.
           OPEN INPUT CIERRES.
           IF ST-CIERRES = "00"
              MOVE "S" TO W-HAYCIERRES
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.

       INICIO.
           DISPLAY " " ERASE
           MOVE "COBRO DE LIQUIDACIONES DE CONVENIOS" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 13 POSITION 10.

           IF OPCION = 1
              PERFORM 100-COBRO-00 THRU 100-COBRO-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              INITIALIZE FILA
              PERFORM 400-CONSULTA-00 THRU 400-CONSULTA-99
              ACCEPT SINO LINE 24 POSITION 80
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO CIERRE-F
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       CIERRE-F.
           IF W-HAYCIERRES = "S"
              CLOSE CIERRES
           END-IF.
           CLOSE PAGOSEMP.
           CLOSE CUOEMPRESA.
           CLOSE LIQCONV.
           CLOSE CONVENIOS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  REGISTRO DEL PAGO DE UNA LIQUIDACION
      ********************************************
       100-COBRO-00.
           DISPLAY " " ERASE
           MOVE "PAGO DE LIQUIDACION DE CONVENIO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       100-COBRO-05.
           ACCEPT W-NROLIQ LINE 5 POSITION 15 PROMPT.
           IF W-NROLIQ = 0
              GO TO 100-COBRO-99
           END-IF.
           MOVE W-NROLIQ TO LQC-NUMERO
           READ LIQCONV KEY IS LQC-NUMERO
              INVALID KEY
                 MOVE "LA LIQUIDACION NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-COBRO-05
           END-READ.
           MOVE LQC-CONVENIO TO CNV-CODIGO
           READ CONVENIOS KEY IS CNV-CODIGO
              INVALID KEY
                 MOVE SPACES TO CNV-EMPRESA
                 MOVE 0 TO CNV-CUIT
           END-READ.
           DISPLAY CNV-EMPRESA LINE 6 POSITION 15.
           DISPLAY LQC-ANIO    LINE 7 POSITION 15.
           DISPLAY "/"         LINE 7 POSITION 19.
           DISPLAY LQC-MES     LINE 7 POSITION 20.
           MOVE LQC-IMPORTE TO W-IMPORTE-ED
           DISPLAY W-IMPORTE-ED LINE 8 POSITION 15.
           MOVE LQC-COBRADO TO W-IMPORTE-ED
           DISPLAY W-IMPORTE-ED LINE 9 POSITION 15.
           COMPUTE W-SALDO = LQC-IMPORTE - LQC-COBRADO
           MOVE W-SALDO TO W-IMPORTE-ED
           DISPLAY W-IMPORTE-ED LINE 10 POSITION 15.
           IF LQC-CANCELADA OR (W-SALDO = 0)
              MOVE "LA LIQUIDACION YA ESTA CANCELADA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-COBRO-00
           END-IF.
       100-COBRO-10.
           MOVE 0 TO W-FECHAPAGO
           ACCEPT W-FECHAPAGO LINE 12 POSITION 15 PROMPT UPDATE.
           IF W-FECHAPAGO = 0
              MOVE W-FECHAHOY TO W-FECHAPAGO
              DISPLAY W-FECHAPAGO LINE 12 POSITION 15
           END-IF.
           IF W-FECHAPAGO < LQC-FECHA
              MOVE "EL PAGO NO PUEDE SER ANTERIOR A LA LIQUIDACION."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-COBRO-10
           END-IF.
           PERFORM 100-DIACERRADO-00 THRU 100-DIACERRADO-99.
           IF W-DIACERRADO = "S"
              MOVE "LA CAJA DE ESE DIA YA ESTA CERRADA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-COBRO-10
           END-IF.
       100-COBRO-20.
           MOVE 0 TO W-IMPORTEPAGO
           ACCEPT W-IMPORTEPAGO LINE 13 POSITION 15 PROMPT UPDATE.
           IF W-IMPORTEPAGO = 0
              MOVE W-SALDO TO W-IMPORTEPAGO
              MOVE W-IMPORTEPAGO TO W-IMPORTE-ED
              DISPLAY W-IMPORTE-ED LINE 13 POSITION 15
           END-IF.
           IF W-IMPORTEPAGO > W-SALDO
              MOVE "EL IMPORTE SUPERA EL SALDO DE LA LIQUIDACION."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-COBRO-20
           END-IF.
           MOVE SPACES TO W-REFERENCIA
           ACCEPT W-REFERENCIA LINE 14 POSITION 15 PROMPT.
       100-COBRO-50.
           ACCEPT CONF LINE 16 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 100-COBRO-50
           END-IF.
           IF CONF = "N"
              GO TO 100-COBRO-00
           END-IF.
           PERFORM 200-GRABAPAGO-00 THRU 200-GRABAPAGO-99.
           IF W-SECUENCIA = 0
              MOVE "NO SE GRABO EL PAGO" TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-COBRO-00
           END-IF.
           PERFORM 200-CANCELA-00 THRU 200-CANCELA-99.
           PERFORM 200-LIQUIDACION-00 THRU 200-LIQUIDACION-99.
           PERFORM 300-COMPROBANTE-00 THRU 300-COMPROBANTE-99.
           MOVE "PAGO REGISTRADO" TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F.
           GO TO 100-COBRO-00.
       100-COBRO-99. EXIT.

      ********************************************
      *  VERIFICA CONTRA CIERRES.DAT (PROG-90) QUE
      *  LA FECHA DE PAGO NO CAIGA EN UN DIA DE
      *  CAJA YA CERRADO
      ********************************************
       100-DIACERRADO-00.
           MOVE "N" TO W-DIACERRADO.
           IF W-HAYCIERRES NOT = "S"
              GO TO 100-DIACERRADO-99
           END-IF.
           MOVE W-FECHAPAGO TO CIE-FECHA
           READ CIERRES KEY IS CIE-FECHA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO W-DIACERRADO
           END-READ.
       100-DIACERRADO-99. EXIT.

      ********************************************
      *  PAGO CONTRA LA LIQUIDACION CON LA PRIMERA
      *  SECUENCIA LIBRE
      ********************************************
       200-GRABAPAGO-00.
           MOVE 0 TO W-SECUENCIA.
       200-GRABAPAGO-10.
           IF W-SECUENCIA = 99
              MOVE 0 TO W-SECUENCIA
              GO TO 200-GRABAPAGO-99
           END-IF.
           ADD 1 TO W-SECUENCIA
           MOVE W-NROLIQ    TO PGE-LIQUIDACION
           MOVE W-SECUENCIA TO PGE-SECUENCIA
           READ PAGOSEMP KEY IS PGE-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 GO TO 200-GRABAPAGO-10
           END-READ.
           MOVE W-NROLIQ      TO PGE-LIQUIDACION
           MOVE W-SECUENCIA   TO PGE-SECUENCIA
           MOVE W-FECHAPAGO   TO PGE-FECHA
           MOVE W-IMPORTEPAGO TO PGE-IMPORTE
           MOVE W-REFERENCIA  TO PGE-REFERENCIA
           MOVE W40-OPERADOR  TO PGE-OPERADOR
           WRITE REG-PAGOEMP
              INVALID KEY
                 MOVE 0 TO W-SECUENCIA
                 GO TO 200-GRABAPAGO-99
           END-WRITE.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "PAGOSEMP"   TO W13-ARCHIVO
           MOVE "A"          TO W13-OPERACION
           MOVE SPACES       TO W13-ANTES
           MOVE REG-PAGOEMP  TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       200-GRABAPAGO-99. EXIT.

      ********************************************
      *  CANCELA LAS PARTES DE EMPRESA DE LAS
      *  CUOTAS LIQUIDADAS, EN ORDEN, HASTA AGOTAR
      *  EL IMPORTE PAGADO
      ********************************************
       200-CANCELA-00.
           MOVE W-IMPORTEPAGO TO W-RESTO
           MOVE W-NROLIQ TO CUE-LIQUIDACION
           START CUOEMPRESA KEY IS EQUAL CUE-LIQUIDACION
              INVALID KEY
                 GO TO 200-CANCELA-99
           END-START.
       200-CANCELA-10.
           IF W-RESTO = 0
              GO TO 200-CANCELA-99
           END-IF.
           READ CUOEMPRESA NEXT AT END
                GO TO 200-CANCELA-99
           END-READ.
           IF CUE-LIQUIDACION NOT = W-NROLIQ
              GO TO 200-CANCELA-99
           END-IF.
           IF CUE-CANCELADA
              GO TO 200-CANCELA-10
           END-IF.
           COMPUTE W-SALDOCUOTA = CUE-IMPORTE - CUE-IMPORTEPAGO
           IF W-SALDOCUOTA = 0
              GO TO 200-CANCELA-10
           END-IF.
           IF W-RESTO < W-SALDOCUOTA
              MOVE W-RESTO TO W-APLICA
           ELSE
              MOVE W-SALDOCUOTA TO W-APLICA
           END-IF.
           INITIALIZE W13-DATOS
           MOVE REG-CUOEMP    TO W13-ANTES
           ADD W-APLICA       TO CUE-IMPORTEPAGO
           MOVE W-FECHAPAGO   TO CUE-FECHAPAGO
           IF CUE-IMPORTEPAGO NOT < CUE-IMPORTE
              MOVE "C" TO CUE-ESTADO
           END-IF.
           REWRITE REG-CUOEMP
              INVALID KEY
                 GO TO 200-CANCELA-10
           END-REWRITE.
           SUBTRACT W-APLICA FROM W-RESTO.
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CUOEMP"     TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE REG-CUOEMP   TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           GO TO 200-CANCELA-10.
       200-CANCELA-99. EXIT.

       200-LIQUIDACION-00.
           MOVE W-NROLIQ TO LQC-NUMERO
           READ LIQCONV KEY IS LQC-NUMERO
              INVALID KEY
                 GO TO 200-LIQUIDACION-99
           END-READ.
           INITIALIZE W13-DATOS
           MOVE REG-LIQCONV   TO W13-ANTES
           ADD W-IMPORTEPAGO  TO LQC-COBRADO
           MOVE W-FECHAPAGO   TO LQC-FECHACOBRO
           IF LQC-COBRADO NOT < LQC-IMPORTE
              MOVE "C" TO LQC-ESTADO
           END-IF.
           REWRITE REG-LIQCONV
              INVALID KEY
                 GO TO 200-LIQUIDACION-99
           END-REWRITE.
           COMPUTE W-SALDO = LQC-IMPORTE - LQC-COBRADO
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "LIQCONV"    TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE REG-LIQCONV  TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       200-LIQUIDACION-99. EXIT.

      ********************************************
      *  COMPROBANTE DEL PAGO POR EL SPOOL
      ********************************************
       300-COMPROBANTE-00.
           MOVE W-NROLIQ      TO LC-NUMERO
           MOVE W-FECHAPAGO   TO LC-FECHA
           MOVE W40-OPERADOR  TO LC-OPERADOR
           MOVE CNV-EMPRESA   TO LC-EMPRESA
           MOVE CNV-CUIT      TO LC-CUIT
           MOVE W-REFERENCIA  TO LC-REFER
           MOVE W-IMPORTEPAGO TO LC-IMPORTE
           MOVE W-SALDO       TO LC-SALDO
           OPEN OUTPUT RECIBO.
           MOVE LINEA-CPE-01 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-CPE-02 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-CPE-03 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-CPE-04 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-CPE-05 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-CPE-06 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-CPE-07 TO REG-RECIBO
           WRITE REG-RECIBO.
           CLOSE RECIBO.
           INITIALIZE W15-DATOS
           MOVE "PROG-130" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "RECIBO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".
       300-COMPROBANTE-99. EXIT.

      ********************************************
      *  LIQUIDACIONES DE UN CONVENIO CON LO
      *  COBRADO DE CADA UNA
      ********************************************
       400-CONSULTA-00.
           DISPLAY " " ERASE
           MOVE "LIQUIDACIONES POR CONVENIO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "CONVENIO  :" LINE 5 POSITION 1.
           ACCEPT W-CODCONV LINE 5 POSITION 13 PROMPT.
           IF W-CODCONV = 0
              GO TO 400-CONSULTA-99
           END-IF.
           MOVE W-CODCONV TO CNV-CODIGO
           READ CONVENIOS KEY IS CNV-CODIGO
              INVALID KEY
                 MOVE "EL CONVENIO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 400-CONSULTA-00
           END-READ.
           DISPLAY CNV-EMPRESA LINE 5 POSITION 20.
           MOVE 7 TO UBICACIONFILA.
           DISPLAY TITULO-01 LINE 7 POSITION 1.
           MOVE W-CODCONV TO LQC-CONVENIO
           START LIQCONV KEY IS EQUAL LQC-CONVENIO
              INVALID KEY
                 MOVE "EL CONVENIO NO TIENE LIQUIDACIONES." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 400-CONSULTA-99
           END-START.
       400-CONSULTA-10.
           READ LIQCONV NEXT AT END
                GO TO 400-CONSULTA-99
           END-READ.
           IF LQC-CONVENIO NOT = W-CODCONV
              GO TO 400-CONSULTA-99
           END-IF.

           IF FILA = 0
             DISPLAY " " ERASE
             MOVE "LIQUIDACIONES POR CONVENIO" TO W-TITULO-ENC
             PERFORM ENCABEZADO THRU ENCABEZADO-F
             DISPLAY CNV-EMPRESA LINE 5 POSITION 1
             DISPLAY TITULO-01 LINE 7 POSITION 1
           END-IF.

           COMPUTE UBICACIONFILA = UBICACIONFILA + 1
           COMPUTE FILA = FILA + 1

           MOVE LQC-NUMERO   TO D1-NUMERO
           MOVE LQC-ANIO     TO D1-ANIO
           MOVE LQC-MES      TO D1-MES
           MOVE LQC-FECHA    TO D1-FECHA
           MOVE LQC-CANTIDAD TO D1-CANT
           MOVE LQC-IMPORTE  TO D1-IMPORTE
           MOVE LQC-COBRADO  TO D1-COBRADO
           MOVE LQC-ESTADO   TO D1-EST

           DISPLAY DETALLE-01 LINE UBICACIONFILA POSITION 1.

           IF FILA = 14
              MOVE 0 TO FILA
              MOVE 7 TO UBICACIONFILA
              ACCEPT SINO LINE 24 POSITION 1
           END-IF.
           GO TO 400-CONSULTA-10.
       400-CONSULTA-99. EXIT.

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
           DISPLAY "1-REGISTRAR PAGO DE LIQUIDACION" LINE 5 POSITION 1.
           DISPLAY "2-LIQUIDACIONES POR CONVENIO"    LINE 6 POSITION 1.
           DISPLAY "9-SALIR"                         LINE 7 POSITION 1.
           DISPLAY "OPCION:"                         LINE 13 POSITION 1.
       PANTALLAINICIO-F. EXIT.

       PANTALLA.
           DISPLAY "LIQUIDACION :"        LINE 5 POSITION 1.
           DISPLAY "EMPRESA     :"        LINE 6 POSITION 1.
           DISPLAY "PERIODO     :"        LINE 7 POSITION 1.
           DISPLAY "IMPORTE     :"        LINE 8 POSITION 1.
           DISPLAY "COBRADO     :"        LINE 9 POSITION 1.
           DISPLAY "SALDO       :"        LINE 10 POSITION 1.
           DISPLAY "FECHA PAGO  :"        LINE 12 POSITION 1.
           DISPLAY "(AAAAMMDD, 0 = HOY)"  LINE 12 POSITION 30.
           DISPLAY "IMPORTE PAGO:"        LINE 13 POSITION 1.
           DISPLAY "(0 = SALDO TOTAL)"    LINE 13 POSITION 30.
           DISPLAY "REFERENCIA  :"        LINE 14 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): "    LINE 16 POSITION 1.
       PANTALLA-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
