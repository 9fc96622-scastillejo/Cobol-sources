       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-125.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 125
      *  ANULACION DE RECIBOS: REVIERTE EL COBRO
      *  DE UN RECIBO EMITIDO POR PROG-60 CON UN
      *  MOVIMIENTO NEGATIVO EN PAGOS.DAT, REABRE
      *  LA CUOTA, MARCA EL RECIBO ANULADO EN
      *  RECREG.DAT Y EMITE UNA NOTA DE CREDITO
      *  NUMERADA POR EL SPOOL (NCREDITO.DAT).
      *  TODA ANULACION PASA POR LA COLA DE
      *  AUTORIZACIONES (PROG-21 / PROG-118) Y NO
      *  SE ADMITE SOBRE UN DIA DE CAJA CERRADO,
      *  SALVO QUE SE ASIENTE EN EL DIA DE HOY.
      *  SI EL RECIBO TENIA FACTURA EN EL REGISTRO
      *  FISCAL (PROG-22) SE ABRE SU NOTA DE
      *  CREDITO FISCAL ASOCIADA
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-RECREG.CPY".
       COPY "S-PAGOS.CPY".
       COPY "S-CUOTAS.CPY".
       COPY "S-ALUMNO.CPY".
       COPY "S-CIERRE.CPY".
       COPY "S-NCREDI.CPY".
       COPY "S-RECIBO.CPY".
       COPY "S-SALFAV.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-RECREG.CPY".
       COPY "F-PAGOS.CPY".
       COPY "F-CUOTAS.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-CIERRE.CPY".
       COPY "F-NCREDI.CPY".
       COPY "F-RECIBO.CPY".
       COPY "F-SALFAV.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-NC-01.
          03 PIC X(21) VALUE "NOTA DE CREDITO NRO: ".
          03 LN-NUMERO   PIC 9(06).
       01 LINEA-NC-02.
          03 PIC X(07) VALUE "FECHA: ".
          03 LN-FECHA    PIC 9(08).
          03 PIC X(12) VALUE "   OPERADOR:".
          03             PIC X.
          03 LN-OPERADOR PIC X(08).
       01 LINEA-NC-03.
          03 PIC X(18) VALUE "ANULA RECIBO NRO: ".
          03 LN-RECIBO   PIC 9(06).
          03 PIC X(06) VALUE "  DEL ".
          03 LN-FECHAREC PIC X(10).
       01 LINEA-NC-04.
          03 PIC X(08) VALUE "ALUMNO: ".
          03 LN-ALUCOD   PIC 9(05).
          03             PIC X.
          03 LN-APELLIDO PIC X(20).
          03             PIC X.
          03 LN-NOMBRE   PIC X(20).
       01 LINEA-NC-05.
          03 PIC X(07) VALUE "CURSO: ".
          03 LN-CURSO    PIC 9(02).
          03 PIC X(12) VALUE "   PERIODO: ".
          03 LN-ANIO     PIC 9(04).
          03 PIC X VALUE "/".
          03 LN-MES      PIC 9(02).
       01 LINEA-NC-06.
          03 PIC X(20) VALUE "IMPORTE ACREDITADO: ".
          03 LN-IMPORTE  PIC ZZZZ9,99.
       01 LINEA-NC-07.
          03 PIC X(08) VALUE "MOTIVO: ".
          03 LN-MOTIVO   PIC X(30).
       01 LINEA-NC-08.
          03 PIC X(19) VALUE "AUTORIZACION NRO : ".
          03 LN-AUTORIZA PIC 9(06).
       01 LINEA-NC-FIS.
          03 PIC X(20) VALUE "COMPROBANTE FISCAL: ".
          03 LN-TIPO     PIC 9(03).
          03 PIC X(04) VALUE " PV ".
          03 LN-PTOVTA   PIC 9(05).
          03 PIC X(05) VALUE " NRO ".
          03 LN-NROFIS   PIC 9(08).
          03 PIC X(18) VALUE "  CAE: PENDIENTE".
       01 LINEA-NC-09.
          03 PIC X(45) VALUE
             "---------------------------- FIRMA Y SELLO".

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".
       COPY "L-P21.CPY".
       COPY "L-P22.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-RECREG      PIC XX.
       01 ST-PAGOS       PIC XX.
       01 ST-CUOTAS      PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 ST-CIERRES     PIC XX.
       01 ST-NCREDITO    PIC XX.
       01 ST-RECIBO      PIC XX.
       01 ST-SALFAVOR    PIC XX.
       01 W-HAYSAF       PIC X.
       01 W-HAYCIERRES   PIC X.
       01 W-DIACERRADO   PIC X.
       01 W-FECHAVER     PIC 9(08).
       01 W-FECHAHOY     PIC 9(08).
       01 W-FECHAANUL    PIC 9(08).
       01 W-NRORECIBO    PIC 9(06).
       01 W-NRONCRED     PIC 9(06).
       01 W-NROAUTO      PIC 9(06).
       01 W-SECUENCIA    PIC 9(02).
       01 W-CODALUMNO    PIC 9(05).
       01 W-CODCURSO     PIC 9(02).
       01 W-ANIO         PIC 9(04).
       01 W-MES          PIC 9(02).
       01 W-FECHAORIG    PIC 9(08).
       01 W-IMPORTE      PIC 9(05)V99.
       01 W-MOTIVO       PIC X(30).
       01 W-IMPORTE-ED   PIC ZZZZ9,99.
       01 W-REGANT       PIC X(200).
       01 CONF           PIC X.

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-PAGOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS.
           DISPLAY "ERROR DE E/S EN PAGOS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-PAGOS LINE 23 POSITION 33
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-CUOTAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUOTAS.
           DISPLAY "ERROR DE E/S EN CUOTAS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-CUOTAS LINE 23 POSITION 34
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
           OPEN I-O RECREG.
           IF ST-RECREG NOT = "00"
              MOVE "NO HAY RECIBOS REGISTRADOS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO FINAL-F
           END-IF.
           OPEN I-O PAGOS.
           OPEN I-O CUOTAS.
           OPEN INPUT ALUMNOS.
           OPEN I-O NCREDITO.
           IF ST-NCREDITO = "35"
              OPEN OUTPUT NCREDITO
              CLOSE NCREDITO
              OPEN I-O NCREDITO
           END-IF.
           MOVE "N" TO W-HAYSAF.
           OPEN I-O SALFAVOR.
           IF ST-SALFAVOR = "00"
              MOVE "S" TO W-HAYSAF
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
           MOVE "ANULACION DE RECIBOS" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLA THRU PANTALLA-F.
       100-ANULA-10.
           ACCEPT W-NRORECIBO LINE 4 POSITION 18 PROMPT.
           IF W-NRORECIBO = 0
              GO TO CIERRE-F
           END-IF.
           MOVE W-NRORECIBO TO REC-NUMERO
           READ RECREG KEY IS REC-NUMERO
              INVALID KEY
                 MOVE "EL RECIBO NO ESTA REGISTRADO." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-ANULA-10
           END-READ.
           IF REC-ANULADO
              MOVE "EL RECIBO YA FUE ANULADO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ANULA-10
           END-IF.
           IF NOT REC-ORIGINAL
              MOVE "SOLO SE ANULAN RECIBOS DE COBRO EN CAJA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ANULA-10
           END-IF.
           MOVE REC-ALUMNO    TO W-CODALUMNO
           MOVE REC-CURSO     TO W-CODCURSO
           MOVE REC-ANIO      TO W-ANIO
           MOVE REC-MES       TO W-MES
           MOVE REC-IMPORTE   TO W-IMPORTE.
           DISPLAY W-CODALUMNO LINE 6 POSITION 18.
           MOVE W-CODALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE SPACES TO ALU-APELLIDO ALU-NOMBRE
           END-READ.
           DISPLAY ALU-APELLIDO LINE 6 POSITION 25.
           DISPLAY W-CODCURSO   LINE 7 POSITION 18.
           DISPLAY W-ANIO       LINE 8 POSITION 18.
           DISPLAY "/"          LINE 8 POSITION 22.
           DISPLAY W-MES        LINE 8 POSITION 23.
           MOVE W-IMPORTE TO W-IMPORTE-ED
           DISPLAY W-IMPORTE-ED LINE 9 POSITION 18.
           DISPLAY REC-FECHA    LINE 10 POSITION 18.
           DISPLAY REC-HORA     LINE 10 POSITION 30.
           DISPLAY REC-OPERADOR LINE 11 POSITION 18.

      *  EL PAGO ORIGINAL ES EL DE LA SECUENCIA DEL RECIBO
           MOVE W-CODALUMNO   TO PAG-ALUMNO
           MOVE W-CODCURSO    TO PAG-CURSO
           MOVE W-ANIO        TO PAG-ANIO
           MOVE W-MES         TO PAG-MES
           MOVE REC-SECUENCIA TO PAG-SECUENCIA
           READ PAGOS KEY IS PAG-CLAVE
              INVALID KEY
                 MOVE "NO SE ENCUENTRA EL PAGO DEL RECIBO." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO INICIO
           END-READ.
           IF (PAG-RECIBO NOT = W-NRORECIBO) OR (PAG-IMPORTE < 0)
              MOVE "EL PAGO NO CORRESPONDE AL RECIBO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO INICIO
           END-IF.
           MOVE PAG-FECHA TO W-FECHAORIG.
           DISPLAY W-FECHAORIG  LINE 12 POSITION 18.
      *  UN PAGO A CUENTA (CURSO 00) SOLO SE ANULA SI EL SALDO A
      *  FAVOR DEL ALUMNO TODAVIA LO CUBRE
           IF W-CODCURSO = 0
              PERFORM 300-SALDOCUBRE-00 THRU 300-SALDOCUBRE-99
              IF M-ERROR NOT = SPACES
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO INICIO
              END-IF
           END-IF.
       100-ANULA-20.
           ACCEPT W-FECHAANUL LINE 14 POSITION 18 PROMPT.
           IF W-FECHAANUL = 0
              MOVE W-FECHAHOY TO W-FECHAANUL
              DISPLAY W-FECHAANUL LINE 14 POSITION 18
           END-IF.
           IF W-FECHAANUL < W-FECHAORIG
              MOVE "LA ANULACION NO PUEDE SER ANTERIOR AL PAGO."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ANULA-20
           END-IF.
           MOVE W-FECHAANUL TO W-FECHAVER
           PERFORM 100-DIACERRADO-00 THRU 100-DIACERRADO-99.
           IF W-DIACERRADO = "S"
              MOVE "LA CAJA DE ESE DIA YA ESTA CERRADA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ANULA-20
           END-IF.
      *  SI EL DIA DEL RECIBO YA SE CERRO, LA ANULACION SOLO
      *  PUEDE ENTRAR EN LA CAJA DE HOY
           MOVE W-FECHAORIG TO W-FECHAVER
           PERFORM 100-DIACERRADO-00 THRU 100-DIACERRADO-99.
           IF (W-DIACERRADO = "S") AND (W-FECHAANUL NOT = W-FECHAHOY)
              MOVE "DIA DEL RECIBO CERRADO: ANULE CON FECHA DE HOY."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ANULA-20
           END-IF.
       100-ANULA-30.
           ACCEPT W-MOTIVO LINE 15 POSITION 18 PROMPT.
           IF W-MOTIVO = SPACES
              MOVE "DEBE INDICAR EL MOTIVO DE LA ANULACION." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ANULA-30
           END-IF.
       100-ANULA-40.
           ACCEPT CONF LINE 17 POSITION 31.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 100-ANULA-40
           END-IF.
           IF CONF = "N"
              GO TO INICIO
           END-IF.

      *  TODA ANULACION REQUIERE APROBACION DE UN SUPERVISOR
           INITIALIZE W21-DATOS
           MOVE "C" TO W21-ACCION
           MOVE "AN" TO W21-TIPO
           MOVE W40-OPERADOR TO W21-OPERADOR
           MOVE W-NRORECIBO TO W21-DATO1
           MOVE W-FECHAANUL TO W21-DATO2
           CALL "P21" USING W21-DATOS
           CANCEL "P21"
           IF W21-RESULT = "P"
              MOVE "LA SOLICITUD SIGUE PENDIENTE DE APROBACION."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO INICIO
           END-IF.
           IF W21-RESULT = "N"
              MOVE "S" TO W21-ACCION
              CALL "P21" USING W21-DATOS
              CANCEL "P21"
              MOVE "ANULACION ENCOLADA PARA APROBACION DEL SUPERVISOR"
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO INICIO
           END-IF.
           MOVE W21-NUMERO TO W-NROAUTO.

           PERFORM 200-CONTRAPAGO-00 THRU 200-CONTRAPAGO-99.
           IF M-ERROR NOT = SPACES
              PERFORM ERRORES THRU ERRORES-F
              GO TO INICIO
           END-IF.
           IF W-CODCURSO = 0
              PERFORM 300-DESCUENTA-00 THRU 300-DESCUENTA-99
           ELSE
              PERFORM 300-REABRE-00 THRU 300-REABRE-99
           END-IF.
           PERFORM 400-MARCARECIBO-00 THRU 400-MARCARECIBO-99.
           PERFORM 500-NOTACREDITO-00 THRU 500-NOTACREDITO-99.

           INITIALIZE W21-DATOS
           MOVE "E" TO W21-ACCION
           MOVE W40-OPERADOR TO W21-OPERADOR
           MOVE W-NROAUTO TO W21-NUMERO
           CALL "P21" USING W21-DATOS
           CANCEL "P21".

           MOVE "RECIBO ANULADO. NOTA DE CREDITO EMITIDA." TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F.
           GO TO INICIO.
       CIERRE-F.
           IF W-HAYCIERRES = "S"
              CLOSE CIERRES
           END-IF.
           IF W-HAYSAF = "S"
              CLOSE SALFAVOR
           END-IF.
           CLOSE NCREDITO.
           CLOSE ALUMNOS.
           CLOSE CUOTAS.
           CLOSE PAGOS.
           CLOSE RECREG.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  GRABA EL CONTRAMOVIMIENTO EN PAGOS.DAT:
      *  PROXIMA SECUENCIA DE LA CUOTA, IMPORTE
      *  NEGATIVO, FECHA DE LA ANULACION Y EL
      *  NUMERO DEL RECIBO ANULADO. QUEDA EN EL
      *  DIARIO (PROG-13)
      ********************************************
       200-CONTRAPAGO-00.
           MOVE SPACES TO M-ERROR
           MOVE W-CODALUMNO TO PAG-ALUMNO
           MOVE W-CODCURSO  TO PAG-CURSO
           MOVE W-ANIO      TO PAG-ANIO
           MOVE W-MES       TO PAG-MES
           MOVE 0           TO W-SECUENCIA.
       200-CONTRAPAGO-10.
           IF W-SECUENCIA = 99
              MOVE "LA CUOTA AGOTO LAS SECUENCIAS DE PAGO." TO M-ERROR
              GO TO 200-CONTRAPAGO-99
           END-IF.
           ADD 1 TO W-SECUENCIA
           MOVE W-SECUENCIA TO PAG-SECUENCIA
           READ PAGOS KEY IS PAG-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 GO TO 200-CONTRAPAGO-10
           END-READ.
           MOVE W-CODALUMNO   TO PAG-ALUMNO
           MOVE W-CODCURSO    TO PAG-CURSO
           MOVE W-ANIO        TO PAG-ANIO
           MOVE W-MES         TO PAG-MES
           MOVE W-SECUENCIA   TO PAG-SECUENCIA
           MOVE W-FECHAANUL   TO PAG-FECHA
           COMPUTE PAG-IMPORTE = 0 - W-IMPORTE
           MOVE W40-OPERADOR  TO PAG-OPERADOR
           MOVE W-NRORECIBO   TO PAG-RECIBO
           WRITE REG-PAGO
              INVALID KEY
                 MOVE "NO SE GRABO EL CONTRAMOVIMIENTO." TO M-ERROR
                 GO TO 200-CONTRAPAGO-99
           END-WRITE.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "PAGOS"      TO W13-ARCHIVO
           MOVE "A"          TO W13-OPERACION
           MOVE SPACES       TO W13-ANTES
           MOVE REG-PAGO     TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       200-CONTRAPAGO-99. EXIT.

      ********************************************
      *  REABRE LA CUOTA: DESCUENTA LO COBRADO CON
      *  EL RECIBO Y LA DEJA PENDIENTE
      ********************************************
       300-REABRE-00.
           MOVE W-CODALUMNO TO CUO-ALUMNO
           MOVE W-CODCURSO  TO CUO-CURSO
           MOVE W-ANIO      TO CUO-ANIO
           MOVE W-MES       TO CUO-MES
           READ CUOTAS KEY IS CUO-CLAVE
              INVALID KEY
                 GO TO 300-REABRE-99
           END-READ.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CUOTAS"     TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE REG-CUOTA    TO W13-ANTES
           IF CUO-IMPORTEPAGO > W-IMPORTE
              SUBTRACT W-IMPORTE FROM CUO-IMPORTEPAGO
           ELSE
              MOVE 0 TO CUO-IMPORTEPAGO
              MOVE 0 TO CUO-FECHAPAGO
           END-IF
           MOVE "P"          TO CUO-ESTADO
           MOVE W40-OPERADOR TO CUO-OPERADOR
           MOVE REG-CUOTA    TO W13-DESPUES
           REWRITE REG-CUOTA
              INVALID KEY
                 GO TO 300-REABRE-99
           END-REWRITE.
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       300-REABRE-99. EXIT.

      ********************************************
      *  VERIFICA QUE EL SALDO A FAVOR DEL ALUMNO
      *  ALCANCE PARA ANULAR EL PAGO A CUENTA
      ********************************************
       300-SALDOCUBRE-00.
           MOVE SPACES TO M-ERROR.
           IF W-HAYSAF NOT = "S"
              MOVE "NO HAY SALDOS A FAVOR REGISTRADOS." TO M-ERROR
              GO TO 300-SALDOCUBRE-99
           END-IF.
           MOVE W-CODALUMNO TO SAF-ALUMNO
           READ SALFAVOR KEY IS SAF-ALUMNO
              INVALID KEY
                 MOVE "EL ALUMNO NO TIENE SALDO A FAVOR." TO M-ERROR
                 GO TO 300-SALDOCUBRE-99
           END-READ.
           IF SAF-SALDO < W-IMPORTE
              MOVE "EL SALDO A FAVOR YA FUE APLICADO A CUOTAS."
                   TO M-ERROR
           END-IF.
       300-SALDOCUBRE-99. EXIT.

      ********************************************
      *  DESCUENTA DEL SALDO A FAVOR EL IMPORTE DEL
      *  PAGO A CUENTA ANULADO
      ********************************************
       300-DESCUENTA-00.
           MOVE W-CODALUMNO TO SAF-ALUMNO
           READ SALFAVOR KEY IS SAF-ALUMNO
              INVALID KEY
                 GO TO 300-DESCUENTA-99
           END-READ.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "SALFAVOR"   TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE REG-SALFAVOR TO W13-ANTES
           IF SAF-SALDO > W-IMPORTE
              SUBTRACT W-IMPORTE FROM SAF-SALDO
           ELSE
              MOVE 0 TO SAF-SALDO
           END-IF
           MOVE W-FECHAANUL  TO SAF-FECHAULT
           MOVE W40-OPERADOR TO SAF-OPERADOR
           MOVE REG-SALFAVOR TO W13-DESPUES
           REWRITE REG-SALFAVOR
              INVALID KEY
                 GO TO 300-DESCUENTA-99
           END-REWRITE.
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       300-DESCUENTA-99. EXIT.

      ********************************************
      *  MARCA EL RECIBO ORIGINAL COMO ANULADO EN
      *  RECREG.DAT, CON ASIENTO EN EL DIARIO
      ********************************************
       400-MARCARECIBO-00.
           MOVE W-NRORECIBO TO REC-NUMERO
           READ RECREG KEY IS REC-NUMERO
              INVALID KEY
                 GO TO 400-MARCARECIBO-99
           END-READ.
           MOVE REG-RECREG TO W-REGANT
           MOVE "A" TO REC-TIPO
           REWRITE REG-RECREG
              INVALID KEY
                 GO TO 400-MARCARECIBO-99
           END-REWRITE.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "RECREG"     TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE W-REGANT     TO W13-ANTES
           MOVE REG-RECREG   TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       400-MARCARECIBO-99. EXIT.

      ********************************************
      *  IMPRIME LA NOTA DE CREDITO NUMERADA
      *  (PARAMETRO PROXNCRE) POR EL SPOOL, LA
      *  ASIENTA EN NCREDITO.DAT Y AVANZA EL
      *  NUMERADOR
      ********************************************
       500-NOTACREDITO-00.
           MOVE 0 TO W-NRONCRED
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "PROXNCRE" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF W16-RESULT = "S"
              MOVE W16-VALORNUM TO W-NRONCRED
           END-IF.
           IF W-NRONCRED = 0
              MOVE 1 TO W-NRONCRED
           END-IF.

           MOVE W-NRONCRED    TO LN-NUMERO
           MOVE W-FECHAANUL   TO LN-FECHA
           MOVE W40-OPERADOR  TO LN-OPERADOR
           MOVE W-NRORECIBO   TO LN-RECIBO
           MOVE REC-FECHA     TO LN-FECHAREC
           MOVE W-CODALUMNO   TO LN-ALUCOD
           MOVE ALU-APELLIDO  TO LN-APELLIDO
           MOVE ALU-NOMBRE    TO LN-NOMBRE
           MOVE W-CODCURSO    TO LN-CURSO
           MOVE W-ANIO        TO LN-ANIO
           MOVE W-MES         TO LN-MES
           MOVE W-IMPORTE     TO LN-IMPORTE
           MOVE W-MOTIVO      TO LN-MOTIVO
           MOVE W-NROAUTO     TO LN-AUTORIZA
           INITIALIZE W22-DATOS
           MOVE 1             TO W22-OPCION
           MOVE W-NRORECIBO   TO W22-RECIBO
           MOVE "C"           TO W22-CLASE
           MOVE W-CODALUMNO   TO W22-ALUMNO
           MOVE W-IMPORTE     TO W22-IMPORTE
           MOVE W-FECHAANUL   TO W22-FECHA
           MOVE W40-OPERADOR  TO W22-OPERADOR
           CALL "P22" USING W22-DATOS
           CANCEL "P22".
           MOVE W22-TIPO      TO LN-TIPO
           MOVE W22-PTOVTA    TO LN-PTOVTA
           MOVE W22-NUMERO    TO LN-NROFIS
           OPEN OUTPUT RECIBO.
           MOVE LINEA-NC-01 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-NC-02 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-NC-03 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-NC-04 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-NC-05 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-NC-06 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-NC-07 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-NC-08 TO REG-RECIBO
           WRITE REG-RECIBO.
           IF (W22-RESULT = "S") OR (W22-RESULT = "D")
              MOVE LINEA-NC-FIS TO REG-RECIBO
              WRITE REG-RECIBO
           END-IF.
           MOVE LINEA-NC-09 TO REG-RECIBO
           WRITE REG-RECIBO.
           CLOSE RECIBO.
           INITIALIZE W15-DATOS
           MOVE "PROG-125" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "RECIBO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".

           MOVE W-NRONCRED    TO NCR-NUMERO
           MOVE W-NRORECIBO   TO NCR-RECIBO
           MOVE W-CODALUMNO   TO NCR-ALUMNO
           MOVE W-CODCURSO    TO NCR-CURSO
           MOVE W-ANIO        TO NCR-ANIO
           MOVE W-MES         TO NCR-MES
           MOVE W-SECUENCIA   TO NCR-SECUENCIA
           MOVE W-IMPORTE     TO NCR-IMPORTE
           MOVE W-FECHAANUL   TO NCR-FECHACONT
           INITIALIZE W1-DATOS
           MOVE 4 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:10) TO NCR-FECHA
           INITIALIZE W1-DATOS
           MOVE 8 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:8) TO NCR-HORA
           MOVE W40-OPERADOR  TO NCR-OPERADOR
           MOVE W-NROAUTO     TO NCR-AUTORIZA
           MOVE W-MOTIVO      TO NCR-MOTIVO
           WRITE REG-NCREDITO
              INVALID KEY
                 CONTINUE
           END-WRITE.

           INITIALIZE W16-DATOS
           MOVE 2 TO W16-OPCION
           MOVE "PROXNCRE" TO W16-CODIGO
           COMPUTE W16-VALORNUM = W-NRONCRED + 1
           CALL "P16" USING W16-DATOS
           CANCEL "P16".
       500-NOTACREDITO-99. EXIT.

      ********************************************
      *  VERIFICA CONTRA CIERRES.DAT (PROG-90) SI
      *  LA FECHA W-FECHAVER ES UN DIA DE CAJA YA
      *  CERRADO
      ********************************************
       100-DIACERRADO-00.
           MOVE "N" TO W-DIACERRADO.
           IF W-HAYCIERRES NOT = "S"
              GO TO 100-DIACERRADO-99
           END-IF.
           MOVE W-FECHAVER TO CIE-FECHA
           READ CIERRES KEY IS CIE-FECHA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO W-DIACERRADO
           END-READ.
       100-DIACERRADO-99. EXIT.

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

       PANTALLA.
           DISPLAY "NRO RECIBO     :"     LINE 4 POSITION 1.
           DISPLAY "ALUMNO         :"     LINE 6 POSITION 1.
           DISPLAY "CURSO          :"     LINE 7 POSITION 1.
           DISPLAY "PERIODO        :"     LINE 8 POSITION 1.
           DISPLAY "IMPORTE        :"     LINE 9 POSITION 1.
           DISPLAY "EMITIDO        :"     LINE 10 POSITION 1.
           DISPLAY "OPERADOR       :"     LINE 11 POSITION 1.
           DISPLAY "FECHA DEL PAGO :"     LINE 12 POSITION 1.
           DISPLAY "FECHA ANULACION:"     LINE 14 POSITION 1.
           DISPLAY "(AAAAMMDD, 0 = HOY)"  LINE 14 POSITION 30.
           DISPLAY "MOTIVO         :"     LINE 15 POSITION 1.
           DISPLAY "CONFIRMA LA ANULACION? (S/N):" LINE 17 POSITION 1.
       PANTALLA-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
