      *  COBRANZA DE CUOTAS (CAJA): REGISTRA EL
      *  PAGO TOTAL O PARCIAL DE UNA CUOTA CON
      *  FECHA E IMPORTE, EMITE EL RECIBO NUMERADO
      *  POR EL SPOOL Y LO ASIENTA EN RECREG.DAT.
      *  EL EXCEDENTE SOBRE EL SALDO DE LA CUOTA Y
      *  LOS PAGOS A CUENTA (CURSO 0) VAN AL SALDO
      *  A FAVOR DEL ALUMNO (SALFAVOR.DAT) CON SU
      *  PROPIO RECIBO; EN PAGOS.DAT QUEDAN BAJO
      *  CURSO 00 Y EL ANIO/MES DE LA FECHA DE PAGO.
      *  CADA RECIBO ABRE SU FACTURA EN EL REGISTRO
      *  DE COMPROBANTES FISCALES (PROG-22) A
      *  NOMBRE DEL ALUMNO O DEL TUTOR QUE PAGA
      *  (ALUTUTOR) Y LA IMPRIME EN EL RECIBO
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "S-PAGOS.CPY".
       COPY "S-RECREG.CPY".
       COPY "S-RECIBO.CPY".
       COPY "S-SALFAV.CPY".
       COPY "S-ALUTUT.CPY".
       COPY "S-TUTOR.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-CUOTAS.CPY".
       COPY "F-PAGOS.CPY".
       COPY "F-RECREG.CPY".
       COPY "F-RECIBO.CPY".
       COPY "F-SALFAV.CPY".
       COPY "F-ALUTUT.CPY".
       COPY "F-TUTOR.CPY".

       WORKING-STORAGE SECTION.

          03 PIC X(18) VALUE "SALDO DE LA CUOTA:".
          03             PIC X.
          03 LR-SALDO    PIC ZZZZZ9,99.
       01 LINEA-CTA-01.
          03 PIC X(40) VALUE "CONCEPTO: PAGO A CUENTA - SALDO A FAVOR".
       01 LINEA-CTA-02.
          03 PIC X(24) VALUE "SALDO A FAVOR ACUMULADO:".
          03             PIC X.
          03 LR-SALFAVOR PIC ZZZZZZ9,99.
       01 LINEA-FIS-01.
          03 PIC X(20) VALUE "COMPROBANTE FISCAL: ".
          03 LF-TIPO     PIC 9(03).
          03 PIC X(04) VALUE " PV ".
          03 LF-PTOVTA   PIC 9(05).
          03 PIC X(05) VALUE " NRO ".
          03 LF-NUMERO   PIC 9(08).
       01 LINEA-FIS-02.
          03 PIC X(15) VALUE "DOC. RECEPTOR: ".
          03 LF-DOCNRO   PIC 9(11).
          03 PIC X(08) VALUE "   CAE: ".
          03 PIC X(25) VALUE "PENDIENTE DE AUTORIZACION".
       01 LINEA-REC-07.
          03 PIC X(45) VALUE
             "---------------------------- FIRMA Y SELLO".
       COPY "L-P11.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".
       COPY "L-P22.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-PAGOS       PIC XX.
       01 ST-RECREG      PIC XX.
       01 ST-RECIBO      PIC XX.
       01 ST-SALFAVOR    PIC XX.
       01 ST-ALUTUTOR    PIC XX.
       01 ST-TUTORES     PIC XX.
       01 W-HAYTUT       PIC X.
       01 W-CODTUTOR     PIC 9(05).
       01 W-DOCFISCAL    PIC 9(11).
       01 W-NRORECIBO    PIC 9(06).
       01 W-HAYCIERRES   PIC X.
       01 W-DIACERRADO   PIC X.
       01 W-ANIO         PIC 9(04).
       01 W-MES          PIC 9(02).
       01 W-FECHAPAGO    PIC 9(08).
       01 W-FECHAPAGO-R REDEFINES W-FECHAPAGO.
          03 W-FPA-ANIO  PIC 9(04).
          03 W-FPA-MES   PIC 9(02).
          03 W-FPA-DIA   PIC 9(02).
       01 W-IMPORTEPAGO  PIC 9(05)V99.
       01 W-EXCEDENTE    PIC 9(05)V99.
       01 W-ACUENTA      PIC 9(05)V99.
       01 W-SECCTA       PIC 9(02).
       01 W-GRABO        PIC X.
       01 W-TOTALCUOTA   PIC 9(06)V99.
       01 W-IMPORTE-ED   PIC ZZZZ9,99.
       01 W-RECARGO-ED   PIC ZZZZ9,99.
              CLOSE RECREG
              OPEN I-O RECREG
           END-IF.
           OPEN I-O SALFAVOR.
           IF ST-SALFAVOR = "35"
              OPEN OUTPUT SALFAVOR
              CLOSE SALFAVOR
              OPEN I-O SALFAVOR
           END-IF.
           MOVE "N" TO W-HAYCIERRES.
           OPEN INPUT CIERRES.
           IF ST-CIERRES = "00"
              MOVE "S" TO W-HAYCIERRES
           END-IF.
           MOVE "N" TO W-HAYTUT.
           OPEN INPUT ALUTUTOR.
           IF ST-ALUTUTOR = "00"
              OPEN INPUT TUTORES
              IF ST-TUTORES = "00"
                 MOVE "S" TO W-HAYTUT
              ELSE
                 CLOSE ALUTUTOR
              END-IF
           END-IF.

       INICIO.
           DISPLAY " " ERASE
           DISPLAY ALU-APELLIDO LINE 5 POSITION 22.
       100-COBRO-15.
           ACCEPT W-CODCURSO LINE 6 POSITION 15 PROMPT.
           IF W-CODCURSO = 0
              GO TO 100-ACUENTA-10
           END-IF.
       100-COBRO-20.
           ACCEPT W-ANIO LINE 7 POSITION 15 PROMPT.
           ACCEPT W-MES  LINE 8 POSITION 15 PROMPT.
              MOVE W-IMPORTEPAGO TO W-IMPORTE-ED
              DISPLAY W-IMPORTE-ED LINE 11 POSITION 15
           END-IF.
           MOVE 0 TO W-EXCEDENTE.
           IF W-IMPORTEPAGO > W-SALDO
              DISPLAY "EXCEDENTE A SALDO A FAVOR? (S/N):"
                         LINE 14 POSITION 1
              ACCEPT SINO LINE 14 POSITION 35
              IF SINO NOT = "S"
                 MOVE "EL IMPORTE SUPERA EL SALDO DE LA CUOTA." TO
                      M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-COBRO-40
              END-IF
              COMPUTE W-EXCEDENTE = W-IMPORTEPAGO - W-SALDO
              MOVE W-SALDO TO W-IMPORTEPAGO
           END-IF.
       100-COBRO-45.
           PERFORM 100-TUTOR-00 THRU 100-TUTOR-99.
           IF M-ERROR NOT = SPACES
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-COBRO-45
           END-IF.
       100-COBRO-50.
           ACCEPT CONF LINE 13 POSITION 18.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  PERFORM 200-GRABAPAGO-00 THRU 200-GRABAPAGO-99
                  IF (W-GRABO = "S") AND (W-EXCEDENTE > 0)
                     MOVE W-EXCEDENTE TO W-ACUENTA
                     PERFORM 250-ACUENTA-00 THRU 250-ACUENTA-99
                     IF W-GRABO = "S"
                        MOVE "RECIBOS EMITIDOS. EXCEDENTE A FAVOR."
                             TO M-ERROR
                     END-IF
                  END-IF
                  PERFORM ERRORES THRU ERRORES-F
                  GO TO INICIO
               ELSE
           ELSE
             GO TO 100-COBRO-50
           END-IF.

      *  PAGO A CUENTA SIN CUOTA: TODO VA AL SALDO A FAVOR
       100-ACUENTA-10.
           DISPLAY "PAGO A CUENTA: EL IMPORTE QUEDA COMO SALDO A FAVOR"
                      LINE 9 POSITION 1.
           MOVE 0 TO SAF-SALDO
           MOVE W-CODALUMNO TO SAF-ALUMNO
           READ SALFAVOR KEY IS SAF-ALUMNO
              INVALID KEY
                 MOVE 0 TO SAF-SALDO
           END-READ.
           MOVE SAF-SALDO TO W-TOTAL-ED
           DISPLAY "SALDO A FAVOR ACTUAL:" LINE 12 POSITION 1
           DISPLAY W-TOTAL-ED              LINE 12 POSITION 23.
       100-ACUENTA-20.
           ACCEPT W-FECHAPAGO LINE 10 POSITION 15 PROMPT.
           IF W-FECHAPAGO = 0
              INITIALIZE W1-DATOS
              MOVE 2 TO W1-OPCION
              CALL "P11" USING W1-DATOS
              CANCEL "P11"
              MOVE W1-NUMERICO TO W-FECHAPAGO
              DISPLAY W-FECHAPAGO LINE 10 POSITION 15
           END-IF.
           PERFORM 100-DIACERRADO-00 THRU 100-DIACERRADO-99.
           IF W-DIACERRADO = "S"
              MOVE "LA CAJA DE ESE DIA YA ESTA CERRADA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ACUENTA-20
           END-IF.
       100-ACUENTA-30.
           ACCEPT W-ACUENTA LINE 11 POSITION 15 PROMPT.
           IF W-ACUENTA = 0
              MOVE "INDIQUE EL IMPORTE DEL PAGO A CUENTA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ACUENTA-30
           END-IF.
       100-ACUENTA-35.
           PERFORM 100-TUTOR-00 THRU 100-TUTOR-99.
           IF M-ERROR NOT = SPACES
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ACUENTA-35
           END-IF.
       100-ACUENTA-40.
           ACCEPT CONF LINE 13 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 100-ACUENTA-40
           END-IF.
           IF CONF = "N"
              GO TO INICIO
           END-IF.
           PERFORM 250-ACUENTA-00 THRU 250-ACUENTA-99.
           PERFORM ERRORES THRU ERRORES-F.
           GO TO INICIO.
       CIERRE-F.
           IF W-HAYCIERRES = "S"
              CLOSE CIERRES
           END-IF.
           IF W-HAYTUT = "S"
              CLOSE TUTORES
              CLOSE ALUTUTOR
           END-IF.
           CLOSE SALFAVOR.
           CLOSE RECREG.
           CLOSE PAGOS.
           CLOSE ALUMNOS.
      *  EN EL DIARIO (PROG-13)
      ********************************************
       200-GRABAPAGO-00.
           MOVE "N" TO W-GRABO
           MOVE W-CODALUMNO TO PAG-ALUMNO
           MOVE W-CODCURSO  TO PAG-CURSO
           MOVE W-ANIO      TO PAG-ANIO
           END-REWRITE.
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           MOVE "S" TO W-GRABO.
           PERFORM 300-RECIBO-00 THRU 300-RECIBO-99.
           IF CUO-PAGADA
              MOVE "RECIBO EMITIDO. CUOTA CANCELADA." TO M-ERROR
           END-IF.
       200-GRABAPAGO-99. EXIT.

      ********************************************
      *  PAGO A CUENTA: LO GRABA EN PAGOS.DAT BAJO
      *  CURSO 00 Y EL PERIODO DE LA FECHA DE
      *  PAGO, LO SUMA AL SALDO A FAVOR DEL ALUMNO
      *  (CON ASIENTO EN EL DIARIO) Y EMITE SU
      *  PROPIO RECIBO NUMERADO
      ********************************************
       250-ACUENTA-00.
           MOVE "N" TO W-GRABO
           MOVE W-CODALUMNO TO PAG-ALUMNO
           MOVE 0           TO PAG-CURSO
           MOVE W-FPA-ANIO  TO PAG-ANIO
           MOVE W-FPA-MES   TO PAG-MES
           MOVE 0           TO W-SECCTA.
       250-ACUENTA-10.
           IF W-SECCTA = 99
              MOVE "EL ALUMNO AGOTO LOS PAGOS A CUENTA DEL MES."
                   TO M-ERROR
              GO TO 250-ACUENTA-99
           END-IF.
           ADD 1 TO W-SECCTA
           MOVE W-SECCTA TO PAG-SECUENCIA
           READ PAGOS KEY IS PAG-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 GO TO 250-ACUENTA-10
           END-READ.
           MOVE W-CODALUMNO   TO PAG-ALUMNO
           MOVE 0             TO PAG-CURSO
           MOVE W-FPA-ANIO    TO PAG-ANIO
           MOVE W-FPA-MES     TO PAG-MES
           MOVE W-SECCTA      TO PAG-SECUENCIA
           MOVE W-FECHAPAGO   TO PAG-FECHA
           MOVE W-ACUENTA     TO PAG-IMPORTE
           MOVE W40-OPERADOR  TO PAG-OPERADOR
           PERFORM 300-NUMRECIBO-00 THRU 300-NUMRECIBO-99
           MOVE W-NRORECIBO   TO PAG-RECIBO
           WRITE REG-PAGO
              INVALID KEY
                 MOVE "NO SE GRABO EL PAGO A CUENTA" TO M-ERROR
                 GO TO 250-ACUENTA-99
           END-WRITE.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "SALFAVOR"   TO W13-ARCHIVO
           MOVE W-CODALUMNO TO SAF-ALUMNO
           READ SALFAVOR KEY IS SAF-ALUMNO
              INVALID KEY
                 MOVE "A"    TO W13-OPERACION
                 MOVE SPACES TO W13-ANTES
                 MOVE W-CODALUMNO TO SAF-ALUMNO
                 MOVE 0      TO SAF-SALDO
              NOT INVALID KEY
                 MOVE "M"    TO W13-OPERACION
                 MOVE REG-SALFAVOR TO W13-ANTES
           END-READ.
           ADD W-ACUENTA     TO SAF-SALDO
           MOVE W-FECHAPAGO  TO SAF-FECHAULT
           MOVE W40-OPERADOR TO SAF-OPERADOR
           MOVE REG-SALFAVOR TO W13-DESPUES
           IF W13-OPERACION = "A"
              WRITE REG-SALFAVOR
                 INVALID KEY
                    MOVE "NO SE ACTUALIZO EL SALDO A FAVOR" TO M-ERROR
                    GO TO 250-ACUENTA-99
              END-WRITE
           ELSE
              REWRITE REG-SALFAVOR
                 INVALID KEY
                    MOVE "NO SE ACTUALIZO EL SALDO A FAVOR" TO M-ERROR
                    GO TO 250-ACUENTA-99
              END-REWRITE
           END-IF.
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           MOVE "S" TO W-GRABO.
           PERFORM 300-RECIBOCTA-00 THRU 300-RECIBOCTA-99.
           MOVE "RECIBO EMITIDO. IMPORTE A SALDO A FAVOR." TO M-ERROR.
       250-ACUENTA-99. EXIT.

      ********************************************
      *  TOMA EL PROXIMO NUMERO DE RECIBO DE LA
      *  TABLA DE PARAMETROS (PROXRECI)
           MOVE W-IMPORTEPAGO TO LR-IMPORTE
           COMPUTE W-SALDO = W-TOTALCUOTA - CUO-IMPORTEPAGO
           MOVE W-SALDO       TO LR-SALDO
           MOVE W-IMPORTEPAGO TO W22-IMPORTE
           PERFORM 300-FISCAL-00 THRU 300-FISCAL-99.
           OPEN OUTPUT RECIBO.
           MOVE LINEA-REC-01 TO REG-RECIBO
           WRITE REG-RECIBO.
           WRITE REG-RECIBO.
           MOVE LINEA-REC-06 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-FIS-01 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-FIS-02 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-REC-07 TO REG-RECIBO
           WRITE REG-RECIBO.
           CLOSE RECIBO.
           CANCEL "P16".
       300-RECIBO-99. EXIT.

      ********************************************
      *  RECIBO DEL PAGO A CUENTA: SPOOL, RECREG
      *  (CURSO 00) Y AVANCE DEL NUMERADOR
      ********************************************
       300-RECIBOCTA-00.
           MOVE W-NRORECIBO   TO LR-NUMERO
           MOVE W-FECHAPAGO   TO LR-FECHA
           MOVE W40-OPERADOR  TO LR-OPERADOR
           MOVE W-CODALUMNO   TO LR-ALUCOD
           MOVE ALU-APELLIDO  TO LR-APELLIDO
           MOVE ALU-NOMBRE    TO LR-NOMBRE
           MOVE W-ACUENTA     TO LR-IMPORTE
           MOVE SAF-SALDO     TO LR-SALFAVOR
           MOVE W-ACUENTA     TO W22-IMPORTE
           PERFORM 300-FISCAL-00 THRU 300-FISCAL-99.
           OPEN OUTPUT RECIBO.
           MOVE LINEA-REC-01 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-REC-02 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-REC-03 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-CTA-01 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-REC-05 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-CTA-02 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-FIS-01 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-FIS-02 TO REG-RECIBO
           WRITE REG-RECIBO.
           MOVE LINEA-REC-07 TO REG-RECIBO
           WRITE REG-RECIBO.
           CLOSE RECIBO.
           INITIALIZE W15-DATOS
           MOVE "PROG-60" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "RECIBO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".

           MOVE W-NRORECIBO   TO REC-NUMERO
           MOVE W-CODALUMNO   TO REC-ALUMNO
           MOVE 0             TO REC-CURSO
           MOVE W-FPA-ANIO    TO REC-ANIO
           MOVE W-FPA-MES     TO REC-MES
           MOVE W-SECCTA      TO REC-SECUENCIA
           MOVE W-ACUENTA     TO REC-IMPORTE
           INITIALIZE W1-DATOS
           MOVE 4 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:10) TO REC-FECHA
           INITIALIZE W1-DATOS
           MOVE 8 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:8) TO REC-HORA
           MOVE W40-OPERADOR  TO REC-OPERADOR
           MOVE "O"           TO REC-TIPO
           MOVE SPACE         TO REC-REIMPRESO
           WRITE REG-RECREG
              INVALID KEY
                 CONTINUE
           END-WRITE.

           INITIALIZE W16-DATOS
           MOVE 2 TO W16-OPCION
           MOVE "PROXRECI" TO W16-CODIGO
           COMPUTE W16-VALORNUM = W-NRORECIBO + 1
           CALL "P16" USING W16-DATOS
           CANCEL "P16".
       300-RECIBOCTA-99. EXIT.

      ********************************************
      *  ABRE LA FACTURA DEL RECIBO EN EL REGISTRO
      *  DE COMPROBANTES FISCALES (PROG-22)
      ********************************************
       300-FISCAL-00.
           MOVE 1             TO W22-OPCION
           MOVE W-NRORECIBO   TO W22-RECIBO
           MOVE "F"           TO W22-CLASE
           MOVE W-CODALUMNO   TO W22-ALUMNO
           MOVE W-CODTUTOR    TO W22-TUTOR
           MOVE W-DOCFISCAL   TO W22-DOCNRO
           MOVE W-FECHAPAGO   TO W22-FECHA
           MOVE W40-OPERADOR  TO W22-OPERADOR
           CALL "P22" USING W22-DATOS
           CANCEL "P22".
           MOVE W22-TIPO      TO LF-TIPO
           MOVE W22-PTOVTA    TO LF-PTOVTA
           MOVE W22-NUMERO    TO LF-NUMERO
           MOVE W22-DOCNRO    TO LF-DOCNRO.
       300-FISCAL-99. EXIT.

      ********************************************
      *  RECEPTOR DE LA FACTURA: EL ALUMNO O UN
      *  TUTOR VINCULADO EN ALUTUTOR QUE PAGA
      ********************************************
       100-TUTOR-00.
           MOVE SPACES TO M-ERROR.
           ACCEPT W-CODTUTOR LINE 15 POSITION 18 PROMPT.
           IF W-CODTUTOR = 0
              MOVE ALU-DOCUMENTO TO W-DOCFISCAL
              DISPLAY "ALUMNO              " LINE 15 POSITION 45
              GO TO 100-TUTOR-99
           END-IF.
           IF W-HAYTUT NOT = "S"
              MOVE "NO HAY TUTORES CARGADOS." TO M-ERROR
              GO TO 100-TUTOR-99
           END-IF.
           MOVE W-CODALUMNO TO ALT-ALUMNO
           MOVE W-CODTUTOR  TO ALT-TUTOR
           READ ALUTUTOR KEY IS ALT-CLAVE
              INVALID KEY
                 MOVE "EL TUTOR NO ESTA VINCULADO AL ALUMNO." TO M-ERROR
                 GO TO 100-TUTOR-99
           END-READ.
           MOVE W-CODTUTOR TO TUT-CODIGO
           READ TUTORES KEY IS TUT-CODIGO
              INVALID KEY
                 MOVE "EL TUTOR NO EXISTE." TO M-ERROR
                 GO TO 100-TUTOR-99
           END-READ.
           MOVE TUT-DOCUMENTO TO W-DOCFISCAL
           DISPLAY TUT-APELLIDO LINE 15 POSITION 45.
       100-TUTOR-99. EXIT.

      ********************************************
      *  VERIFICA CONTRA CIERRES.DAT (PROG-90) QUE
      *  LA FECHA DE PAGO NO CAIGA EN UN DIA DE
       PANTALLA.
           DISPLAY "ALUMNO      :"        LINE 5 POSITION 1.
           DISPLAY "CURSO       :"        LINE 6 POSITION 1.
           DISPLAY "(0 = PAGO A CUENTA)"  LINE 6 POSITION 30.
           DISPLAY "ANIO        :"        LINE 7 POSITION 1.
           DISPLAY "MES         :"        LINE 8 POSITION 1.
           DISPLAY "FECHA PAGO  :"        LINE 10 POSITION 1.
           DISPLAY "IMPORTE PAGO:"        LINE 11 POSITION 1.
           DISPLAY "(0 = TOTAL CON RECARGO)" LINE 11 POSITION 30.
           DISPLAY "CONFIRMA? (S/N): "    LINE 13 POSITION 1.
           DISPLAY "FACTURA A TUTOR:"     LINE 15 POSITION 1.
           DISPLAY "(0 = ALUMNO)"         LINE 15 POSITION 30.
       PANTALLA-F. EXIT.

       ERRORES.
