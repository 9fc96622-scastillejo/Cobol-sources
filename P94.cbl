      *  SIN CUOTA, YA COBRADAS, CON IMPORTE
      *  DISTINTO O DE DIA CERRADO VAN AL DETALLE
      *  DE RECHAZOS (RECHBAN.DAT), AL ESTILO DE
      *  LA IMPORTACION DE ALUMNOS (PROG-44).
      *  TAMBIEN LEE LOS COBROS DE LA RED DE
      *  COBRANZA (BARRAENT.DAT) CON EL CODIGO DE
      *  BARRAS DE LA CHEQUERA (PROG-167), QUE SE
      *  DESARMA CON PROG-27 PARA OBTENER LA CUOTA:
      *  - PAGADO CON RECARGO PASADO EL LIMITE,
      *    SE ASIENTA EL RECARGO DE LA BARRA
      *  - PAGADO EN TERMINO CON EL RECARGO YA
      *    APLICADO POR PROG-89, SE ANULA
      *  - CUOTA AUN NO GENERADA (PAGO ADELANTADO),
      *    EL IMPORTE VA AL SALDO A FAVOR DEL
      *    ALUMNO Y LA GENERACION (PROG-59) LO
      *    APLICA A LA CUOTA AL EMITIRLA
      *  EL RECARGO DE LAS CUOTAS DE MESES YA
      *  CERRADOS (PARAMETRO CIERREMM) NO SE TOCA.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "S-PAGOS.CPY".
       COPY "S-CIERRE.CPY".
       COPY "S-RECHBA.CPY".
       COPY "S-BARENT.CPY".
       COPY "S-SALFAV.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-BANENT.CPY".
       COPY "F-PAGOS.CPY".
       COPY "F-CIERRE.CPY".
       COPY "F-RECHBA.CPY".
       COPY "F-BARENT.CPY".
       COPY "F-SALFAV.CPY".

       WORKING-STORAGE SECTION.

          03 DR-REGISTRO  PIC X(30).
          03              PIC X.
          03 DR-MOTIVO    PIC X(33).
       01 DET-RECHBAR.
          03 DRB-BARRA    PIC X(41).
          03              PIC X.
          03 DRB-MOTIVO   PIC X(28).

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".
       COPY "L-P27.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-PAGOS       PIC XX.
       01 ST-CIERRES     PIC XX.
       01 ST-RECHBANCO   PIC XX.
       01 ST-BARRAENT    PIC XX.
       01 ST-SALFAVOR    PIC XX.
       01 W-HAYCIERRES   PIC X.
       01 W-HAYBANCO     PIC X.
       01 W-HAYBARRA     PIC X.
       01 W-MOTIVO       PIC X(33).
       01 W-SALDO        PIC 9(06)V99.
       01 W-SECUENCIA    PIC 9(02).
       01 W-SECCTA       PIC 9(02).
       01 W-NUEVOREC     PIC 9(05)V99.
       01 W-ACUENTA      PIC 9(05).
       01 W-CERRADO      PIC 9(06).
       01 W-APLICADOS    PIC 9(05).
       01 W-RECHAZADOS   PIC 9(05).
       01 CONF           PIC X.
           MOVE "IMPORTACION DE COBRANZA BANCARIA" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.

           MOVE "N" TO W-HAYBANCO.
           OPEN INPUT BANCOENT.
           IF ST-BANCOENT = "00"
              MOVE "S" TO W-HAYBANCO
           END-IF.
           MOVE "N" TO W-HAYBARRA.
           OPEN INPUT BARRAENT.
           IF ST-BARRAENT = "00"
              MOVE "S" TO W-HAYBARRA
           END-IF.
           IF (W-HAYBANCO NOT = "S") AND (W-HAYBARRA NOT = "S")
              MOVE "NO HAY COBRANZA DEL BANCO NI DE LA RED." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO FINAL-F
           END-IF.
           IF ST-CUOTAS = "35"
              MOVE "NO HAY CUOTAS GENERADAS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              PERFORM 900-CIERRAENT-00 THRU 900-CIERRAENT-99
              GO TO FINAL-F
           END-IF.
           OPEN I-O PAGOS.
              CLOSE PAGOS
              OPEN I-O PAGOS
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
              GO TO CIERRE-F
           END-IF.

           MOVE 0 TO W-CERRADO.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "CIERREMM" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF W16-RESULT = "S"
              MOVE W16-VALORNUM TO W-CERRADO
           END-IF.

           MOVE 0 TO W-APLICADOS W-RECHAZADOS W-ACUENTA.
           IF W-HAYBANCO = "S"
              PERFORM 100-PROCESO-00 THRU 100-PROCESO-99
           END-IF.
           IF W-HAYBARRA = "S"
              PERFORM 150-BARRAS-00 THRU 150-BARRAS-99
           END-IF.

           INITIALIZE W14-DATOS
           MOVE "PROG-94"     TO W14-PROGRAMA
           MOVE W40-OPERADOR  TO W14-OPERADOR
           COMPUTE W14-PROCESADOS = W-APLICADOS + W-ACUENTA
           MOVE W-RECHAZADOS  TO W14-RECHAZADOS
           MOVE "OK"          TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           DISPLAY W-APLICADOS            LINE 10 POSITION 22.
           DISPLAY "LINEAS RECHAZADAS  :" LINE 11 POSITION 1.
           DISPLAY W-RECHAZADOS           LINE 11 POSITION 22.
           DISPLAY "A SALDO A FAVOR    :" LINE 12 POSITION 1.
           DISPLAY W-ACUENTA              LINE 12 POSITION 22.
           IF W-RECHAZADOS NOT = 0
              DISPLAY "VER DETALLE EN RECHBAN.DAT" LINE 13 POSITION 1
           END-IF.
           ACCEPT SINO LINE 24 POSITION 80.
       CIERRE-F.
           IF W-HAYCIERRES = "S"
              CLOSE CIERRES
           END-IF.
           CLOSE SALFAVOR.
           CLOSE PAGOS.
           CLOSE CUOTAS.
           PERFORM 900-CIERRAENT-00 THRU 900-CIERRAENT-99.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.
           CANCEL "P13".
       400-APLICA-99. EXIT.

      ********************************************
      *  COBROS DE LA RED DE COBRANZA: DESARMA LA
      *  BARRA, AJUSTA EL RECARGO SEGUN LA FECHA
      *  DE PAGO Y APLICA COMO LA RESPUESTA DEL
      *  BANCO, O LLEVA AL SALDO A FAVOR SI LA
      *  CUOTA TODAVIA NO SE GENERO
      ********************************************
       150-BARRAS-00.
           CONTINUE.
       150-BARRAS-10.
           READ BARRAENT AT END
                GO TO 150-BARRAS-99
           END-READ.
           INITIALIZE W27-DATOS
           MOVE 2        TO W27-OPCION
           MOVE BR-BARRA TO W27-BARRA
           CALL "P27" USING W27-DATOS
           CANCEL "P27".
           MOVE SPACES TO W-MOTIVO.
           IF W27-RESULT = "N"
              MOVE "CODIGO DE BARRAS INVALIDO" TO W-MOTIVO
           END-IF.
           IF W27-RESULT = "E"
              MOVE "BARRA DE OTRA EMPRESA" TO W-MOTIVO
           END-IF.
           IF W-MOTIVO NOT = SPACES
              PERFORM 350-RECHBARRA-00 THRU 350-RECHBARRA-99
              GO TO 150-BARRAS-10
           END-IF.
      *  LA LINEA DE LA RED QUEDA CON EL FORMATO DEL BANCO
           MOVE W27-ALUMNO   TO BE-ALUMNO
           MOVE W27-CURSO    TO BE-CURSO
           MOVE W27-ANIO     TO BE-ANIO
           MOVE W27-MES      TO BE-MES
           MOVE BR-FECHAPAGO TO BE-FECHAPAGO
           MOVE BR-IMPORTE   TO BE-IMPORTE
           IF W-HAYCIERRES = "S"
              MOVE BE-FECHAPAGO TO CIE-FECHA
              READ CIERRES KEY IS CIE-FECHA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "FECHA DE PAGO EN DIA YA CERRADO" TO W-MOTIVO
              END-READ
           END-IF.
           IF W-MOTIVO NOT = SPACES
              PERFORM 300-RECHAZO-00 THRU 300-RECHAZO-99
              GO TO 150-BARRAS-10
           END-IF.
           MOVE BE-ALUMNO TO CUO-ALUMNO
           MOVE BE-CURSO  TO CUO-CURSO
           MOVE BE-ANIO   TO CUO-ANIO
           MOVE BE-MES    TO CUO-MES
           READ CUOTAS KEY IS CUO-CLAVE
              INVALID KEY
                 PERFORM 450-ACUENTA-00 THRU 450-ACUENTA-99
                 IF W-MOTIVO NOT = SPACES
                    PERFORM 300-RECHAZO-00 THRU 300-RECHAZO-99
                 ELSE
                    ADD 1 TO W-ACUENTA
                 END-IF
                 GO TO 150-BARRAS-10
           END-READ.
           PERFORM 250-RECARGO-00 THRU 250-RECARGO-99.
           PERFORM 200-VALIDA-00 THRU 200-VALIDA-99.
           IF W-MOTIVO NOT = SPACES
              PERFORM 300-RECHAZO-00 THRU 300-RECHAZO-99
              GO TO 150-BARRAS-10
           END-IF.
           PERFORM 400-APLICA-00 THRU 400-APLICA-99.
           IF W-MOTIVO NOT = SPACES
              PERFORM 300-RECHAZO-00 THRU 300-RECHAZO-99
              GO TO 150-BARRAS-10
           END-IF.
           ADD 1 TO W-APLICADOS.
           GO TO 150-BARRAS-10.
       150-BARRAS-99. EXIT.

      ********************************************
      *  RECARGO DE LA CUOTA SEGUN EL COBRO DE LA
      *  RED: SI PAGO EL IMPORTE CON RECARGO DE LA
      *  BARRA DESPUES DEL LIMITE SE ASIENTA ESE
      *  RECARGO; SI PAGO SIN RECARGO HASTA EL
      *  LIMITE SE ANULA EL QUE YA TENIA. CADA
      *  CAMBIO QUEDA EN EL DIARIO. LAS CUOTAS DE
      *  UN MES YA CERRADO (CIERREMM) NO SE TOCAN
      ********************************************
       250-RECARGO-00.
           IF NOT CUO-PENDIENTE
              GO TO 250-RECARGO-99
           END-IF.
           IF ((CUO-ANIO * 100) + CUO-MES) NOT > W-CERRADO
              GO TO 250-RECARGO-99
           END-IF.
           COMPUTE W-SALDO = (CUO-IMPORTE + CUO-RECARGO)
                           - CUO-IMPORTEPAGO
           IF BE-IMPORTE = W-SALDO
              GO TO 250-RECARGO-99
           END-IF.
           IF (CUO-RECARGO = 0) AND (W-SALDO = W27-IMPORTE1) AND
              (BE-IMPORTE = W27-IMPORTE2) AND
              (W27-IMPORTE2 > W27-IMPORTE1) AND
              (BE-FECHAPAGO > W27-VTO1)
              COMPUTE W-NUEVOREC = W27-IMPORTE2 - W27-IMPORTE1
           ELSE
              IF (CUO-RECARGO NOT = 0) AND
                 (BE-IMPORTE = W-SALDO - CUO-RECARGO) AND
                 (BE-FECHAPAGO NOT > W27-VTO1)
                 MOVE 0 TO W-NUEVOREC
              ELSE
                 GO TO 250-RECARGO-99
              END-IF
           END-IF.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CUOTAS"     TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE REG-CUOTA    TO W13-ANTES
           MOVE W-NUEVOREC   TO CUO-RECARGO
           MOVE REG-CUOTA    TO W13-DESPUES
           REWRITE REG-CUOTA
              INVALID KEY
                 GO TO 250-RECARGO-99
           END-REWRITE.
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       250-RECARGO-99. EXIT.

      ********************************************
      *  RECHAZO DE UNA BARRA QUE NO SE PUDO
      *  DESARMAR: IMAGEN DE LA BARRA Y MOTIVO
      ********************************************
       350-RECHBARRA-00.
           MOVE BR-BARRA     TO DRB-BARRA
           MOVE W-MOTIVO     TO DRB-MOTIVO
           MOVE DET-RECHBAR  TO REG-RECHBANCO
           WRITE REG-RECHBANCO.
           ADD 1 TO W-RECHAZADOS.
       350-RECHBARRA-99. EXIT.

      ********************************************
      *  PAGO ADELANTADO DE UNA CUOTA AUN NO
      *  GENERADA: PAGO A CUENTA EN PAGOS.DAT BAJO
      *  CURSO 00 Y EL PERIODO DE LA FECHA DE
      *  PAGO, COMO LA CAJA (PROG-60), Y SUMA AL
      *  SALDO A FAVOR DEL ALUMNO CON SU ASIENTO
      ********************************************
       450-ACUENTA-00.
           MOVE SPACES TO W-MOTIVO
           MOVE BE-ALUMNO         TO PAG-ALUMNO
           MOVE 0                 TO PAG-CURSO
           MOVE BE-FECHAPAGO(1:4) TO PAG-ANIO
           MOVE BE-FECHAPAGO(5:2) TO PAG-MES
           MOVE 0 TO W-SECCTA.
       450-ACUENTA-10.
           IF W-SECCTA = 99
              MOVE "EL ALUMNO AGOTO LOS PAGOS A CUENTA" TO W-MOTIVO
              GO TO 450-ACUENTA-99
           END-IF.
           ADD 1 TO W-SECCTA
           MOVE W-SECCTA TO PAG-SECUENCIA
           READ PAGOS KEY IS PAG-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 GO TO 450-ACUENTA-10
           END-READ.
           MOVE BE-ALUMNO         TO PAG-ALUMNO
           MOVE 0                 TO PAG-CURSO
           MOVE BE-FECHAPAGO(1:4) TO PAG-ANIO
           MOVE BE-FECHAPAGO(5:2) TO PAG-MES
           MOVE W-SECCTA          TO PAG-SECUENCIA
           MOVE BE-FECHAPAGO      TO PAG-FECHA
           MOVE BE-IMPORTE        TO PAG-IMPORTE
           MOVE "BANCO"           TO PAG-OPERADOR
           MOVE 0                 TO PAG-RECIBO
           WRITE REG-PAGO
              INVALID KEY
                 MOVE "NO SE GRABO EL PAGO A CUENTA" TO W-MOTIVO
                 GO TO 450-ACUENTA-99
           END-WRITE.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "SALFAVOR"   TO W13-ARCHIVO
           MOVE BE-ALUMNO TO SAF-ALUMNO
           READ SALFAVOR KEY IS SAF-ALUMNO
              INVALID KEY
                 MOVE "A"    TO W13-OPERACION
                 MOVE SPACES TO W13-ANTES
                 MOVE BE-ALUMNO TO SAF-ALUMNO
                 MOVE 0      TO SAF-SALDO
              NOT INVALID KEY
                 MOVE "M"    TO W13-OPERACION
                 MOVE REG-SALFAVOR TO W13-ANTES
           END-READ.
           ADD BE-IMPORTE    TO SAF-SALDO
           MOVE BE-FECHAPAGO TO SAF-FECHAULT
           MOVE "BANCO"      TO SAF-OPERADOR
           MOVE REG-SALFAVOR TO W13-DESPUES
           IF W13-OPERACION = "A"
              WRITE REG-SALFAVOR
                 INVALID KEY
                    MOVE "NO SE ACTUALIZO EL SALDO A FAVOR" TO W-MOTIVO
                    GO TO 450-ACUENTA-99
              END-WRITE
           ELSE
              REWRITE REG-SALFAVOR
                 INVALID KEY
                    MOVE "NO SE ACTUALIZO EL SALDO A FAVOR" TO W-MOTIVO
                    GO TO 450-ACUENTA-99
              END-REWRITE
           END-IF.
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       450-ACUENTA-99. EXIT.

       900-CIERRAENT-00.
           IF W-HAYBANCO = "S"
              CLOSE BANCOENT
           END-IF.
           IF W-HAYBARRA = "S"
              CLOSE BARRAENT
           END-IF.
       900-CIERRAENT-99. EXIT.

       ENCABEZADO.
           DISPLAY "EMPRESA UNION S.A."  LINE 1 POSITION 1.
           INITIALIZE W1-DATOS.
