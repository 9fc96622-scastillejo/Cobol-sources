       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-134.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 134
      *  CIERRE MENSUAL DE CUENTAS A COBRAR.
      *  1 = CIERRE DE UN MES: EVOLUCION DEL SALDO
      *      POR CURSO Y SEDE (SALDO INICIAL,
      *      CUOTAS EMITIDAS, DESCUENTOS, RECARGOS
      *      Y AJUSTES, COBRADO Y SALDO FINAL) EN
      *      CIERRMES.DAT (CURSO 00 = TOTAL DEL
      *      MES) Y POR EL SPOOL. EL SALDO INICIAL
      *      ES EL FINAL DEL MES CERRADO ANTERIOR;
      *      EN EL PRIMER CIERRE SE CALCULA. COMO
      *      LA CUOTA NO GUARDA LA FECHA DEL
      *      RECARGO, LA COLUMNA RECARGOS Y AJUSTES
      *      SALE POR DIFERENCIA. LOS MESES SE
      *      CIERRAN EN ORDEN Y EL ULTIMO CERRADO
      *      QUEDA EN EL PARAMETRO CIERREMM: DESDE
      *      AHI PROG-59, PROG-89 Y PROG-92 NO
      *      TOCAN LAS CUOTAS DE ESOS PERIODOS.
      *  2 = REIMPRESION DE UN MES CERRADO.
      *  3 = AJUSTE DE UNA CUOTA DE UN PERIODO
      *      CERRADO, SOLO CON APROBACION DE UN
      *      SUPERVISOR POR LA COLA DE PROG-21
      *      (TIPO AJ). EL AJUSTE SE REFLEJA EN EL
      *      MES ABIERTO EN QUE SE HACE.
      *  LOS COBROS (PROG-60, PROG-94) Y LAS
      *  ANULACIONES (PROG-125) SIGUEN ADMITIDOS:
      *  SON MOVIMIENTOS DEL MES EN QUE OCURREN.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-CIERMS.CPY".
       COPY "S-CUOTAS.CPY".
       COPY "S-PAGOS.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-SEDE.CPY".
       COPY "S-ALUMNO.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-CIERMS.CPY".
       COPY "F-CUOTAS.CPY".
       COPY "F-PAGOS.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-SEDE.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TIT.
          03 PIC X(40) VALUE
             "CIERRE DE CUENTAS A COBRAR - PERIODO".
          03 LT-MES       PIC 99.
          03 PIC X VALUE "/".
          03 LT-ANIO      PIC 9(04).
          03 PIC X(05).
          03 LT-FECHA     PIC X(10).
       01 LINEA-SEDE.
          03 PIC X(07) VALUE "SEDE : ".
          03 LSE-CODIGO   PIC 99.
          03              PIC X.
          03 LSE-DESCRIP  PIC X(30).
       01 LINEA-COL.
          03 PIC X(39) VALUE
             "CU     INICIAL     EMITIDO  DESCUENTOS".
          03 PIC X(38) VALUE
             "  RECARG/AJ.     COBRADO       FINAL".
       01 LINEA-DET.
          03 LDE-CURSO    PIC X(02).
          03              PIC X.
          03 LDE-INICIAL  PIC -(7)9,99.
          03              PIC X.
          03 LDE-EMITIDO  PIC -(7)9,99.
          03              PIC X.
          03 LDE-DESCUEN  PIC -(7)9,99.
          03              PIC X.
          03 LDE-RECARGOS PIC -(7)9,99.
          03              PIC X.
          03 LDE-COBRADO  PIC -(7)9,99.
          03              PIC X.
          03 LDE-FINAL    PIC -(7)9,99.
       01 LINEA-RAYA.
          03 PIC X(78) VALUE ALL "-".

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".
       COPY "L-P21.CPY".

      *  EVOLUCION POR CURSO
       01 TABLA-CURSOS.
          03 TCM-ITEM OCCURS 99 TIMES.
             05 TCM-USADO     PIC X.
             05 TCM-SEDE      PIC 9(02).
             05 TCM-INICIAL   PIC S9(09)V99.
             05 TCM-CALCINI   PIC S9(09)V99.
             05 TCM-EMITIDO   PIC 9(09)V99.
             05 TCM-DESCUEN   PIC 9(09)V99.
             05 TCM-RECARGOS  PIC S9(09)V99.
             05 TCM-COBRADO   PIC S9(09)V99.
             05 TCM-FINAL     PIC S9(09)V99.
       01 TCM-IND        PIC 9(02).
       01 TABLA-TOTAL.
          03 TTO-INICIAL   PIC S9(09)V99.
          03 TTO-EMITIDO   PIC 9(09)V99.
          03 TTO-DESCUEN   PIC 9(09)V99.
          03 TTO-RECARGOS  PIC S9(09)V99.
          03 TTO-COBRADO   PIC S9(09)V99.
          03 TTO-FINAL     PIC S9(09)V99.
       01 TABLA-TOTSEDE.
          03 TTS-INICIAL   PIC S9(09)V99.
          03 TTS-EMITIDO   PIC 9(09)V99.
          03 TTS-DESCUEN   PIC 9(09)V99.
          03 TTS-RECARGOS  PIC S9(09)V99.
          03 TTS-COBRADO   PIC S9(09)V99.
          03 TTS-FINAL     PIC S9(09)V99.

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-CIERREMES   PIC XX.
       01 ST-CUOTAS      PIC XX.
       01 ST-PAGOS       PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-SEDES       PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-HAYPAGOS     PIC X.
       01 W-HAYSEDES     PIC X.
       01 W-FECHAHOY     PIC 9(08).
       01 W-FECHAHOY-R REDEFINES W-FECHAHOY.
          03 W-HOY-ANIO  PIC 9(04).
          03 W-HOY-MES   PIC 9(02).
          03 W-HOY-DIA   PIC 9(02).
       01 W-FECHAHOY-A   PIC X(10).
       01 W-HORA         PIC X(08).
       01 W-HOYPER       PIC 9(06).
       01 W-PERIODO      PIC 9(06).
       01 W-PERIODO-R REDEFINES W-PERIODO.
          03 W-PER-ANIO  PIC 9(04).
          03 W-PER-MES   PIC 9(02).
       01 W-PERANT       PIC 9(06).
       01 W-PERANT-R REDEFINES W-PERANT.
          03 W-ANT-ANIO  PIC 9(04).
          03 W-ANT-MES   PIC 9(02).
       01 W-CERRADO      PIC 9(06).
       01 W-INIMES       PIC 9(08).
       01 W-FINMES       PIC 9(08).
       01 W-FINANT       PIC 9(08).
       01 W-CUOPER       PIC 9(06).
       01 W-DEBE         PIC 9(07)V99.
       01 W-PAGADO1      PIC S9(07)V99.
       01 W-PAGADO0      PIC S9(07)V99.
       01 W-PAGADOM      PIC S9(07)V99.
       01 W-HAYANT       PIC X.
       01 W-SEDE         PIC 9(02).
       01 W-HAYSEDE      PIC X.
       01 W-CURSOS       PIC 9(05).
       01 W-ALUMNO       PIC 9(05).
       01 W-CURSO        PIC 9(02).
       01 W-ANIO         PIC 9(04).
       01 W-MES          PIC 9(02).
       01 W-NUEVOIMP     PIC 9(05)V99.
       01 W-NUEVOREC     PIC 9(05)V99.
       01 W-DATO3        PIC 9(08)V99.
       01 W-DATO3-X REDEFINES W-DATO3 PIC X(10).
       01 W-NROAUTO      PIC 9(06).
       01 W-REGANT       PIC X(200).
       01 W-IMPORTEED    PIC ZZZZ9,99.
       01 CONF           PIC X.

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-CIERREMES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CIERREMES.
           DISPLAY "ERROR DE E/S EN CIERREMES. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-CIERREMES LINE 23 POSITION 37
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
           OPEN I-O CUOTAS.
           IF ST-CUOTAS = "35"
             MOVE "NO HAY CUOTAS GENERADAS." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO FINAL-F
           END-IF.
           OPEN I-O CIERREMES.
           IF ST-CIERREMES = "35"
              OPEN OUTPUT CIERREMES
              CLOSE CIERREMES
              OPEN I-O CIERREMES
           END-IF.
           OPEN INPUT CURSOS.
           OPEN INPUT ALUMNOS.
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
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.
           COMPUTE W-HOYPER = (W-HOY-ANIO * 100) + W-HOY-MES.
           INITIALIZE W1-DATOS
           MOVE 4 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:10) TO W-FECHAHOY-A.

       INICIO.
           DISPLAY " " ERASE
           MOVE "CIERRE MENSUAL DE CUENTAS A COBRAR" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM 100-ULTIMO-00 THRU 100-ULTIMO-99.
           DISPLAY "ULTIMO PERIODO CERRADO:" LINE 4 POSITION 1.
           DISPLAY W-CERRADO                 LINE 4 POSITION 25.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 13 POSITION 10.

           IF OPCION = 1
              PERFORM 200-CIERRE-00 THRU 200-CIERRE-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              PERFORM 500-REIMPRIME-00 THRU 500-REIMPRIME-99
              GO TO INICIO
           END-IF.
           IF OPCION = 3
              PERFORM 600-AJUSTE-00 THRU 600-AJUSTE-99
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYSEDES = "S"
              CLOSE SEDES
           END-IF.
           IF W-HAYPAGOS = "S"
              CLOSE PAGOS
           END-IF.
           CLOSE ALUMNOS.
           CLOSE CURSOS.
           CLOSE CIERREMES.
           CLOSE CUOTAS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  ULTIMO PERIODO CERRADO (AAAAMM, 0 = NINGUNO)
      ********************************************
       100-ULTIMO-00.
           MOVE 0 TO W-CERRADO
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "CIERREMM" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF W16-RESULT = "S"
              MOVE W16-VALORNUM TO W-CERRADO
           END-IF.
       100-ULTIMO-99. EXIT.

      ********************************************
      *  CIERRE DE UN MES
      ********************************************
       200-CIERRE-00.
           DISPLAY " " ERASE
           MOVE "CIERRE DE UN MES" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           IF W-CERRADO = 0
              IF W-HOY-MES = 1
                 COMPUTE W-PERIODO = ((W-HOY-ANIO - 1) * 100) + 12
              ELSE
                 COMPUTE W-PERIODO = W-HOYPER - 1
              END-IF
           ELSE
              MOVE W-CERRADO TO W-PERIODO
              IF W-PER-MES = 12
                 ADD 1 TO W-PER-ANIO
                 MOVE 1 TO W-PER-MES
              ELSE
                 ADD 1 TO W-PER-MES
              END-IF
           END-IF.
           DISPLAY "ANIO      :" LINE 5 POSITION 1.
           DISPLAY W-PER-ANIO    LINE 5 POSITION 13.
           DISPLAY "MES       :" LINE 6 POSITION 1.
           DISPLAY W-PER-MES     LINE 6 POSITION 13.
           IF W-CERRADO = 0
              ACCEPT W-PER-ANIO LINE 5 POSITION 13 PROMPT UPDATE
              ACCEPT W-PER-MES LINE 6 POSITION 13 PROMPT UPDATE
           END-IF.
           IF (W-PER-MES < 1) OR (W-PER-MES > 12)
              MOVE "EL MES DEBE ESTAR ENTRE 1 Y 12." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-CIERRE-99
           END-IF.
           IF W-PERIODO NOT < W-HOYPER
              MOVE "SOLO SE CIERRAN MESES YA TERMINADOS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-CIERRE-99
           END-IF.
           MOVE W-PERIODO TO CRM-PERIODO
           MOVE 0 TO CRM-CURSO
           READ CIERREMES KEY IS CRM-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "EL PERIODO YA ESTA CERRADO." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 200-CIERRE-99
           END-READ.
           DISPLAY "CONFIRMA EL CIERRE? (S/N):" LINE 8 POSITION 1.
           ACCEPT CONF LINE 8 POSITION 28.
           IF CONF NOT = "S"
              MOVE "CIERRE CANCELADO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-CIERRE-99
           END-IF.
           DISPLAY "PROCESANDO..." LINE 10 POSITION 1.

           MOVE W-PERIODO TO W-PERANT
           IF W-ANT-MES = 1
              SUBTRACT 1 FROM W-ANT-ANIO
              MOVE 12 TO W-ANT-MES
           ELSE
              SUBTRACT 1 FROM W-ANT-MES
           END-IF.
           COMPUTE W-INIMES = (W-PERIODO * 100) + 1
           COMPUTE W-FINMES = (W-PERIODO * 100) + 31
           COMPUTE W-FINANT = (W-PERANT * 100) + 31
           INITIALIZE TABLA-CURSOS
           PERFORM 210-SEDES-00 THRU 210-SEDES-99.
           PERFORM 220-CUOTAS-00 THRU 220-CUOTAS-99.
           PERFORM 230-INICIAL-00 THRU 230-INICIAL-99.
           PERFORM 240-GRABA-00 THRU 240-GRABA-99.

           INITIALIZE W16-DATOS
           MOVE 2 TO W16-OPCION
           MOVE "CIERREMM" TO W16-CODIGO
           MOVE W-PERIODO TO W16-VALORNUM
           CALL "P16" USING W16-DATOS
           CANCEL "P16".

           PERFORM 700-IMPRIME-00 THRU 700-IMPRIME-99.

           INITIALIZE W14-DATOS
           MOVE "PROG-134"   TO W14-PROGRAMA
           MOVE W40-OPERADOR TO W14-OPERADOR
           MOVE W-CURSOS     TO W14-PROCESADOS
           MOVE 0            TO W14-RECHAZADOS
           MOVE "OK"         TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           CANCEL "P14".

           MOVE "PERIODO CERRADO. EVOLUCION ENVIADA AL SPOOL."
                TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F.
       200-CIERRE-99. EXIT.

       210-SEDES-00.
           MOVE 0 TO CUR-CODIGO
           START CURSOS KEY IS NOT LESS CUR-CODIGO
              INVALID KEY
                 GO TO 210-SEDES-99
           END-START.
       210-SEDES-10.
           READ CURSOS NEXT AT END
                GO TO 210-SEDES-99
           END-READ.
           IF CUR-CODIGO = 0
              GO TO 210-SEDES-10
           END-IF.
           MOVE CUR-SEDE TO TCM-SEDE (CUR-CODIGO)
           GO TO 210-SEDES-10.
       210-SEDES-99. EXIT.

      ********************************************
      *  RECORRE LAS CUOTAS DE PERIODOS HASTA EL
      *  MES QUE SE CIERRA. POR CUOTA SUMA SUS
      *  PAGOS HASTA FIN DEL MES (SALDO FINAL),
      *  HASTA FIN DEL MES ANTERIOR (SALDO INICIAL
      *  CALCULADO) Y LOS DEL MES (COBRADO); LOS
      *  PAGOS ANTICIPADOS DE LAS CUOTAS DEL MES
      *  SE COBRAN EN EL MES EN QUE SE EMITEN
      ********************************************
       220-CUOTAS-00.
           INITIALIZE REG-CUOTA
           START CUOTAS KEY IS NOT LESS CUO-CLAVE
              INVALID KEY
                 GO TO 220-CUOTAS-99
           END-START.
       220-CUOTAS-10.
           READ CUOTAS NEXT AT END
                GO TO 220-CUOTAS-99
           END-READ.
           IF CUO-CURSO = 0
              GO TO 220-CUOTAS-10
           END-IF.
           COMPUTE W-CUOPER = (CUO-ANIO * 100) + CUO-MES
           IF W-CUOPER > W-PERIODO
              GO TO 220-CUOTAS-10
           END-IF.
           COMPUTE W-DEBE = CUO-IMPORTE + CUO-RECARGO
           PERFORM 225-PAGOS-00 THRU 225-PAGOS-99.
           MOVE "S" TO TCM-USADO (CUO-CURSO)
           COMPUTE TCM-FINAL (CUO-CURSO) = TCM-FINAL (CUO-CURSO)
                                         + W-DEBE - W-PAGADO1
           IF W-CUOPER = W-PERIODO
              ADD CUO-IMPORTE CUO-DESCUENTO
                  TO TCM-EMITIDO (CUO-CURSO)
              ADD CUO-DESCUENTO TO TCM-DESCUEN (CUO-CURSO)
              ADD W-PAGADO1 TO TCM-COBRADO (CUO-CURSO)
           ELSE
              COMPUTE TCM-CALCINI (CUO-CURSO) =
                      TCM-CALCINI (CUO-CURSO) + W-DEBE - W-PAGADO0
              ADD W-PAGADOM TO TCM-COBRADO (CUO-CURSO)
           END-IF.
           GO TO 220-CUOTAS-10.
       220-CUOTAS-99. EXIT.

       225-PAGOS-00.
           MOVE 0 TO W-PAGADO1 W-PAGADO0 W-PAGADOM.
           IF W-HAYPAGOS NOT = "S"
              GO TO 225-PAGOS-99
           END-IF.
           MOVE CUO-ALUMNO TO PAG-ALUMNO
           MOVE CUO-CURSO  TO PAG-CURSO
           MOVE CUO-ANIO   TO PAG-ANIO
           MOVE CUO-MES    TO PAG-MES
           MOVE 0          TO PAG-SECUENCIA
           START PAGOS KEY IS NOT LESS PAG-CLAVE
              INVALID KEY
                 GO TO 225-PAGOS-99
           END-START.
       225-PAGOS-10.
           READ PAGOS NEXT AT END
                GO TO 225-PAGOS-99
           END-READ.
           IF (PAG-ALUMNO NOT = CUO-ALUMNO) OR
              (PAG-CURSO  NOT = CUO-CURSO)  OR
              (PAG-ANIO   NOT = CUO-ANIO)   OR
              (PAG-MES    NOT = CUO-MES)
              GO TO 225-PAGOS-99
           END-IF.
           IF PAG-FECHA > W-FINMES
              GO TO 225-PAGOS-10
           END-IF.
           ADD PAG-IMPORTE TO W-PAGADO1.
           IF PAG-FECHA NOT > W-FINANT
              ADD PAG-IMPORTE TO W-PAGADO0
           ELSE
              ADD PAG-IMPORTE TO W-PAGADOM
           END-IF.
           GO TO 225-PAGOS-10.
       225-PAGOS-99. EXIT.

      ********************************************
      *  SALDO INICIAL: EL FINAL DEL MES ANTERIOR
      *  SI ESTA CERRADO; SI NO (PRIMER CIERRE) EL
      *  CALCULADO. RECARGOS Y AJUSTES POR
      *  DIFERENCIA
      ********************************************
       230-INICIAL-00.
           MOVE "N" TO W-HAYANT
           MOVE W-PERANT TO CRM-PERIODO
           MOVE 0 TO CRM-CURSO
           READ CIERREMES KEY IS CRM-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO W-HAYANT
           END-READ.
           MOVE 1 TO TCM-IND.
       230-INICIAL-10.
           IF TCM-IND > 99
              GO TO 230-INICIAL-99
           END-IF.
           IF W-HAYANT = "S"
              MOVE 0 TO TCM-INICIAL (TCM-IND)
              MOVE W-PERANT TO CRM-PERIODO
              MOVE TCM-IND TO CRM-CURSO
              READ CIERREMES KEY IS CRM-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CRM-FINAL TO TCM-INICIAL (TCM-IND)
                    MOVE "S" TO TCM-USADO (TCM-IND)
              END-READ
           ELSE
              MOVE TCM-CALCINI (TCM-IND) TO TCM-INICIAL (TCM-IND)
           END-IF.
           COMPUTE TCM-RECARGOS (TCM-IND) =
                   TCM-FINAL (TCM-IND) - TCM-INICIAL (TCM-IND)
                 - TCM-EMITIDO (TCM-IND) + TCM-DESCUEN (TCM-IND)
                 + TCM-COBRADO (TCM-IND)
           ADD 1 TO TCM-IND
           GO TO 230-INICIAL-10.
       230-INICIAL-99. EXIT.

      ********************************************
      *  GRABA UN REGISTRO POR CURSO Y EL TOTAL
      *  (CURSO 00), QUE MARCA EL MES CERRADO
      ********************************************
       240-GRABA-00.
           INITIALIZE W1-DATOS
           MOVE 8 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:8) TO W-HORA.
           INITIALIZE TABLA-TOTAL
           MOVE 0 TO W-CURSOS
           MOVE 1 TO TCM-IND.
       240-GRABA-10.
           IF TCM-IND > 99
              GO TO 240-GRABA-20
           END-IF.
           IF TCM-USADO (TCM-IND) NOT = "S"
              ADD 1 TO TCM-IND
              GO TO 240-GRABA-10
           END-IF.
           INITIALIZE REG-CIERREMES
           MOVE W-PERIODO TO CRM-PERIODO
           MOVE TCM-IND   TO CRM-CURSO
           MOVE TCM-SEDE (TCM-IND)     TO CRM-SEDE
           MOVE TCM-INICIAL (TCM-IND)  TO CRM-INICIAL
           MOVE TCM-EMITIDO (TCM-IND)  TO CRM-EMITIDO
           MOVE TCM-DESCUEN (TCM-IND)  TO CRM-DESCUENTOS
           MOVE TCM-RECARGOS (TCM-IND) TO CRM-RECARGOS
           MOVE TCM-COBRADO (TCM-IND)  TO CRM-COBRADO
           MOVE TCM-FINAL (TCM-IND)    TO CRM-FINAL
           MOVE W-FECHAHOY-A TO CRM-FECHA
           MOVE W-HORA       TO CRM-HORA
           MOVE W40-OPERADOR TO CRM-OPERADOR
           WRITE REG-CIERREMES
              INVALID KEY
                 CONTINUE
           END-WRITE.
           ADD 1 TO W-CURSOS.
           ADD CRM-INICIAL    TO TTO-INICIAL
           ADD CRM-EMITIDO    TO TTO-EMITIDO
           ADD CRM-DESCUENTOS TO TTO-DESCUEN
           ADD CRM-RECARGOS   TO TTO-RECARGOS
           ADD CRM-COBRADO    TO TTO-COBRADO
           ADD CRM-FINAL      TO TTO-FINAL.
           ADD 1 TO TCM-IND
           GO TO 240-GRABA-10.
       240-GRABA-20.
           INITIALIZE REG-CIERREMES
           MOVE W-PERIODO TO CRM-PERIODO
           MOVE 0 TO CRM-CURSO CRM-SEDE
           MOVE TTO-INICIAL  TO CRM-INICIAL
           MOVE TTO-EMITIDO  TO CRM-EMITIDO
           MOVE TTO-DESCUEN  TO CRM-DESCUENTOS
           MOVE TTO-RECARGOS TO CRM-RECARGOS
           MOVE TTO-COBRADO  TO CRM-COBRADO
           MOVE TTO-FINAL    TO CRM-FINAL
           MOVE W-FECHAHOY-A TO CRM-FECHA
           MOVE W-HORA       TO CRM-HORA
           MOVE W40-OPERADOR TO CRM-OPERADOR
           WRITE REG-CIERREMES
              INVALID KEY
                 GO TO 240-GRABA-99
           END-WRITE.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR  TO W13-OPERADOR
           MOVE "CIERRMES"    TO W13-ARCHIVO
           MOVE "A"           TO W13-OPERACION
           MOVE SPACES        TO W13-ANTES
           MOVE REG-CIERREMES TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       240-GRABA-99. EXIT.

      ********************************************
      *  REIMPRESION DE UN MES CERRADO DESDE
      *  CIERRMES.DAT
      ********************************************
       500-REIMPRIME-00.
           DISPLAY " " ERASE
           MOVE "REIMPRESION DE UN MES CERRADO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           MOVE W-CERRADO TO W-PERIODO
           DISPLAY "ANIO      :" LINE 5 POSITION 1.
           ACCEPT W-PER-ANIO LINE 5 POSITION 13 PROMPT UPDATE.
           DISPLAY "MES       :" LINE 6 POSITION 1.
           ACCEPT W-PER-MES LINE 6 POSITION 13 PROMPT UPDATE.
           MOVE W-PERIODO TO CRM-PERIODO
           MOVE 0 TO CRM-CURSO
           READ CIERREMES KEY IS CRM-CLAVE
              INVALID KEY
                 MOVE "EL PERIODO NO ESTA CERRADO." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 500-REIMPRIME-99
           END-READ.
           MOVE CRM-FECHA TO W-FECHAHOY-A
           INITIALIZE TABLA-CURSOS
           MOVE W-PERIODO TO CRM-PERIODO
           MOVE 1 TO CRM-CURSO
           START CIERREMES KEY IS NOT LESS CRM-CLAVE
              INVALID KEY
                 GO TO 500-REIMPRIME-20
           END-START.
       500-REIMPRIME-10.
           READ CIERREMES NEXT AT END
                GO TO 500-REIMPRIME-20
           END-READ.
           IF CRM-PERIODO NOT = W-PERIODO
              GO TO 500-REIMPRIME-20
           END-IF.
           MOVE "S" TO TCM-USADO (CRM-CURSO)
           MOVE CRM-SEDE       TO TCM-SEDE (CRM-CURSO)
           MOVE CRM-INICIAL    TO TCM-INICIAL (CRM-CURSO)
           MOVE CRM-EMITIDO    TO TCM-EMITIDO (CRM-CURSO)
           MOVE CRM-DESCUENTOS TO TCM-DESCUEN (CRM-CURSO)
           MOVE CRM-RECARGOS   TO TCM-RECARGOS (CRM-CURSO)
           MOVE CRM-COBRADO    TO TCM-COBRADO (CRM-CURSO)
           MOVE CRM-FINAL      TO TCM-FINAL (CRM-CURSO)
           GO TO 500-REIMPRIME-10.
       500-REIMPRIME-20.
           PERFORM 700-IMPRIME-00 THRU 700-IMPRIME-99.
           INITIALIZE W1-DATOS
           MOVE 4 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:10) TO W-FECHAHOY-A.
           MOVE "EVOLUCION ENVIADA AL SPOOL." TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F.
       500-REIMPRIME-99. EXIT.

      ********************************************
      *  AJUSTE DE UNA CUOTA DE UN PERIODO CERRADO
      *  (NUEVO IMPORTE Y RECARGO). REQUIERE LA
      *  APROBACION DE UN SUPERVISOR (PROG-21 TIPO
      *  AJ, ATADA A LA CUOTA Y AL NUEVO TOTAL)
      ********************************************
       600-AJUSTE-00.
           DISPLAY " " ERASE
           MOVE "AJUSTE DE CUOTA DE UN PERIODO CERRADO"
                TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           IF W-CERRADO = 0
              MOVE "NO HAY PERIODOS CERRADOS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 600-AJUSTE-99
           END-IF.
           DISPLAY "ALUMNO    :" LINE 5 POSITION 1.
           DISPLAY "CURSO     :" LINE 6 POSITION 1.
           DISPLAY "ANIO      :" LINE 7 POSITION 1.
           DISPLAY "MES       :" LINE 8 POSITION 1.
           MOVE 0 TO W-ALUMNO W-CURSO W-ANIO W-MES.
           ACCEPT W-ALUMNO LINE 5 POSITION 13 PROMPT.
           IF W-ALUMNO = 0
              GO TO 600-AJUSTE-99
           END-IF.
           MOVE W-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE "EL ALUMNO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 600-AJUSTE-99
           END-READ.
           DISPLAY ALU-APELLIDO LINE 5 POSITION 20.
           ACCEPT W-CURSO LINE 6 POSITION 13 PROMPT.
           ACCEPT W-ANIO LINE 7 POSITION 13 PROMPT.
           ACCEPT W-MES LINE 8 POSITION 13 PROMPT.
           MOVE W-ALUMNO TO CUO-ALUMNO
           MOVE W-CURSO  TO CUO-CURSO
           MOVE W-ANIO   TO CUO-ANIO
           MOVE W-MES    TO CUO-MES
           READ CUOTAS KEY IS CUO-CLAVE
              INVALID KEY
                 MOVE "LA CUOTA NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 600-AJUSTE-99
           END-READ.
           COMPUTE W-CUOPER = (CUO-ANIO * 100) + CUO-MES
           IF W-CUOPER > W-CERRADO
              MOVE "EL PERIODO ESTA ABIERTO: NO REQUIERE AJUSTE."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 600-AJUSTE-99
           END-IF.
           DISPLAY "IMPORTE   :" LINE 10 POSITION 1.
           MOVE CUO-IMPORTE TO W-IMPORTEED
           DISPLAY W-IMPORTEED   LINE 10 POSITION 13.
           DISPLAY "DESCUENTO :" LINE 11 POSITION 1.
           MOVE CUO-DESCUENTO TO W-IMPORTEED
           DISPLAY W-IMPORTEED   LINE 11 POSITION 13.
           DISPLAY "RECARGO   :" LINE 12 POSITION 1.
           MOVE CUO-RECARGO TO W-IMPORTEED
           DISPLAY W-IMPORTEED   LINE 12 POSITION 13.
           DISPLAY "PAGADO    :" LINE 13 POSITION 1.
           MOVE CUO-IMPORTEPAGO TO W-IMPORTEED
           DISPLAY W-IMPORTEED   LINE 13 POSITION 13.
           MOVE CUO-IMPORTE TO W-NUEVOIMP
           MOVE CUO-RECARGO TO W-NUEVOREC
           DISPLAY "NUEVO IMPORTE:" LINE 15 POSITION 1.
           ACCEPT W-NUEVOIMP LINE 15 POSITION 16 PROMPT UPDATE.
           DISPLAY "NUEVO RECARGO:" LINE 16 POSITION 1.
           ACCEPT W-NUEVOREC LINE 16 POSITION 16 PROMPT UPDATE.
           IF (W-NUEVOIMP = CUO-IMPORTE) AND
              (W-NUEVOREC = CUO-RECARGO)
              MOVE "SIN CAMBIOS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 600-AJUSTE-99
           END-IF.
           IF (W-NUEVOIMP + W-NUEVOREC) < CUO-IMPORTEPAGO
              MOVE "EL NUEVO TOTAL NO PUEDE SER MENOR A LO PAGADO."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 600-AJUSTE-99
           END-IF.
           DISPLAY "CONFIRMA EL AJUSTE? (S/N):" LINE 18 POSITION 1.
           ACCEPT CONF LINE 18 POSITION 28.
           IF CONF NOT = "S"
              GO TO 600-AJUSTE-99
           END-IF.

      *  TODO AJUSTE DE UN PERIODO CERRADO REQUIERE APROBACION
           COMPUTE W-DATO3 = W-NUEVOIMP + W-NUEVOREC
           INITIALIZE W21-DATOS
           MOVE "C" TO W21-ACCION
           MOVE "AJ" TO W21-TIPO
           MOVE W40-OPERADOR TO W21-OPERADOR
           MOVE W-ALUMNO TO W21-DATO1
           COMPUTE W21-DATO2 = (W-CURSO * 1000000) + W-CUOPER
           MOVE W-DATO3-X TO W21-DATO3
           CALL "P21" USING W21-DATOS
           CANCEL "P21"
           IF W21-RESULT = "P"
              MOVE "LA SOLICITUD SIGUE PENDIENTE DE APROBACION."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 600-AJUSTE-99
           END-IF.
           IF W21-RESULT = "N"
              MOVE "S" TO W21-ACCION
              CALL "P21" USING W21-DATOS
              CANCEL "P21"
              MOVE "AJUSTE ENCOLADO PARA APROBACION DEL SUPERVISOR"
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 600-AJUSTE-99
           END-IF.
           MOVE W21-NUMERO TO W-NROAUTO.

           MOVE REG-CUOTA TO W-REGANT
           MOVE W-NUEVOIMP TO CUO-IMPORTE
           MOVE W-NUEVOREC TO CUO-RECARGO
           IF CUO-IMPORTEPAGO NOT < (CUO-IMPORTE + CUO-RECARGO)
              MOVE "C" TO CUO-ESTADO
           ELSE
              MOVE "P" TO CUO-ESTADO
           END-IF.
           REWRITE REG-CUOTA
              INVALID KEY
                 MOVE "NO SE PUDO GRABAR LA CUOTA." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 600-AJUSTE-99
           END-REWRITE.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CUOTAS"     TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE W-REGANT     TO W13-ANTES
           MOVE REG-CUOTA    TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".

           INITIALIZE W21-DATOS
           MOVE "E" TO W21-ACCION
           MOVE W40-OPERADOR TO W21-OPERADOR
           MOVE W-NROAUTO TO W21-NUMERO
           CALL "P21" USING W21-DATOS
           CANCEL "P21".
           MOVE "AJUSTE REGISTRADO." TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F.
       600-AJUSTE-99. EXIT.

      ********************************************
      *  LISTADO DE LA EVOLUCION POR SEDE Y CURSO
      *  DESDE LA TABLA DE CURSOS
      ********************************************
       700-IMPRIME-00.
           OPEN OUTPUT LISTADO.
           MOVE W-PER-MES    TO LT-MES
           MOVE W-PER-ANIO   TO LT-ANIO
           MOVE W-FECHAHOY-A TO LT-FECHA
           MOVE LINEA-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-COL TO REG-LISTADO
           WRITE REG-LISTADO.
           INITIALIZE TABLA-TOTAL
           MOVE 0 TO W-SEDE.
       700-IMPRIME-10.
           MOVE "N" TO W-HAYSEDE
           INITIALIZE TABLA-TOTSEDE
           MOVE 1 TO TCM-IND.
       700-IMPRIME-20.
           IF TCM-IND > 99
              GO TO 700-IMPRIME-30
           END-IF.
           IF (TCM-USADO (TCM-IND) = "S") AND
              (TCM-SEDE (TCM-IND) = W-SEDE)
              PERFORM 710-CURSO-00 THRU 710-CURSO-99
           END-IF.
           ADD 1 TO TCM-IND
           GO TO 700-IMPRIME-20.
       700-IMPRIME-30.
           IF W-HAYSEDE = "S"
              MOVE "SE"         TO LDE-CURSO
              MOVE TTS-INICIAL  TO LDE-INICIAL
              MOVE TTS-EMITIDO  TO LDE-EMITIDO
              MOVE TTS-DESCUEN  TO LDE-DESCUEN
              MOVE TTS-RECARGOS TO LDE-RECARGOS
              MOVE TTS-COBRADO  TO LDE-COBRADO
              MOVE TTS-FINAL    TO LDE-FINAL
              MOVE LINEA-DET TO REG-LISTADO
              WRITE REG-LISTADO
              MOVE LINEA-RAYA TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
           IF W-SEDE < 99
              ADD 1 TO W-SEDE
              GO TO 700-IMPRIME-10
           END-IF.
           MOVE "TO"         TO LDE-CURSO
           MOVE TTO-INICIAL  TO LDE-INICIAL
           MOVE TTO-EMITIDO  TO LDE-EMITIDO
           MOVE TTO-DESCUEN  TO LDE-DESCUEN
           MOVE TTO-RECARGOS TO LDE-RECARGOS
           MOVE TTO-COBRADO  TO LDE-COBRADO
           MOVE TTO-FINAL    TO LDE-FINAL
           MOVE LINEA-DET TO REG-LISTADO
           WRITE REG-LISTADO.
           CLOSE LISTADO.
           INITIALIZE W15-DATOS
           MOVE "PROG-134" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".
       700-IMPRIME-99. EXIT.

       710-CURSO-00.
           IF W-HAYSEDE NOT = "S"
              MOVE "S" TO W-HAYSEDE
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
           MOVE TCM-IND TO LDE-CURSO
           MOVE TCM-INICIAL (TCM-IND)  TO LDE-INICIAL
           MOVE TCM-EMITIDO (TCM-IND)  TO LDE-EMITIDO
           MOVE TCM-DESCUEN (TCM-IND)  TO LDE-DESCUEN
           MOVE TCM-RECARGOS (TCM-IND) TO LDE-RECARGOS
           MOVE TCM-COBRADO (TCM-IND)  TO LDE-COBRADO
           MOVE TCM-FINAL (TCM-IND)    TO LDE-FINAL
           MOVE LINEA-DET TO REG-LISTADO
           WRITE REG-LISTADO.
           ADD TCM-INICIAL (TCM-IND)  TO TTS-INICIAL TTO-INICIAL
           ADD TCM-EMITIDO (TCM-IND)  TO TTS-EMITIDO TTO-EMITIDO
           ADD TCM-DESCUEN (TCM-IND)  TO TTS-DESCUEN TTO-DESCUEN
           ADD TCM-RECARGOS (TCM-IND) TO TTS-RECARGOS TTO-RECARGOS
           ADD TCM-COBRADO (TCM-IND)  TO TTS-COBRADO TTO-COBRADO
           ADD TCM-FINAL (TCM-IND)    TO TTS-FINAL TTO-FINAL.
       710-CURSO-99. EXIT.

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
           DISPLAY "1-CERRAR EL MES SIGUIENTE"        LINE 6
                      POSITION 1.
           DISPLAY "2-REIMPRIMIR UN MES CERRADO"      LINE 7
                      POSITION 1.
           DISPLAY "3-AJUSTE AUTORIZADO DE CUOTA"     LINE 8
                      POSITION 1.
           DISPLAY "9-SALIR"                          LINE 9
                      POSITION 1.
           DISPLAY "OPCION:"                          LINE 13
                      POSITION 1.
       PANTALLAINICIO-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
