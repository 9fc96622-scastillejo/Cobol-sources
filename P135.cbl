       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-135.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 135
      *  DEPOSITOS BANCARIOS DE LA CAJA Y
      *  CONCILIACION.
      *  1 = ALTA DE UN DEPOSITO: NUMERO DE
      *      BOLETA, FECHA, IMPORTE Y LOS DIAS DE
      *      CAJA CERRADOS (PROG-90) QUE CUBRE. EL
      *      EFECTIVO DE CADA DIA ES LO COBRADO EN
      *      PAGOS.DAT MENOS LO COBRADO POR EL
      *      BANCO (OPERADOR "BANCO", PROG-94), QUE
      *      NO PASA POR LA CAJA. UN DIA SE
      *      DEPOSITA UNA SOLA VEZ (DEPDIAS.DAT).
      *      SI LA BOLETA YA VINO EN EL EXTRACTO
      *      (PROG-136) SE CONCILIA EN EL ACTO.
      *  2 = BAJA DE UN DEPOSITO NO CONCILIADO.
      *  3 = INFORME DE CONCILIACION POR EL
      *      SPOOL: DIAS CERRADOS SIN DEPOSITAR,
      *      DEPOSITOS CON DIFERENCIAS (CONTRA LA
      *      CAJA O CONTRA EL BANCO) O SIN
      *      ACREDITAR Y LINEAS DEL EXTRACTO SIN
      *      CONCILIAR.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-DEPOSI.CPY".
       COPY "S-DEPDIA.CPY".
       COPY "S-CIERRE.CPY".
       COPY "S-PAGOS.CPY".
       COPY "S-CONCBA.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-DEPOSI.CPY".
       COPY "F-DEPDIA.CPY".
       COPY "F-CIERRE.CPY".
       COPY "F-PAGOS.CPY".
       COPY "F-CONCBA.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TIT.
          03 PIC X(33) VALUE "CONCILIACION BANCARIA DE LA CAJA ".
          03 PIC X(06) VALUE "DESDE ".
          03 LT-DESDE     PIC 9(08).
          03 PIC X(07) VALUE " HASTA ".
          03 LT-HASTA     PIC 9(08).
       01 LINEA-SEC.
          03 LSC-TITULO   PIC X(40).
       01 LINEA-DIA-COL.
          03 PIC X(40) VALUE
             "DIA CERRADO  CERRO POR       EFECTIVO".
       01 LINEA-DIA.
          03 LDI-FECHA    PIC 9(08).
          03              PIC X(05).
          03 LDI-OPERADOR PIC X(08).
          03              PIC X(04).
          03 LDI-EFECTIVO PIC -(7)9,99.
       01 LINEA-DEP-COL.
          03 PIC X(36) VALUE
             "MOTIVO        BOLETA     FECHA     ".
          03 PIC X(36) VALUE
             "  ESPERADO  DEPOSITADO  DIFERENCIA".
       01 LINEA-DEP.
          03 LDP-MOTIVO   PIC X(13).
          03              PIC X.
          03 LDP-BOLETA   PIC 9(10).
          03              PIC X.
          03 LDP-FECHA    PIC 9(08).
          03              PIC X.
          03 LDP-IMPORTE1 PIC -(7)9,99.
          03              PIC X.
          03 LDP-IMPORTE2 PIC -(7)9,99.
          03              PIC X.
          03 LDP-DIFER    PIC -(7)9,99.
       01 LINEA-EXT-COL.
          03 PIC X(38) VALUE
             "FECHA    T REFERENCIA     IMPORTE    ".
          03 PIC X(38) VALUE
             "ESPERADO E DESCRIPCION".
       01 LINEA-EXT.
          03 LEX-FECHA    PIC 9(08).
          03              PIC X.
          03 LEX-TIPO     PIC X(01).
          03              PIC X.
          03 LEX-REFER    PIC X(10).
          03              PIC X.
          03 LEX-IMPORTE  PIC -(7)9,99.
          03              PIC X.
          03 LEX-ESPERADO PIC -(7)9,99.
          03              PIC X.
          03 LEX-ESTADO   PIC X(01).
          03              PIC X.
          03 LEX-DESCRIP  PIC X(20).
       01 LINEA-TOT.
          03 PIC X(13) VALUE "CANTIDAD:    ".
          03 LTT-CANT     PIC ZZZZ9.
          03 PIC X(10) VALUE "  TOTAL:  ".
          03 LTT-TOTAL    PIC -(7)9,99.
       01 LINEA-RAYA.
          03 PIC X(78) VALUE ALL "-".

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".
       COPY "L-P15.CPY".

      *  DIAS DE CAJA DE LA BOLETA EN CARGA
       01 TABLA-DIAS.
          03 TDI-ITEM OCCURS 10 TIMES.
             05 TDI-FECHA     PIC 9(08).
             05 TDI-EFECTIVO  PIC S9(07)V99.
       01 TDI-IND        PIC 9(02).
       01 TDI-CANT       PIC 9(02).

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-DEPOSITOS   PIC XX.
       01 ST-DEPDIAS     PIC XX.
       01 ST-CIERRES     PIC XX.
       01 ST-PAGOS       PIC XX.
       01 ST-CONCBANCO   PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-HAYCIERRES   PIC X.
       01 W-HAYPAGOS     PIC X.
       01 W-FECHAHOY     PIC 9(08).
       01 W-FECHAHOY-R REDEFINES W-FECHAHOY.
          03 W-HOY-ANIO  PIC 9(04).
          03 W-HOY-MES   PIC 9(02).
          03 W-HOY-DIA   PIC 9(02).
       01 W-FECHAHOY-A   PIC X(10).
       01 W-BOLETA       PIC 9(10).
       01 W-BOLETA-X REDEFINES W-BOLETA PIC X(10).
       01 W-FECHADEP     PIC 9(08).
       01 W-DIA          PIC 9(08).
       01 W-EFECTIVO     PIC S9(07)V99.
       01 W-ESPERADO     PIC S9(07)V99.
       01 W-IMPORTE      PIC 9(07)V99.
       01 W-DESDE        PIC 9(08).
       01 W-HASTA        PIC 9(08).
       01 W-CANT         PIC 9(05).
       01 W-TOTAL        PIC S9(09)V99.
       01 W-REPETIDO     PIC X.
       01 W-REGANT       PIC X(100).
       01 UBI            PIC 99.
       01 W-IMPORTEED    PIC -(7)9,99.
       01 CONF           PIC X.

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-DEPOSITOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DEPOSITOS.
           DISPLAY "ERROR DE E/S EN DEPOSITOS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-DEPOSITOS LINE 23 POSITION 37
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-DEPDIAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DEPDIAS.
           DISPLAY "ERROR DE E/S EN DEPDIAS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-DEPDIAS LINE 23 POSITION 35
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
           OPEN I-O DEPOSITOS.
           IF ST-DEPOSITOS = "35"
              OPEN OUTPUT DEPOSITOS
              CLOSE DEPOSITOS
              OPEN I-O DEPOSITOS
           END-IF.
           OPEN I-O DEPDIAS.
           IF ST-DEPDIAS = "35"
              OPEN OUTPUT DEPDIAS
              CLOSE DEPDIAS
              OPEN I-O DEPDIAS
           END-IF.
           OPEN I-O CONCBANCO.
           IF ST-CONCBANCO = "35"
              OPEN OUTPUT CONCBANCO
              CLOSE CONCBANCO
              OPEN I-O CONCBANCO
           END-IF.
           MOVE "N" TO W-HAYCIERRES.
           OPEN INPUT CIERRES.
           IF ST-CIERRES = "00"
              MOVE "S" TO W-HAYCIERRES
           END-IF.
           MOVE "N" TO W-HAYPAGOS.
           OPEN INPUT PAGOS.
           IF ST-PAGOS = "00"
              MOVE "S" TO W-HAYPAGOS
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

       INICIO.
           DISPLAY " " ERASE
           MOVE "DEPOSITOS BANCARIOS Y CONCILIACION" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 13 POSITION 10.

           IF OPCION = 1
              PERFORM 100-ALTA-00 THRU 100-ALTA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              PERFORM 200-BAJA-00 THRU 200-BAJA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 3
              PERFORM 500-INFORME-00 THRU 500-INFORME-99
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYPAGOS = "S"
              CLOSE PAGOS
           END-IF.
           IF W-HAYCIERRES = "S"
              CLOSE CIERRES
           END-IF.
           CLOSE CONCBANCO.
           CLOSE DEPDIAS.
           CLOSE DEPOSITOS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  ALTA DE UN DEPOSITO CON LOS DIAS DE CAJA
      *  QUE CUBRE (HASTA DIEZ)
      ********************************************
       100-ALTA-00.
           DISPLAY " " ERASE
           MOVE "ALTA DE DEPOSITO BANCARIO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           IF W-HAYCIERRES NOT = "S"
              MOVE "NO HAY DIAS DE CAJA CERRADOS (PROG-90)."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-99
           END-IF.
           DISPLAY "NRO BOLETA:" LINE 5 POSITION 1.
           DISPLAY "FECHA DEP.:" LINE 6 POSITION 1.
           MOVE 0 TO W-BOLETA.
           ACCEPT W-BOLETA LINE 5 POSITION 13 PROMPT.
           IF W-BOLETA = 0
              GO TO 100-ALTA-99
           END-IF.
           MOVE W-BOLETA TO DEP-BOLETA
           READ DEPOSITOS KEY IS DEP-BOLETA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "LA BOLETA YA ESTA REGISTRADA." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-ALTA-99
           END-READ.
           MOVE W-FECHAHOY TO W-FECHADEP
           ACCEPT W-FECHADEP LINE 6 POSITION 13 PROMPT UPDATE.
           IF W-FECHADEP > W-FECHAHOY
              MOVE "LA FECHA DEL DEPOSITO NO PUEDE SER FUTURA."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-99
           END-IF.
           DISPLAY "DIAS DE CAJA QUE CUBRE (0 = FIN)      EFECTIVO"
                      LINE 8 POSITION 1.
           INITIALIZE TABLA-DIAS
           MOVE 0 TO TDI-CANT W-ESPERADO.
       100-ALTA-20.
           IF TDI-CANT = 10
              GO TO 100-ALTA-30
           END-IF.
           COMPUTE UBI = TDI-CANT + 9
           MOVE 0 TO W-DIA
           ACCEPT W-DIA LINE UBI POSITION 1 PROMPT.
           IF W-DIA = 0
              GO TO 100-ALTA-30
           END-IF.
           IF W-DIA > W-FECHADEP
              MOVE "EL DIA ES POSTERIOR A LA FECHA DEL DEPOSITO."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-20
           END-IF.
           MOVE W-DIA TO CIE-FECHA
           READ CIERRES KEY IS CIE-FECHA
              INVALID KEY
                 MOVE "EL DIA NO ESTA CERRADO (PROG-90)." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-ALTA-20
           END-READ.
           MOVE W-DIA TO DDI-FECHA
           READ DEPDIAS KEY IS DDI-FECHA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "EL DIA YA FUE DEPOSITADO CON OTRA BOLETA."
                      TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-ALTA-20
           END-READ.
           MOVE "N" TO W-REPETIDO
           MOVE 1 TO TDI-IND.
       100-ALTA-25.
           IF TDI-IND > TDI-CANT
              GO TO 100-ALTA-27
           END-IF.
           IF TDI-FECHA (TDI-IND) = W-DIA
              MOVE "S" TO W-REPETIDO
           END-IF.
           ADD 1 TO TDI-IND
           GO TO 100-ALTA-25.
       100-ALTA-27.
           IF W-REPETIDO = "S"
              MOVE "EL DIA YA ESTA EN ESTA BOLETA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-20
           END-IF.
           PERFORM 300-EFECTIVO-00 THRU 300-EFECTIVO-99.
           ADD 1 TO TDI-CANT
           MOVE W-DIA      TO TDI-FECHA (TDI-CANT)
           MOVE W-EFECTIVO TO TDI-EFECTIVO (TDI-CANT)
           ADD W-EFECTIVO  TO W-ESPERADO
           MOVE W-EFECTIVO TO W-IMPORTEED
           DISPLAY W-IMPORTEED LINE UBI POSITION 30.
           GO TO 100-ALTA-20.
       100-ALTA-30.
           IF TDI-CANT = 0
              MOVE "EL DEPOSITO DEBE CUBRIR AL MENOS UN DIA."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-99
           END-IF.
           DISPLAY "EFECTIVO A DEPOSITAR:" LINE 20 POSITION 1.
           MOVE W-ESPERADO TO W-IMPORTEED
           DISPLAY W-IMPORTEED             LINE 20 POSITION 30.
           DISPLAY "IMPORTE DEPOSITADO  :" LINE 21 POSITION 1.
           MOVE 0 TO W-IMPORTE
           IF W-ESPERADO > 0
              MOVE W-ESPERADO TO W-IMPORTE
           END-IF.
           ACCEPT W-IMPORTE LINE 21 POSITION 30 PROMPT UPDATE.
           DISPLAY "CONFIRMA EL DEPOSITO? (S/N):" LINE 22 POSITION 1.
           ACCEPT CONF LINE 22 POSITION 30.
           IF CONF NOT = "S"
              MOVE "ALTA CANCELADA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-99
           END-IF.

           INITIALIZE REG-DEPOSITO
           MOVE W-BOLETA     TO DEP-BOLETA
           MOVE W-FECHADEP   TO DEP-FECHA
           MOVE W-IMPORTE    TO DEP-IMPORTE
           MOVE W-ESPERADO   TO DEP-ESPERADO
           MOVE TDI-CANT     TO DEP-CANTDIAS
           MOVE W40-OPERADOR TO DEP-OPERADOR
           MOVE W-FECHAHOY-A TO DEP-FECHAALTA
           MOVE "P"          TO DEP-ESTADO
           WRITE REG-DEPOSITO
              INVALID KEY
                 MOVE "NO SE PUDO GRABAR EL DEPOSITO." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-ALTA-99
           END-WRITE.
           MOVE 1 TO TDI-IND.
       100-ALTA-40.
           IF TDI-IND > TDI-CANT
              GO TO 100-ALTA-50
           END-IF.
           MOVE TDI-FECHA (TDI-IND)    TO DDI-FECHA
           MOVE W-BOLETA               TO DDI-BOLETA
           MOVE TDI-EFECTIVO (TDI-IND) TO DDI-EFECTIVO
           WRITE REG-DEPDIA
              INVALID KEY
                 CONTINUE
           END-WRITE.
           ADD 1 TO TDI-IND
           GO TO 100-ALTA-40.
       100-ALTA-50.
           PERFORM 110-BUSCAEXT-00 THRU 110-BUSCAEXT-99.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "DEPOSITO"   TO W13-ARCHIVO
           MOVE "A"          TO W13-OPERACION
           MOVE SPACES       TO W13-ANTES
           MOVE REG-DEPOSITO TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           IF W-IMPORTE NOT = W-ESPERADO
              MOVE "DEPOSITO REGISTRADO CON DIFERENCIA CONTRA LA CAJA."
                   TO M-ERROR
           ELSE
              MOVE "DEPOSITO REGISTRADO." TO M-ERROR
           END-IF.
           IF DEP-ESTADO NOT = "P"
              MOVE "DEPOSITO REGISTRADO Y CONCILIADO CON EL EXTRACTO."
                   TO M-ERROR
           END-IF.
           PERFORM ERRORES THRU ERRORES-F.
       100-ALTA-99. EXIT.

      ********************************************
      *  SI LA BOLETA YA LLEGO EN EL EXTRACTO Y
      *  QUEDO SIN CONCILIAR, SE CONCILIA AHORA
      ********************************************
       110-BUSCAEXT-00.
           MOVE W-FECHADEP TO CBA-FECHA
           MOVE SPACES TO CBA-TIPO CBA-REFERENCIA
           START CONCBANCO KEY IS NOT LESS CBA-CLAVE
              INVALID KEY
                 GO TO 110-BUSCAEXT-99
           END-START.
       110-BUSCAEXT-10.
           READ CONCBANCO NEXT AT END
                GO TO 110-BUSCAEXT-99
           END-READ.
           IF NOT CBA-DEPOSITO OR NOT CBA-SINCONCILIAR
              GO TO 110-BUSCAEXT-10
           END-IF.
           IF CBA-REFERENCIA NOT = W-BOLETA-X
              GO TO 110-BUSCAEXT-10
           END-IF.
           MOVE CBA-FECHA   TO DEP-FECHABANCO
           MOVE CBA-IMPORTE TO DEP-IMPBANCO
           MOVE DEP-IMPORTE TO CBA-ESPERADO
           IF CBA-IMPORTE = DEP-IMPORTE
              MOVE "C" TO DEP-ESTADO CBA-ESTADO
           ELSE
              MOVE "D" TO DEP-ESTADO CBA-ESTADO
           END-IF.
           REWRITE REG-CONCBANCO
              INVALID KEY
                 GO TO 110-BUSCAEXT-99
           END-REWRITE.
           REWRITE REG-DEPOSITO
              INVALID KEY
                 CONTINUE
           END-REWRITE.
       110-BUSCAEXT-99. EXIT.

      ********************************************
      *  BAJA DE UN DEPOSITO TODAVIA NO CONCILIADO
      *  (LIBERA SUS DIAS DE CAJA)
      ********************************************
       200-BAJA-00.
           DISPLAY " " ERASE
           MOVE "BAJA DE DEPOSITO BANCARIO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "NRO BOLETA:" LINE 5 POSITION 1.
           MOVE 0 TO W-BOLETA.
           ACCEPT W-BOLETA LINE 5 POSITION 13 PROMPT.
           IF W-BOLETA = 0
              GO TO 200-BAJA-99
           END-IF.
           MOVE W-BOLETA TO DEP-BOLETA
           READ DEPOSITOS KEY IS DEP-BOLETA
              INVALID KEY
                 MOVE "LA BOLETA NO ESTA REGISTRADA." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 200-BAJA-99
           END-READ.
           DISPLAY "FECHA DEP.:"  LINE 6 POSITION 1.
           DISPLAY DEP-FECHA      LINE 6 POSITION 13.
           DISPLAY "IMPORTE   :"  LINE 7 POSITION 1.
           MOVE DEP-IMPORTE TO W-IMPORTEED
           DISPLAY W-IMPORTEED    LINE 7 POSITION 13.
           DISPLAY "DIAS      :"  LINE 8 POSITION 1.
           DISPLAY DEP-CANTDIAS   LINE 8 POSITION 13.
           DISPLAY "ESTADO    :"  LINE 9 POSITION 1.
           DISPLAY DEP-ESTADO     LINE 9 POSITION 13.
           IF NOT DEP-PENDIENTE
              MOVE "EL DEPOSITO YA FUE CONCILIADO CON EL EXTRACTO."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-BAJA-99
           END-IF.
           DISPLAY "CONFIRMA LA BAJA? (S/N):" LINE 11 POSITION 1.
           ACCEPT CONF LINE 11 POSITION 26.
           IF CONF NOT = "S"
              GO TO 200-BAJA-99
           END-IF.
           MOVE REG-DEPOSITO TO W-REGANT
           DELETE DEPOSITOS
              INVALID KEY
                 MOVE "NO SE PUDO BORRAR EL DEPOSITO." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 200-BAJA-99
           END-DELETE.
           MOVE W-BOLETA TO DDI-BOLETA
           START DEPDIAS KEY IS EQUAL DDI-BOLETA
              INVALID KEY
                 GO TO 200-BAJA-20
           END-START.
       200-BAJA-10.
           READ DEPDIAS NEXT AT END
                GO TO 200-BAJA-20
           END-READ.
           IF DDI-BOLETA NOT = W-BOLETA
              GO TO 200-BAJA-20
           END-IF.
           DELETE DEPDIAS
              INVALID KEY
                 CONTINUE
           END-DELETE.
           GO TO 200-BAJA-10.
       200-BAJA-20.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "DEPOSITO"   TO W13-ARCHIVO
           MOVE "B"          TO W13-OPERACION
           MOVE W-REGANT     TO W13-ANTES
           MOVE SPACES       TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           MOVE "DEPOSITO DADO DE BAJA." TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F.
       200-BAJA-99. EXIT.

      ********************************************
      *  EFECTIVO DE UN DIA DE CAJA: PAGOS DEL DIA
      *  SALVO LOS COBRADOS POR EL BANCO
      ********************************************
       300-EFECTIVO-00.
           MOVE 0 TO W-EFECTIVO.
           IF W-HAYPAGOS NOT = "S"
              GO TO 300-EFECTIVO-99
           END-IF.
           MOVE W-DIA TO PAG-FECHA
           START PAGOS KEY IS EQUAL PAG-FECHA
              INVALID KEY
                 GO TO 300-EFECTIVO-99
           END-START.
       300-EFECTIVO-10.
           READ PAGOS NEXT AT END
                GO TO 300-EFECTIVO-99
           END-READ.
           IF PAG-FECHA NOT = W-DIA
              GO TO 300-EFECTIVO-99
           END-IF.
           IF PAG-OPERADOR NOT = "BANCO"
              ADD PAG-IMPORTE TO W-EFECTIVO
           END-IF.
           GO TO 300-EFECTIVO-10.
       300-EFECTIVO-99. EXIT.

      ********************************************
      *  INFORME DE CONCILIACION ENTRE DOS FECHAS
      ********************************************
       500-INFORME-00.
           DISPLAY " " ERASE
           MOVE "INFORME DE CONCILIACION BANCARIA" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           COMPUTE W-DESDE = (W-HOY-ANIO * 10000)
                           + (W-HOY-MES * 100) + 1
           MOVE W-FECHAHOY TO W-HASTA
           DISPLAY "DESDE (AAAAMMDD):" LINE 5 POSITION 1.
           ACCEPT W-DESDE LINE 5 POSITION 19 PROMPT UPDATE.
           DISPLAY "HASTA (AAAAMMDD):" LINE 6 POSITION 1.
           ACCEPT W-HASTA LINE 6 POSITION 19 PROMPT UPDATE.
           IF W-DESDE > W-HASTA
              MOVE "RANGO DE FECHAS INVALIDO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-INFORME-99
           END-IF.
           DISPLAY "PROCESANDO..." LINE 8 POSITION 1.
           OPEN OUTPUT LISTADO.
           MOVE W-DESDE TO LT-DESDE
           MOVE W-HASTA TO LT-HASTA
           MOVE LINEA-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           PERFORM 510-SINDEPOSITO-00 THRU 510-SINDEPOSITO-99.
           PERFORM 520-DIFERENCIAS-00 THRU 520-DIFERENCIAS-99.
           PERFORM 530-EXTRACTO-00 THRU 530-EXTRACTO-99.
           CLOSE LISTADO.
           INITIALIZE W15-DATOS
           MOVE "PROG-135" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".
           MOVE "INFORME ENVIADO AL SPOOL." TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F.
       500-INFORME-99. EXIT.

      ********************************************
      *  DIAS CERRADOS CON EFECTIVO Y SIN BOLETA
      ********************************************
       510-SINDEPOSITO-00.
           MOVE "DIAS CERRADOS SIN DEPOSITAR" TO LSC-TITULO
           MOVE LINEA-SEC TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-DIA-COL TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 0 TO W-CANT W-TOTAL.
           IF W-HAYCIERRES NOT = "S"
              GO TO 510-SINDEPOSITO-90
           END-IF.
           MOVE W-DESDE TO CIE-FECHA
           START CIERRES KEY IS NOT LESS CIE-FECHA
              INVALID KEY
                 GO TO 510-SINDEPOSITO-90
           END-START.
       510-SINDEPOSITO-10.
           READ CIERRES NEXT AT END
                GO TO 510-SINDEPOSITO-90
           END-READ.
           IF CIE-FECHA > W-HASTA
              GO TO 510-SINDEPOSITO-90
           END-IF.
           MOVE CIE-FECHA TO DDI-FECHA
           READ DEPDIAS KEY IS DDI-FECHA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 GO TO 510-SINDEPOSITO-10
           END-READ.
           MOVE CIE-FECHA TO W-DIA
           PERFORM 300-EFECTIVO-00 THRU 300-EFECTIVO-99.
           IF W-EFECTIVO = 0
              GO TO 510-SINDEPOSITO-10
           END-IF.
           MOVE CIE-FECHA    TO LDI-FECHA
           MOVE CIE-OPERADOR TO LDI-OPERADOR
           MOVE W-EFECTIVO   TO LDI-EFECTIVO
           MOVE LINEA-DIA TO REG-LISTADO
           WRITE REG-LISTADO.
           ADD 1 TO W-CANT
           ADD W-EFECTIVO TO W-TOTAL
           GO TO 510-SINDEPOSITO-10.
       510-SINDEPOSITO-90.
           MOVE W-CANT  TO LTT-CANT
           MOVE W-TOTAL TO LTT-TOTAL
           MOVE LINEA-TOT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
       510-SINDEPOSITO-99. EXIT.

      ********************************************
      *  DEPOSITOS DEL RANGO CON DIFERENCIA CONTRA
      *  LA CAJA, CONTRA LO ACREDITADO POR EL
      *  BANCO, O TODAVIA SIN ACREDITAR
      ********************************************
       520-DIFERENCIAS-00.
           MOVE "DEPOSITOS CON DIFERENCIAS O SIN ACREDITAR"
                TO LSC-TITULO
           MOVE LINEA-SEC TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-DEP-COL TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 0 TO W-CANT W-TOTAL.
           MOVE W-DESDE TO DEP-FECHA
           START DEPOSITOS KEY IS NOT LESS DEP-FECHA
              INVALID KEY
                 GO TO 520-DIFERENCIAS-90
           END-START.
       520-DIFERENCIAS-10.
           READ DEPOSITOS NEXT AT END
                GO TO 520-DIFERENCIAS-90
           END-READ.
           IF DEP-FECHA > W-HASTA
              GO TO 520-DIFERENCIAS-90
           END-IF.
           MOVE DEP-BOLETA TO LDP-BOLETA
           MOVE DEP-FECHA  TO LDP-FECHA
           IF DEP-IMPORTE NOT = DEP-ESPERADO
              MOVE "CAJA"       TO LDP-MOTIVO
              MOVE DEP-ESPERADO TO LDP-IMPORTE1
              MOVE DEP-IMPORTE  TO LDP-IMPORTE2
              COMPUTE LDP-DIFER = DEP-IMPORTE - DEP-ESPERADO
              MOVE LINEA-DEP TO REG-LISTADO
              WRITE REG-LISTADO
              ADD 1 TO W-CANT
              COMPUTE W-TOTAL = W-TOTAL + DEP-IMPORTE - DEP-ESPERADO
           END-IF.
           IF DEP-DIFERENCIA
              MOVE "BANCO"      TO LDP-MOTIVO
              MOVE DEP-IMPORTE  TO LDP-IMPORTE1
              MOVE DEP-IMPBANCO TO LDP-IMPORTE2
              COMPUTE LDP-DIFER = DEP-IMPBANCO - DEP-IMPORTE
              MOVE LINEA-DEP TO REG-LISTADO
              WRITE REG-LISTADO
              ADD 1 TO W-CANT
              COMPUTE W-TOTAL = W-TOTAL + DEP-IMPBANCO - DEP-IMPORTE
           END-IF.
           IF DEP-PENDIENTE
              MOVE "SIN ACREDITAR" TO LDP-MOTIVO
              MOVE DEP-IMPORTE     TO LDP-IMPORTE1
              MOVE 0               TO LDP-IMPORTE2
              COMPUTE LDP-DIFER = 0 - DEP-IMPORTE
              MOVE LINEA-DEP TO REG-LISTADO
              WRITE REG-LISTADO
              ADD 1 TO W-CANT
           END-IF.
           GO TO 520-DIFERENCIAS-10.
       520-DIFERENCIAS-90.
           MOVE W-CANT  TO LTT-CANT
           MOVE W-TOTAL TO LTT-TOTAL
           MOVE LINEA-TOT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
       520-DIFERENCIAS-99. EXIT.

      ********************************************
      *  LINEAS DEL EXTRACTO DEL RANGO SIN
      *  CONCILIAR O CONCILIADAS CON DIFERENCIA
      ********************************************
       530-EXTRACTO-00.
           MOVE "LINEAS DEL EXTRACTO SIN CONCILIAR" TO LSC-TITULO
           MOVE LINEA-SEC TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-EXT-COL TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 0 TO W-CANT W-TOTAL.
           MOVE W-DESDE TO CBA-FECHA
           MOVE SPACES TO CBA-TIPO CBA-REFERENCIA
           START CONCBANCO KEY IS NOT LESS CBA-CLAVE
              INVALID KEY
                 GO TO 530-EXTRACTO-90
           END-START.
       530-EXTRACTO-10.
           READ CONCBANCO NEXT AT END
                GO TO 530-EXTRACTO-90
           END-READ.
           IF CBA-FECHA > W-HASTA
              GO TO 530-EXTRACTO-90
           END-IF.
           IF CBA-CONCILIADA
              GO TO 530-EXTRACTO-10
           END-IF.
           MOVE CBA-FECHA       TO LEX-FECHA
           MOVE CBA-TIPO        TO LEX-TIPO
           MOVE CBA-REFERENCIA  TO LEX-REFER
           MOVE CBA-IMPORTE     TO LEX-IMPORTE
           MOVE CBA-ESPERADO    TO LEX-ESPERADO
           MOVE CBA-ESTADO      TO LEX-ESTADO
           MOVE CBA-DESCRIPCION TO LEX-DESCRIP
           MOVE LINEA-EXT TO REG-LISTADO
           WRITE REG-LISTADO.
           ADD 1 TO W-CANT
           ADD CBA-IMPORTE TO W-TOTAL
           GO TO 530-EXTRACTO-10.
       530-EXTRACTO-90.
           MOVE W-CANT  TO LTT-CANT
           MOVE W-TOTAL TO LTT-TOTAL
           MOVE LINEA-TOT TO REG-LISTADO
           WRITE REG-LISTADO.
       530-EXTRACTO-99. EXIT.

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
           DISPLAY "1-ALTA DE DEPOSITO"               LINE 6
                      POSITION 1.
           DISPLAY "2-BAJA DE DEPOSITO NO CONCILIADO" LINE 7
                      POSITION 1.
           DISPLAY "3-INFORME DE CONCILIACION"        LINE 8
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
