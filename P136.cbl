       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-136.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 136
      *  IMPORTACION DEL EXTRACTO BANCARIO
      *  (EXTBANCO.DAT) Y CONCILIACION AUTOMATICA.
      *  CADA LINEA QUEDA EN CONCBAN.DAT CON SU
      *  ESTADO (C CONCILIADA, D CON DIFERENCIA,
      *  S SIN CONCILIAR):
      *  - TIPO D (DEPOSITO): LA REFERENCIA ES EL
      *    NUMERO DE BOLETA CON CEROS A IZQUIERDA;
      *    SE CONCILIA CONTRA DEPOSITO.DAT
      *    (PROG-135) Y EL DEPOSITO QUEDA
      *    CONCILIADO O CON DIFERENCIA.
      *  - TIPO C (COBRANZA BANCARIA): SE COMPARA
      *    CON LO COBRADO POR EL BANCO (PAGOS CON
      *    OPERADOR "BANCO", PROG-94) EN EL DIA
      *    INFORMADO EN LA REFERENCIA (AAAAMMDD) O,
      *    SI NO VIENE, EN LA FECHA DE LA LINEA.
      *  - OTROS TIPOS QUEDAN SIN CONCILIAR.
      *  LAS LINEAS MAL FORMADAS O YA IMPORTADAS
      *  VAN AL DETALLE DE RECHAZOS (RECHEXT.DAT)
      *  AL ESTILO DE PROG-94.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-EXTBAN.CPY".
       COPY "S-CONCBA.CPY".
       COPY "S-DEPOSI.CPY".
       COPY "S-PAGOS.CPY".
       COPY "S-RECHEX.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-EXTBAN.CPY".
       COPY "F-CONCBA.CPY".
       COPY "F-DEPOSI.CPY".
       COPY "F-PAGOS.CPY".
       COPY "F-RECHEX.CPY".

       WORKING-STORAGE SECTION.

       01 DET-RECHAZO.
          03 DR-REGISTRO  PIC X(58).
          03              PIC X.
          03 DR-MOTIVO    PIC X(33).

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-EXTBANCO    PIC XX.
       01 ST-CONCBANCO   PIC XX.
       01 ST-DEPOSITOS   PIC XX.
       01 ST-PAGOS       PIC XX.
       01 ST-RECHEXT     PIC XX.
       01 W-HAYPAGOS     PIC X.
       01 W-FECHAHOY-A   PIC X(10).
       01 W-MOTIVO       PIC X(33).
       01 W-BOLETA       PIC 9(10).
       01 W-DIACOB       PIC 9(08).
       01 W-COBRADO      PIC S9(07)V99.
       01 W-REGANT       PIC X(100).
       01 W-CONCILIADAS  PIC 9(05).
       01 W-DIFERENCIAS  PIC 9(05).
       01 W-SINCONCILIAR PIC 9(05).
       01 W-RECHAZADOS   PIC 9(05).
       01 W-PROCESADOS   PIC 9(05).
       01 CONF           PIC X.

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-CONCBANCO SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CONCBANCO.
           DISPLAY "ERROR DE E/S EN CONCBANCO. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-CONCBANCO LINE 23 POSITION 37
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-DEPOSITOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DEPOSITOS.
           DISPLAY "ERROR DE E/S EN DEPOSITOS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-DEPOSITOS LINE 23 POSITION 37
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO.
           DISPLAY " " ERASE
           MOVE "IMPORTACION DEL EXTRACTO BANCARIO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.

           OPEN INPUT EXTBANCO.
           IF ST-EXTBANCO NOT = "00"
              MOVE "NO HAY EXTRACTO DEL BANCO (EXTBANCO.DAT)." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO FINAL-F
           END-IF.
           OPEN I-O CONCBANCO.
           IF ST-CONCBANCO = "35"
              OPEN OUTPUT CONCBANCO
              CLOSE CONCBANCO
              OPEN I-O CONCBANCO
           END-IF.
           OPEN I-O DEPOSITOS.
           IF ST-DEPOSITOS = "35"
              OPEN OUTPUT DEPOSITOS
              CLOSE DEPOSITOS
              OPEN I-O DEPOSITOS
           END-IF.
           MOVE "N" TO W-HAYPAGOS.
           OPEN INPUT PAGOS.
           IF ST-PAGOS = "00"
              MOVE "S" TO W-HAYPAGOS
           END-IF.
           OPEN OUTPUT RECHEXT.
           INITIALIZE W1-DATOS
           MOVE 4 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:10) TO W-FECHAHOY-A.

           DISPLAY "CONFIRMA LA IMPORTACION? (S/N):" LINE 5
                      POSITION 1.
           ACCEPT CONF LINE 5 POSITION 33.
           IF CONF NOT = "S"
              MOVE "IMPORTACION CANCELADA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO CIERRE-F
           END-IF.

           MOVE 0 TO W-CONCILIADAS W-DIFERENCIAS W-SINCONCILIAR
                     W-RECHAZADOS.
           PERFORM 100-PROCESO-00 THRU 100-PROCESO-99.

           COMPUTE W-PROCESADOS = W-CONCILIADAS + W-DIFERENCIAS
                                + W-SINCONCILIAR
           INITIALIZE W14-DATOS
           MOVE "PROG-136"    TO W14-PROGRAMA
           MOVE W40-OPERADOR  TO W14-OPERADOR
           MOVE W-PROCESADOS  TO W14-PROCESADOS
           MOVE W-RECHAZADOS  TO W14-RECHAZADOS
           MOVE "OK"          TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           CANCEL "P14".

           DISPLAY "LINEAS CONCILIADAS :" LINE 10 POSITION 1.
           DISPLAY W-CONCILIADAS          LINE 10 POSITION 22.
           DISPLAY "CON DIFERENCIA     :" LINE 11 POSITION 1.
           DISPLAY W-DIFERENCIAS          LINE 11 POSITION 22.
           DISPLAY "SIN CONCILIAR      :" LINE 12 POSITION 1.
           DISPLAY W-SINCONCILIAR         LINE 12 POSITION 22.
           DISPLAY "LINEAS RECHAZADAS  :" LINE 13 POSITION 1.
           DISPLAY W-RECHAZADOS           LINE 13 POSITION 22.
           IF W-RECHAZADOS NOT = 0
              DISPLAY "VER DETALLE EN RECHEXT.DAT" LINE 14 POSITION 1
           END-IF.
           DISPLAY "INFORME DE CONCILIACION EN PROG-135."
                      LINE 15 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
       CIERRE-F.
           CLOSE RECHEXT.
           IF W-RECHAZADOS NOT = 0
              INITIALIZE W15-DATOS
              MOVE "PROG-136" TO W15-PROGRAMA
              MOVE W40-OPERADOR TO W15-OPERADOR
              MOVE "RECHEXT.DAT" TO W15-ORIGEN
              CALL "P15" USING W15-DATOS
              CANCEL "P15"
           END-IF.
           IF W-HAYPAGOS = "S"
              CLOSE PAGOS
           END-IF.
           CLOSE DEPOSITOS.
           CLOSE CONCBANCO.
           CLOSE EXTBANCO.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  RECORRE EL EXTRACTO: VALIDA, CONCILIA Y
      *  GRABA CADA LINEA EN CONCBAN.DAT
      ********************************************
       100-PROCESO-00.
           READ EXTBANCO AT END
                GO TO 100-PROCESO-99
           END-READ.
           MOVE SPACES TO W-MOTIVO
           IF (EXB-FECHA NOT NUMERIC) OR (EXB-FECHA = 0) OR
              (EXB-IMPORTE NOT NUMERIC)
              MOVE "LINEA CON FORMATO INVALIDO" TO W-MOTIVO
              PERFORM 300-RECHAZO-00 THRU 300-RECHAZO-99
              GO TO 100-PROCESO-00
           END-IF.
           MOVE EXB-FECHA      TO CBA-FECHA
           MOVE EXB-TIPO       TO CBA-TIPO
           MOVE EXB-REFERENCIA TO CBA-REFERENCIA
           READ CONCBANCO KEY IS CBA-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "LINEA YA IMPORTADA" TO W-MOTIVO
                 PERFORM 300-RECHAZO-00 THRU 300-RECHAZO-99
                 GO TO 100-PROCESO-00
           END-READ.
           INITIALIZE REG-CONCBANCO
           MOVE EXB-FECHA       TO CBA-FECHA
           MOVE EXB-TIPO        TO CBA-TIPO
           MOVE EXB-REFERENCIA  TO CBA-REFERENCIA
           MOVE EXB-IMPORTE     TO CBA-IMPORTE
           MOVE EXB-DESCRIPCION TO CBA-DESCRIPCION
           MOVE W-FECHAHOY-A    TO CBA-FECHAIMP
           MOVE W40-OPERADOR    TO CBA-OPERADOR
           MOVE "S"             TO CBA-ESTADO
           IF CBA-DEPOSITO
              PERFORM 200-DEPOSITO-00 THRU 200-DEPOSITO-99
           END-IF.
           IF CBA-COBRANZA
              PERFORM 200-COBRANZA-00 THRU 200-COBRANZA-99
           END-IF.
           WRITE REG-CONCBANCO
              INVALID KEY
                 MOVE "NO SE PUDO GRABAR LA LINEA" TO W-MOTIVO
                 PERFORM 300-RECHAZO-00 THRU 300-RECHAZO-99
                 GO TO 100-PROCESO-00
           END-WRITE.
           IF CBA-CONCILIADA
              ADD 1 TO W-CONCILIADAS
           END-IF.
           IF CBA-CONDIFER
              ADD 1 TO W-DIFERENCIAS
           END-IF.
           IF CBA-SINCONCILIAR
              ADD 1 TO W-SINCONCILIAR
           END-IF.
           GO TO 100-PROCESO-00.
       100-PROCESO-99. EXIT.

      ********************************************
      *  DEPOSITO: BUSCA LA BOLETA PENDIENTE Y LA
      *  DEJA CONCILIADA O CON DIFERENCIA
      ********************************************
       200-DEPOSITO-00.
           IF EXB-REFERENCIA NOT NUMERIC
              GO TO 200-DEPOSITO-99
           END-IF.
           MOVE EXB-REFERENCIA TO W-BOLETA
           MOVE W-BOLETA TO DEP-BOLETA
           READ DEPOSITOS KEY IS DEP-BOLETA
              INVALID KEY
                 GO TO 200-DEPOSITO-99
           END-READ.
           IF NOT DEP-PENDIENTE
              GO TO 200-DEPOSITO-99
           END-IF.
           MOVE REG-DEPOSITO TO W-REGANT
           MOVE EXB-FECHA    TO DEP-FECHABANCO
           MOVE EXB-IMPORTE  TO DEP-IMPBANCO
           MOVE DEP-IMPORTE  TO CBA-ESPERADO
           IF EXB-IMPORTE = DEP-IMPORTE
              MOVE "C" TO DEP-ESTADO CBA-ESTADO
           ELSE
              MOVE "D" TO DEP-ESTADO CBA-ESTADO
           END-IF.
           REWRITE REG-DEPOSITO
              INVALID KEY
                 MOVE "S" TO CBA-ESTADO
                 GO TO 200-DEPOSITO-99
           END-REWRITE.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "DEPOSITO"   TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE W-REGANT     TO W13-ANTES
           MOVE REG-DEPOSITO TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       200-DEPOSITO-99. EXIT.

      ********************************************
      *  COBRANZA BANCARIA: COMPARA CON LOS PAGOS
      *  DEL OPERADOR BANCO DEL DIA DE COBRO
      ********************************************
       200-COBRANZA-00.
           MOVE EXB-FECHA TO W-DIACOB
           IF EXB-REFERENCIA(1:8) NUMERIC
              IF EXB-REFERENCIA(1:8) NOT = "00000000"
                 MOVE EXB-REFERENCIA(1:8) TO W-DIACOB
              END-IF
           END-IF.
           MOVE 0 TO W-COBRADO.
           IF W-HAYPAGOS NOT = "S"
              GO TO 200-COBRANZA-99
           END-IF.
           MOVE W-DIACOB TO PAG-FECHA
           START PAGOS KEY IS EQUAL PAG-FECHA
              INVALID KEY
                 GO TO 200-COBRANZA-99
           END-START.
       200-COBRANZA-10.
           READ PAGOS NEXT AT END
                GO TO 200-COBRANZA-20
           END-READ.
           IF PAG-FECHA NOT = W-DIACOB
              GO TO 200-COBRANZA-20
           END-IF.
           IF PAG-OPERADOR = "BANCO"
              ADD PAG-IMPORTE TO W-COBRADO
           END-IF.
           GO TO 200-COBRANZA-10.
       200-COBRANZA-20.
           IF W-COBRADO = 0
              GO TO 200-COBRANZA-99
           END-IF.
           MOVE W-COBRADO TO CBA-ESPERADO
           IF W-COBRADO = EXB-IMPORTE
              MOVE "C" TO CBA-ESTADO
           ELSE
              MOVE "D" TO CBA-ESTADO
           END-IF.
       200-COBRANZA-99. EXIT.

      ********************************************
      *  ESCRIBE EL RECHAZO CON LA IMAGEN DE LA
      *  LINEA Y EL MOTIVO
      ********************************************
       300-RECHAZO-00.
           MOVE REG-EXTBANCO TO DR-REGISTRO
           MOVE W-MOTIVO     TO DR-MOTIVO
           MOVE DET-RECHAZO  TO REG-RECHEXT
           WRITE REG-RECHEXT.
           ADD 1 TO W-RECHAZADOS.
       300-RECHAZO-99. EXIT.

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
