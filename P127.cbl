       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-127.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 127
      *  IMPORTACION DE LA RESPUESTA DEL SERVICIO
      *  DE FACTURACION (FISCENT.DAT): A CADA
      *  COMPROBANTE ENVIADO POR PROG-126 LE
      *  ASIENTA EL CAE Y SU VENCIMIENTO EN EL
      *  REGISTRO FISCAL (COMPROB.DAT). LAS LINEAS
      *  SIN COMPROBANTE, NO ENVIADAS, CON IMPORTE
      *  DISTINTO, SIN CAE O RECHAZADAS POR EL
      *  SERVICIO VAN AL DETALLE DE RECHAZOS
      *  (RECHFIS.DAT), AL ESTILO DE PROG-94. EL
      *  COMPROBANTE RECHAZADO VUELVE A SALIR EN
      *  LA PROXIMA EXPORTACION
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-FISENT.CPY".
       COPY "S-COMPRO.CPY".
       COPY "S-RECHFI.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-FISENT.CPY".
       COPY "F-COMPRO.CPY".
       COPY "F-RECHFI.CPY".

       WORKING-STORAGE SECTION.

       01 DET-RECHAZO.
          03 DR-REGISTRO  PIC X(84).
          03              PIC X.
          03 DR-MOTIVO    PIC X(33).

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-FISCENT     PIC XX.
       01 ST-COMPROB     PIC XX.
       01 ST-RECHFISCAL  PIC XX.
       01 W-MOTIVO       PIC X(33).
       01 W-APLICADOS    PIC 9(05).
       01 W-RECHAZADOS   PIC 9(05).
       01 CONF           PIC X.

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-COMPROB SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON COMPROB.
           DISPLAY "ERROR DE E/S EN COMPROB. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-COMPROB LINE 23 POSITION 35
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO.
           DISPLAY " " ERASE
           MOVE "IMPORTACION DE CAE DE COMPROBANTES" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.

           OPEN INPUT FISCENT.
           IF ST-FISCENT NOT = "00"
              MOVE "NO HAY RESPUESTA DEL SERVICIO (FISCENT.DAT)." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO FINAL-F
           END-IF.
           OPEN I-O COMPROB.
           IF ST-COMPROB NOT = "00"
              MOVE "NO HAY COMPROBANTES FISCALES REGISTRADOS." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              CLOSE FISCENT
              GO TO FINAL-F
           END-IF.
           OPEN OUTPUT RECHFISCAL.

           DISPLAY "CONFIRMA LA IMPORTACION? (S/N):" LINE 5
                      POSITION 1.
           ACCEPT CONF LINE 5 POSITION 33.
           IF CONF NOT = "S"
              MOVE "IMPORTACION CANCELADA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO CIERRE-F
           END-IF.

           MOVE 0 TO W-APLICADOS W-RECHAZADOS.
           PERFORM 100-PROCESO-00 THRU 100-PROCESO-99.

           INITIALIZE W14-DATOS
           MOVE "PROG-127"    TO W14-PROGRAMA
           MOVE W40-OPERADOR  TO W14-OPERADOR
           MOVE W-APLICADOS   TO W14-PROCESADOS
           MOVE W-RECHAZADOS  TO W14-RECHAZADOS
           MOVE "OK"          TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           CANCEL "P14".

           DISPLAY "CAE ASENTADOS      :" LINE 10 POSITION 1.
           DISPLAY W-APLICADOS            LINE 10 POSITION 22.
           DISPLAY "LINEAS RECHAZADAS  :" LINE 11 POSITION 1.
           DISPLAY W-RECHAZADOS           LINE 11 POSITION 22.
           IF W-RECHAZADOS NOT = 0
              DISPLAY "VER DETALLE EN RECHFIS.DAT" LINE 12 POSITION 1
           END-IF.
           ACCEPT SINO LINE 24 POSITION 80.
       CIERRE-F.
           CLOSE RECHFISCAL.
           IF W-RECHAZADOS NOT = 0
              INITIALIZE W15-DATOS
              MOVE "PROG-127" TO W15-PROGRAMA
              MOVE W40-OPERADOR TO W15-OPERADOR
              MOVE "RECHFIS.DAT" TO W15-ORIGEN
              CALL "P15" USING W15-DATOS
              CANCEL "P15"
           END-IF.
           CLOSE COMPROB.
           CLOSE FISCENT.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  PROCESA CADA LINEA DE LA RESPUESTA DEL
      *  SERVICIO: VALIDA Y ASIENTA O RECHAZA
      ********************************************
       100-PROCESO-00.
           CONTINUE.
       100-PROCESO-10.
           READ FISCENT AT END
                GO TO 100-PROCESO-99
           END-READ.
           MOVE SPACES TO W-MOTIVO.
           PERFORM 200-VALIDA-00 THRU 200-VALIDA-99.
           IF W-MOTIVO NOT = SPACES
              PERFORM 300-RECHAZO-00 THRU 300-RECHAZO-99
              GO TO 100-PROCESO-10
           END-IF.
           PERFORM 400-ASIENTA-00 THRU 400-ASIENTA-99.
           IF W-MOTIVO NOT = SPACES
              PERFORM 300-RECHAZO-00 THRU 300-RECHAZO-99
              GO TO 100-PROCESO-10
           END-IF.
           ADD 1 TO W-APLICADOS.
           GO TO 100-PROCESO-10.
       100-PROCESO-99. EXIT.

      ********************************************
      *  VALIDACIONES: EL COMPROBANTE DEBE EXISTIR,
      *  ESTAR ENVIADO, COINCIDIR EN IMPORTE Y
      *  TRAER CAE Y VENCIMIENTO SI FUE APROBADO
      ********************************************
       200-VALIDA-00.
           MOVE FE-TIPO   TO CMP-TIPO
           MOVE FE-PTOVTA TO CMP-PTOVTA
           MOVE FE-NUMERO TO CMP-NUMERO
           READ COMPROB KEY IS CMP-FISCAL
              INVALID KEY
                 MOVE "COMPROBANTE INEXISTENTE" TO W-MOTIVO
                 GO TO 200-VALIDA-99
           END-READ.
           IF NOT CMP-ENVIADO
              MOVE "COMPROBANTE NO ENVIADO" TO W-MOTIVO
              GO TO 200-VALIDA-99
           END-IF.
           IF FE-IMPORTE NOT = CMP-IMPORTE
              MOVE "IMPORTE NO COINCIDE" TO W-MOTIVO
              GO TO 200-VALIDA-99
           END-IF.
           IF (NOT FE-APROBADO) AND (NOT FE-RECHAZADO)
              MOVE "RESULTADO DESCONOCIDO" TO W-MOTIVO
              GO TO 200-VALIDA-99
           END-IF.
           IF FE-APROBADO AND ((FE-CAE = 0) OR (FE-VTOCAE = 0))
              MOVE "APROBADO SIN CAE O VENCIMIENTO" TO W-MOTIVO
           END-IF.
       200-VALIDA-99. EXIT.

      ********************************************
      *  ESCRIBE EL RECHAZO CON LA IMAGEN DE LA
      *  LINEA Y EL MOTIVO
      ********************************************
       300-RECHAZO-00.
           MOVE REG-FISCENT  TO DR-REGISTRO
           MOVE W-MOTIVO     TO DR-MOTIVO
           MOVE DET-RECHAZO  TO REG-RECHFISCAL
           WRITE REG-RECHFISCAL.
           ADD 1 TO W-RECHAZADOS.
       300-RECHAZO-99. EXIT.

      ********************************************
      *  ASIENTA EL RESULTADO: APROBADO CON CAE O
      *  RECHAZADO POR EL SERVICIO (CON SU
      *  OBSERVACION, PARA REENVIAR)
      ********************************************
       400-ASIENTA-00.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "COMPROB"    TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE REG-COMPROB  TO W13-ANTES
           MOVE FE-OBSERV    TO CMP-OBSERV
           IF FE-APROBADO
              MOVE "A"       TO CMP-ESTADO
              MOVE FE-CAE    TO CMP-CAE
              MOVE FE-VTOCAE TO CMP-VTOCAE
           ELSE
              MOVE "R"       TO CMP-ESTADO
           END-IF
           MOVE REG-COMPROB  TO W13-DESPUES
           REWRITE REG-COMPROB
              INVALID KEY
                 MOVE "NO SE ACTUALIZO EL COMPROBANTE" TO W-MOTIVO
                 GO TO 400-ASIENTA-99
           END-REWRITE.
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           IF FE-RECHAZADO
              MOVE "RECHAZADO POR EL SERVICIO" TO W-MOTIVO
           END-IF.
       400-ASIENTA-99. EXIT.

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
