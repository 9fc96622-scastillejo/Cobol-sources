       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-126.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 126
      *  EXPORTACION DE COMPROBANTES FISCALES:
      *  VUELCA LAS FACTURAS Y NOTAS DE CREDITO
      *  PENDIENTES O RECHAZADAS DEL REGISTRO
      *  FISCAL (COMPROB.DAT, PROG-22) AL ARCHIVO
      *  DEL SERVICIO DE FACTURACION ELECTRONICA
      *  (FISCSAL.DAT) EN FORMATO FIJO, CON
      *  REGISTRO DE CONTROL DE CANTIDAD Y SUMA
      *  (FISCCTL.DAT) COMO PROG-93. LOS
      *  COMPROBANTES ENVIADOS QUEDAN EN ESTADO E
      *  HASTA QUE PROG-127 IMPORTA LA RESPUESTA
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-COMPRO.CPY".
       COPY "S-FISSAL.CPY".
       COPY "S-FISSCT.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-COMPRO.CPY".
       COPY "F-FISSAL.CPY".
       COPY "F-FISSCT.CPY".

       WORKING-STORAGE SECTION.

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".
       COPY "L-P14.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-COMPROB     PIC XX.
       01 ST-FISCSAL     PIC XX.
       01 ST-FISCCTL     PIC XX.
       01 W-FECHAHOY     PIC 9(08).
       01 W-ESCRITOS     PIC 9(05).
       01 W-TOTAL        PIC 9(13)V99.
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
           MOVE "EXPORTACION DE COMPROBANTES FISCALES" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.

           OPEN I-O COMPROB.
           IF ST-COMPROB NOT = "00"
             MOVE "NO HAY COMPROBANTES FISCALES REGISTRADOS." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO FINAL-F
           END-IF.

           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.

           DISPLAY "SE EXPORTAN LOS COMPROBANTES PENDIENTES Y LOS"
                      LINE 5 POSITION 1.
           DISPLAY "RECHAZADOS EN EL ENVIO ANTERIOR."
                      LINE 6 POSITION 1.
           DISPLAY "CONFIRMA LA EXPORTACION? (S/N):" LINE 8
                      POSITION 1.
           ACCEPT CONF LINE 8 POSITION 33.
           IF CONF NOT = "S"
              MOVE "EXPORTACION CANCELADA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO CIERRE-F
           END-IF.

           OPEN OUTPUT FISCSAL.
           MOVE 0 TO W-ESCRITOS W-TOTAL.
           PERFORM 100-EXPORTA-00 THRU 100-EXPORTA-99.
           CLOSE FISCSAL.

           OPEN OUTPUT FISCCTL.
           MOVE W-ESCRITOS TO CTF-CANTIDAD
           MOVE W-TOTAL    TO CTF-TOTAL
           WRITE REG-FISCCTL.
           CLOSE FISCCTL.

           INITIALIZE W14-DATOS
           MOVE "PROG-126"   TO W14-PROGRAMA
           MOVE W40-OPERADOR TO W14-OPERADOR
           MOVE W-ESCRITOS   TO W14-PROCESADOS
           MOVE 0            TO W14-RECHAZADOS
           MOVE "OK"         TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           CANCEL "P14".

           DISPLAY "COMPROBANTES EXPORTADOS:" LINE 10 POSITION 1.
           DISPLAY W-ESCRITOS                 LINE 10 POSITION 26.
           DISPLAY "SALIDA EN FISCSAL.DAT / FISCCTL.DAT"
                      LINE 11 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
       CIERRE-F.
           CLOSE COMPROB.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  RECORRE EL REGISTRO FISCAL Y ESCRIBE UNA
      *  LINEA POR COMPROBANTE A ENVIAR, DEJANDOLO
      *  MARCADO COMO ENVIADO
      ********************************************
       100-EXPORTA-00.
           INITIALIZE REG-COMPROB
           START COMPROB KEY IS NOT LESS CMP-CLAVE
              INVALID KEY
                 GO TO 100-EXPORTA-99
           END-START.
       100-EXPORTA-10.
           READ COMPROB NEXT AT END
                GO TO 100-EXPORTA-99
           END-READ.
           IF (NOT CMP-PENDIENTE) AND (NOT CMP-RECHAZADO)
              GO TO 100-EXPORTA-10
           END-IF.
           MOVE CMP-TIPO     TO FS-TIPO
           MOVE CMP-PTOVTA   TO FS-PTOVTA
           MOVE CMP-NUMERO   TO FS-NUMERO
           MOVE CMP-FECHA    TO FS-FECHA
      *  CONCEPTO 2 = PRESTACION DE SERVICIOS
           MOVE 2            TO FS-CONCEPTO
           MOVE CMP-DOCTIPO  TO FS-DOCTIPO
           MOVE CMP-DOCNRO   TO FS-DOCNRO
           MOVE CMP-IMPORTE  TO FS-IMPORTE
           MOVE CMP-ASOCTIPO TO FS-ASOCTIPO
           IF CMP-ASOCNRO = 0
              MOVE 0 TO FS-ASOCPTOVTA
           ELSE
              MOVE CMP-PTOVTA TO FS-ASOCPTOVTA
           END-IF
           MOVE CMP-ASOCNRO  TO FS-ASOCNRO
           WRITE REG-FISCSAL.
           ADD 1 TO W-ESCRITOS.
           ADD CMP-IMPORTE TO W-TOTAL.

           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "COMPROB"    TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE REG-COMPROB  TO W13-ANTES
           MOVE "E"          TO CMP-ESTADO
           MOVE W-FECHAHOY   TO CMP-FECHAENV
           MOVE SPACES       TO CMP-OBSERV
           MOVE REG-COMPROB  TO W13-DESPUES
           REWRITE REG-COMPROB
              INVALID KEY
                 GO TO 100-EXPORTA-10
           END-REWRITE.
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           GO TO 100-EXPORTA-10.
       100-EXPORTA-99. EXIT.

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
