       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-22.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 22
      *  SUBPROGRAMA DEL REGISTRO DE COMPROBANTES
      *  FISCALES (COMPROB.DAT): CADA RECIBO DE
      *  CAJA (PROG-60) GENERA SU FACTURA Y CADA
      *  ANULACION (PROG-125) SU NOTA DE CREDITO,
      *  NUMERADAS POR PUNTO DE VENTA Y TIPO CON
      *  LOS PARAMETROS FISPTOVT, FISTIPOF,
      *  FISTIPON, PROXFACT Y PROXNCFI. QUEDAN
      *  PENDIENTES HASTA QUE PROG-126 LAS ENVIA
      *  AL SERVICIO DE FACTURACION Y PROG-127
      *  IMPORTA EL CAE.
      *  W22-OPCION: 1 = ALTA   2 = CONSULTA
      *  W22-CLASE : F = FACTURA  C = NOTA CREDITO
      *  W22-RESULT: S = GRABADO / HALLADO
      *              D = YA EXISTIA (DEVUELVE EL)
      *              N = NO HALLADO / SIN FACTURA
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-COMPRO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-COMPRO.CPY".

       WORKING-STORAGE SECTION.

       COPY "L-P13.CPY".
       COPY "L-P16.CPY".

       01 ST-COMPROB     PIC XX.
       01 W-CODPARAM     PIC X(08).
       01 W-VALPARAM     PIC 9(08).
       01 W-DEFPARAM     PIC 9(08).
       01 W-CODNUMERA    PIC X(08).
       01 W-ALUMNO       PIC 9(05).
       01 W-TUTOR        PIC 9(05).
       01 W-DOCNRO       PIC 9(11).
       01 W-ASOCTIPO     PIC 9(03).
       01 W-ASOCNRO      PIC 9(08).
       01 W-PTOVTA       PIC 9(05).
       01 W-TIPO         PIC 9(03).
       01 W-NUMERO       PIC 9(08).

       LINKAGE SECTION.
       COPY "L-P22.CPY".

      ********************************************
       PROCEDURE DIVISION USING W22-DATOS.
      ********************************************
       INICIO.
           MOVE "N" TO W22-RESULT.
           OPEN I-O COMPROB.
           IF ST-COMPROB = "35"
              OPEN OUTPUT COMPROB
              CLOSE COMPROB
              OPEN I-O COMPROB
           END-IF.
           IF ST-COMPROB NOT = "00"
              GO TO FINAL-F
           END-IF.
           IF W22-OPCION = 1
              PERFORM 100-ALTA-00 THRU 100-ALTA-99
           END-IF.
           IF W22-OPCION = 2
              PERFORM 200-CONSULTA-00 THRU 200-CONSULTA-99
           END-IF.
           CLOSE COMPROB.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  ALTA DEL COMPROBANTE. LA NOTA DE CREDITO
      *  TOMA EL RECEPTOR DE LA FACTURA DEL MISMO
      *  RECIBO Y LA REFERENCIA COMO ASOCIADA
      ********************************************
       100-ALTA-00.
           MOVE W22-RECIBO TO CMP-RECIBO
           MOVE W22-CLASE  TO CMP-CLASE
           READ COMPROB KEY IS CMP-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 200-DEVUELVE-00 THRU 200-DEVUELVE-99
                 MOVE "D" TO W22-RESULT
                 GO TO 100-ALTA-99
           END-READ.
           MOVE W22-ALUMNO TO W-ALUMNO
           MOVE W22-TUTOR  TO W-TUTOR
           MOVE W22-DOCNRO TO W-DOCNRO
           MOVE 0 TO W-ASOCTIPO W-ASOCNRO.
           IF W22-CLASE = "C"
              MOVE W22-RECIBO TO CMP-RECIBO
              MOVE "F"        TO CMP-CLASE
              READ COMPROB KEY IS CMP-CLAVE
                 INVALID KEY
                    GO TO 100-ALTA-99
              END-READ
              MOVE CMP-ALUMNO TO W-ALUMNO
              MOVE CMP-TUTOR  TO W-TUTOR
              MOVE CMP-DOCNRO TO W-DOCNRO
              MOVE CMP-TIPO   TO W-ASOCTIPO
              MOVE CMP-NUMERO TO W-ASOCNRO
           END-IF.

           MOVE "FISPTOVT" TO W-CODPARAM
           MOVE 1 TO W-DEFPARAM
           PERFORM 900-LEEPARAM-00 THRU 900-LEEPARAM-99.
           MOVE W-VALPARAM TO W-PTOVTA.
           IF W22-CLASE = "C"
              MOVE "FISTIPON" TO W-CODPARAM
              MOVE 13 TO W-DEFPARAM
              MOVE "PROXNCFI" TO W-CODNUMERA
           ELSE
              MOVE "FISTIPOF" TO W-CODPARAM
              MOVE 11 TO W-DEFPARAM
              MOVE "PROXFACT" TO W-CODNUMERA
           END-IF.
           PERFORM 900-LEEPARAM-00 THRU 900-LEEPARAM-99.
           MOVE W-VALPARAM TO W-TIPO.
           MOVE W-CODNUMERA TO W-CODPARAM
           MOVE 1 TO W-DEFPARAM
           PERFORM 900-LEEPARAM-00 THRU 900-LEEPARAM-99.
           MOVE W-VALPARAM TO W-NUMERO.

           INITIALIZE REG-COMPROB
           MOVE W22-RECIBO   TO CMP-RECIBO
           MOVE W22-CLASE    TO CMP-CLASE
           MOVE W-TIPO       TO CMP-TIPO
           MOVE W-PTOVTA     TO CMP-PTOVTA
           MOVE W-NUMERO     TO CMP-NUMERO
           MOVE W-ALUMNO     TO CMP-ALUMNO
           MOVE W-TUTOR      TO CMP-TUTOR
           MOVE W-DOCNRO     TO CMP-DOCNRO
      *  96 = DNI, 99 = CONSUMIDOR FINAL SIN DOCUMENTO
           IF W-DOCNRO = 0
              MOVE 99 TO CMP-DOCTIPO
           ELSE
              MOVE 96 TO CMP-DOCTIPO
           END-IF
           MOVE W22-IMPORTE  TO CMP-IMPORTE
           MOVE W22-FECHA    TO CMP-FECHA
           MOVE W22-OPERADOR TO CMP-OPERADOR
           MOVE "P"          TO CMP-ESTADO
           MOVE W-ASOCTIPO   TO CMP-ASOCTIPO
           MOVE W-ASOCNRO    TO CMP-ASOCNRO
           MOVE SPACES       TO CMP-OBSERV
           WRITE REG-COMPROB
              INVALID KEY
                 GO TO 100-ALTA-99
           END-WRITE.
           INITIALIZE W13-DATOS
           MOVE W22-OPERADOR TO W13-OPERADOR
           MOVE "COMPROB"    TO W13-ARCHIVO
           MOVE "A"          TO W13-OPERACION
           MOVE SPACES       TO W13-ANTES
           MOVE REG-COMPROB  TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           INITIALIZE W16-DATOS
           MOVE 2 TO W16-OPCION
           MOVE W-CODNUMERA TO W16-CODIGO
           COMPUTE W16-VALORNUM = W-NUMERO + 1
           CALL "P16" USING W16-DATOS
           CANCEL "P16".
           PERFORM 200-DEVUELVE-00 THRU 200-DEVUELVE-99.
           MOVE "S" TO W22-RESULT.
       100-ALTA-99. EXIT.

      ********************************************
      *  CONSULTA POR RECIBO Y CLASE
      ********************************************
       200-CONSULTA-00.
           MOVE W22-RECIBO TO CMP-RECIBO
           MOVE W22-CLASE  TO CMP-CLASE
           READ COMPROB KEY IS CMP-CLAVE
              INVALID KEY
                 GO TO 200-CONSULTA-99
           END-READ.
           PERFORM 200-DEVUELVE-00 THRU 200-DEVUELVE-99.
           MOVE "S" TO W22-RESULT.
       200-CONSULTA-99. EXIT.

       200-DEVUELVE-00.
           MOVE CMP-ALUMNO TO W22-ALUMNO
           MOVE CMP-TUTOR  TO W22-TUTOR
           MOVE CMP-DOCNRO TO W22-DOCNRO
           MOVE CMP-TIPO   TO W22-TIPO
           MOVE CMP-PTOVTA TO W22-PTOVTA
           MOVE CMP-NUMERO TO W22-NUMERO
           MOVE CMP-ESTADO TO W22-ESTADO
           MOVE CMP-CAE    TO W22-CAE
           MOVE CMP-VTOCAE TO W22-VTOCAE.
       200-DEVUELVE-99. EXIT.

      ********************************************
      *  LEE UN PARAMETRO NUMERICO; SI NO EXISTE O
      *  ESTA EN CERO RIGE EL VALOR POR DEFECTO
      ********************************************
       900-LEEPARAM-00.
           MOVE W-DEFPARAM TO W-VALPARAM
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE W-CODPARAM TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM > 0)
              MOVE W16-VALORNUM TO W-VALPARAM
           END-IF.
       900-LEEPARAM-99. EXIT.
