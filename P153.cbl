       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-153.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 153
      *  PRESTAMOS VENCIDOS DE BIBLIOTECA: LISTA
      *  LOS PRESTAMOS SIN DEVOLVER CON EL
      *  VENCIMIENTO CUMPLIDO (PRESTAMO.DAT,
      *  PROG-152) CON LOS DIAS DE ATRASO. A LOS
      *  ALUMNOS LES ENCOLA EL AVISO "BI" (PROG-17)
      *  LA PRIMERA VEZ Y LUEGO CADA TANTOS DIAS
      *  COMO INDIQUE EL PARAMETRO BIBREAVI (POR
      *  OMISION 7). CORRE EN LA CADENA NOCTURNA
      *  (PROG-73) Y DESDE PROG-152. EL LISTADO
      *  VA AL SPOOL
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-PRESTA.CPY".
       COPY "S-BIBLIO.CPY".
       COPY "S-ALUMNO.CPY".
       COPY "S-DOCENT.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-PRESTA.CPY".
       COPY "F-BIBLIO.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-DOCENT.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TITULO.
          03 PIC X(36) VALUE "PRESTAMOS VENCIDOS DE BIBLIOTECA AL ".
          03 LT-HOY       PIC 9(08).
       01 LINEA-COLUMNAS.
          03 PIC X(40) VALUE "NUMERO  P CODIGO NOMBRE                ".
          03 PIC X(40) VALUE "ELEMENTO         VENCE    ATRASO AVISO ".
       01 LINEA-DETALLE.
          03 LD-NUMERO    PIC 9(06).
          03              PIC XX.
          03 LD-TIPO      PIC X.
          03              PIC X.
          03 LD-PERSONA   PIC 9(05).
          03              PIC XX.
          03 LD-NOMBRE    PIC X(21).
          03              PIC XX.
          03 LD-ITEM      PIC 9(05).
          03              PIC X.
          03 LD-DESC      PIC X(10).
          03              PIC X.
          03 LD-VENCE     PIC 9(08).
          03              PIC X.
          03 LD-ATRASO    PIC ZZZZ9.
          03              PIC XX.
          03 LD-AVISO     PIC X(05).
       01 LINEA-TOTAL.
          03 PIC X(20) VALUE "PRESTAMOS VENCIDOS: ".
          03 LTO-CANT     PIC ZZZZ9.
          03 PIC X(12) VALUE "  ALUMNOS: ".
          03 LTO-ALUMNOS  PIC ZZZZ9.
          03 PIC X(13) VALUE "  DOCENTES: ".
          03 LTO-DOCENTES PIC ZZZZ9.
          03 PIC X(19) VALUE "  AVISOS ENVIADOS: ".
          03 LTO-AVISOS   PIC ZZZZ9.
       01 LINEA-RAYA.
          03 PIC X(80) VALUE ALL "-".

       COPY "L-P11.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".
       COPY "L-P17.CPY".

       01 W-TEXTOAVISO.
          03 PIC X(19) VALUE "ADEUDA ELEMENTO NRO".
          03 WTA-ITEM     PIC ZZZZ9.
          03 PIC X(07) VALUE " VENCIO".
          03              PIC X.
          03 WTA-VENCE    PIC 9(08).

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-PRESTAMOS   PIC XX.
       01 ST-BIBLIOTECA  PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 ST-DOCENTES    PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-HAYBIB       PIC X.
       01 W-HAYALU       PIC X.
       01 W-HAYDOC       PIC X.
       01 W-HOY          PIC 9(08).
       01 W-REAVISO      PIC 9(03).
       01 W-LEIDOS       PIC 9(05).
       01 W-VENCIDOS     PIC 9(05).
       01 W-ALUMNOS      PIC 9(05).
       01 W-DOCENTES     PIC 9(05).
       01 W-AVISOS       PIC 9(05).
       01 W-DIASHOY      PIC 9(07).
       01 W-DIASFEC      PIC 9(07).
       01 W-ATRASO       PIC 9(05).
       01 W-FECHA        PIC 9(08).
       01 W-FECHA-R REDEFINES W-FECHA.
          03 W-ANIO      PIC 9(04).
          03 W-MES       PIC 9(02).
          03 W-DIA       PIC 9(02).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-MODO W40-OPERADOR.
      ********************************************
       UNION SECTION.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-HOY.
           MOVE W-HOY TO W-FECHA
           PERFORM 900-DIAS-00 THRU 900-DIAS-99
           MOVE W-DIASFEC TO W-DIASHOY.
           MOVE 7 TO W-REAVISO.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "BIBREAVI" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM > 0)
                                 AND (W16-VALORNUM < 1000)
              MOVE W16-VALORNUM TO W-REAVISO
           END-IF.

           IF W40-MODO NOT = "B"
              DISPLAY " " ERASE
              MOVE "PRESTAMOS VENCIDOS DE BIBLIOTECA" TO W-TITULO-ENC
              PERFORM ENCABEZADO THRU ENCABEZADO-F
           END-IF.

           OPEN I-O PRESTAMOS.
           IF ST-PRESTAMOS NOT = "00"
              IF W40-MODO NOT = "B"
                 MOVE "NO HAY PRESTAMOS REGISTRADOS." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
              END-IF
              GO TO FINAL-F
           END-IF.
           OPEN INPUT BIBLIOTECA.
           IF ST-BIBLIOTECA = "00"
              MOVE "S" TO W-HAYBIB
           ELSE
              MOVE "N" TO W-HAYBIB
           END-IF.
           OPEN INPUT ALUMNOS.
           IF ST-ALUMNOS = "00"
              MOVE "S" TO W-HAYALU
           ELSE
              MOVE "N" TO W-HAYALU
           END-IF.
           OPEN INPUT DOCENTES.
           IF ST-DOCENTES = "00"
              MOVE "S" TO W-HAYDOC
           ELSE
              MOVE "N" TO W-HAYDOC
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE W-HOY TO LT-HOY
           MOVE LINEA-TITULO TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-COLUMNAS TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 0 TO W-LEIDOS W-VENCIDOS W-ALUMNOS W-DOCENTES
                     W-AVISOS.

           MOVE 0 TO PRS-NUMERO
           START PRESTAMOS KEY IS NOT LESS PRS-NUMERO
              INVALID KEY
                 GO TO 100-PRESTAMO-90
           END-START.
       100-PRESTAMO-10.
           READ PRESTAMOS NEXT AT END
                GO TO 100-PRESTAMO-90
           END-READ.
           ADD 1 TO W-LEIDOS.
           IF (NOT PRS-PENDIENTE) OR (PRS-VENCE NOT < W-HOY)
              GO TO 100-PRESTAMO-10
           END-IF.
           ADD 1 TO W-VENCIDOS.
           PERFORM 200-DETALLE-00 THRU 200-DETALLE-99.
           GO TO 100-PRESTAMO-10.
       100-PRESTAMO-90.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-VENCIDOS TO LTO-CANT
           MOVE W-ALUMNOS  TO LTO-ALUMNOS
           MOVE W-DOCENTES TO LTO-DOCENTES
           MOVE W-AVISOS   TO LTO-AVISOS
           MOVE LINEA-TOTAL TO REG-LISTADO
           WRITE REG-LISTADO.
           CLOSE LISTADO.
           IF W-HAYDOC = "S"
              CLOSE DOCENTES
           END-IF.
           IF W-HAYALU = "S"
              CLOSE ALUMNOS
           END-IF.
           IF W-HAYBIB = "S"
              CLOSE BIBLIOTECA
           END-IF.
           CLOSE PRESTAMOS.

           INITIALIZE W15-DATOS
           MOVE "PROG-153" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".

           INITIALIZE W14-DATOS
           MOVE "PROG-153"   TO W14-PROGRAMA
           MOVE W40-OPERADOR TO W14-OPERADOR
           MOVE W-LEIDOS     TO W14-PROCESADOS
           MOVE W-VENCIDOS   TO W14-RECHAZADOS
           MOVE "OK"         TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           CANCEL "P14".

           IF W40-MODO NOT = "B"
              DISPLAY "PRESTAMOS LEIDOS      :" LINE 10 POSITION 1
              DISPLAY W-LEIDOS                 LINE 10 POSITION 25
              DISPLAY "PRESTAMOS VENCIDOS    :" LINE 11 POSITION 1
              DISPLAY W-VENCIDOS               LINE 11 POSITION 25
              DISPLAY "AVISOS ENVIADOS       :" LINE 12 POSITION 1
              DISPLAY W-AVISOS                 LINE 12 POSITION 25
              DISPLAY "LISTADO ENVIADO AL SPOOL." LINE 14 POSITION 1
              ACCEPT SINO LINE 24 POSITION 80
           END-IF.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  LINEA DEL PRESTAMO VENCIDO. AL ALUMNO SE
      *  LE ENCOLA EL AVISO SI NUNCA SE LE AVISO
      *  O SI DESDE EL ULTIMO AVISO PASARON LOS
      *  DIAS DE BIBREAVI. LOS DOCENTES SOLO
      *  FIGURAN EN EL LISTADO
      ********************************************
       200-DETALLE-00.
           MOVE PRS-VENCE TO W-FECHA
           PERFORM 900-DIAS-00 THRU 900-DIAS-99
           COMPUTE W-ATRASO = W-DIASHOY - W-DIASFEC.
           MOVE PRS-NUMERO  TO LD-NUMERO
           MOVE PRS-TIPODEU TO LD-TIPO
           MOVE PRS-PERSONA TO LD-PERSONA
           MOVE SPACES      TO LD-NOMBRE LD-DESC LD-AVISO
           MOVE PRS-ITEM    TO LD-ITEM
           MOVE PRS-VENCE   TO LD-VENCE
           MOVE W-ATRASO    TO LD-ATRASO.
           IF W-HAYBIB = "S"
              MOVE PRS-ITEM TO BIB-CODIGO
              READ BIBLIOTECA KEY IS BIB-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE BIB-DESCRIPCION TO LD-DESC
              END-READ
           END-IF.
           IF PRS-DOCENTE
              ADD 1 TO W-DOCENTES
              PERFORM 210-DOCENTE-00 THRU 210-DOCENTE-99
              GO TO 200-DETALLE-80
           END-IF.
           ADD 1 TO W-ALUMNOS.
           IF W-HAYALU = "S"
              MOVE PRS-PERSONA TO ALU-CODIGO
              READ ALUMNOS KEY IS ALU-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ALU-APELLIDO TO LD-NOMBRE
              END-READ
           END-IF.
           IF PRS-ULTAVISO NOT = 0
              MOVE PRS-ULTAVISO TO W-FECHA
              PERFORM 900-DIAS-00 THRU 900-DIAS-99
              IF W-DIASHOY - W-DIASFEC < W-REAVISO
                 GO TO 200-DETALLE-80
              END-IF
           END-IF.
           INITIALIZE W17-DATOS
           MOVE PRS-PERSONA TO W17-ALUMNO
           MOVE "BI"        TO W17-EVENTO
           MOVE PRS-ITEM    TO WTA-ITEM
           MOVE PRS-VENCE   TO WTA-VENCE
           MOVE W-TEXTOAVISO TO W17-TEXTO
           CALL "P17" USING W17-DATOS
           CANCEL "P17".
           IF PRS-AVISOS < 99
              ADD 1 TO PRS-AVISOS
           END-IF.
           MOVE W-HOY TO PRS-ULTAVISO
           REWRITE REG-PRESTAMO
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           ADD 1 TO W-AVISOS.
           MOVE "AVISO" TO LD-AVISO.
       200-DETALLE-80.
           MOVE LINEA-DETALLE TO REG-LISTADO
           WRITE REG-LISTADO.
       200-DETALLE-99. EXIT.

       210-DOCENTE-00.
           IF (W-HAYDOC NOT = "S") OR (PRS-PERSONA > 999)
              GO TO 210-DOCENTE-99
           END-IF.
           MOVE PRS-PERSONA TO DOC-CODIGO
           READ DOCENTES KEY IS DOC-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE DOC-NOMBRE TO LD-NOMBRE
           END-READ.
       210-DOCENTE-99. EXIT.

      *  DIAS APROXIMADOS DE W-FECHA PARA RESTAR FECHAS
       900-DIAS-00.
           COMPUTE W-DIASFEC = W-ANIO * 365 + W-MES * 30 + W-DIA.
       900-DIAS-99. EXIT.

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
