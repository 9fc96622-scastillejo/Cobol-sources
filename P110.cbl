      *  (O BUSCANDO POR DOCUMENTO) ARMA EN UNA
      *  SOLA CONSULTA PAGINADA LOS DATOS
      *  PERSONALES, LA SITUACION DE MOROSIDAD,
      *  EL SALDO DE CUOTAS Y EL SALDO A FAVOR
      *  (SALFAVOR, PROG-60), LAS INSCRIPCIONES
      *  ACTIVAS CON SU PORCENTAJE DE ASISTENCIA
      *  (PROG-18), LAS ULTIMAS NOTAS, LOS
      *  CERTIFICADOS EMITIDOS (CERTREG) Y LOS
      *  ULTIMOS MOVIMIENTOS DEL HISTORIAL
      *  (HISTALU). LA MISMA FICHA PUEDE MANDARSE
      *  COMPLETA AL SPOOL. INCLUYE EL RESUMEN
      *  DISCIPLINARIO DEL CICLO ACTUAL (SANCION.DAT,
      *  PROG-149)
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "S-HISTAL.CPY".
       COPY "S-MOROSO.CPY".
       COPY "S-LISTADO.CPY".
       COPY "S-SALFAV.CPY".
       COPY "S-SANCIO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-ALUMNO.CPY".
       COPY "F-HISTAL.CPY".
       COPY "F-MOROSO.CPY".
       COPY "F-LISTADO.CPY".
       COPY "F-SALFAV.CPY".
       COPY "F-SANCIO.CPY".

       WORKING-STORAGE SECTION.

       COPY "L-P11.CPY".
       COPY "L-P25.CPY".
       COPY "L-P15.CPY".
       COPY "L-P18.CPY".
       COPY "L-P16.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 W-PLAN         PIC 9(02).
       01 M-ERROR        PIC X(60).
       01 ST-ALUMNOS     PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-HISTALU     PIC XX.
       01 ST-MOROSOS     PIC XX.
       01 ST-LISTADO     PIC XX.
       01 ST-SALFAVOR    PIC XX.
       01 ST-SANCIONES   PIC XX.
       01 W-HAYCUO       PIC X.
       01 W-HAYNOT       PIC X.
       01 W-HAYCER       PIC X.
       01 W-HAYMOR       PIC X.
       01 W-HAYINS       PIC X.
       01 W-HAYSAF       PIC X.
       01 W-HAYSAN       PIC X.
       01 W-CICLOHOY     PIC 9(04).
       01 W-LIMITE       PIC 9(03).
       01 W-TOTOBS       PIC 9(03).
       01 W-TOTAMON      PIC 9(03).
       01 W-TOTSUSP      PIC 9(03).
       01 W-CODALUMNO    PIC 9(05).
       01 W-DOCUMENTO    PIC 9(08).
       01 W-SALIDA       PIC X.
          03 LSA-CANT     PIC ZZZ9.
          03 PIC X(15) VALUE "  SALDO TOTAL: ".
          03 LSA-SALDO    PIC ZZZZZZZ9,99.
       01 LIN-SALFAV.
          03 PIC X(18) VALUE "SALDO A FAVOR    :".
          03 LSF-SALDO    PIC ZZZZZZ9,99.
          03 PIC X(15) VALUE "  ULTIMO MOV.: ".
          03 LSF-FECHA    PIC 9(08).
       01 LIN-INSCRIP.
          03 PIC X(06) VALUE "CURSO ".
          03 LIN-CURSO    PIC 9(02).
          03 LHI-ACCION   PIC X(13).
          03              PIC X.
          03 LHI-OPERADOR PIC X(08).
       01 LIN-SANRES.
          03 PIC X(06) VALUE "CICLO ".
          03 LSR-CICLO    PIC 9(04).
          03 PIC X(10) VALUE " OBSERV.: ".
          03 LSR-OBS      PIC ZZ9.
          03 PIC X(10) VALUE " AMONEST.:".
          03 LSR-AMON     PIC ZZ9.
          03 PIC X.
          03 LSR-LIMITE   PIC ZZ9.
          03 PIC X(13) VALUE " DIAS SUSP.: ".
          03 LSR-SUSP     PIC ZZ9.
          03              PIC X.
          03 LSR-AVISO    PIC X(06).
       01 LIN-SANCION.
          03              PIC X(03).
          03 LSN-FECHA    PIC 9(08).
          03              PIC X.
          03 LSN-TIPO     PIC X(12).
          03 LSN-CANT     PIC Z9.
          03              PIC X.
          03 LSN-MOTIVO   PIC X(40).
       01 LIN-RAYA.
          03 PIC X(70) VALUE ALL "-".

           ELSE
              MOVE "N" TO W-HAYMOR
           END-IF.
           OPEN INPUT SALFAVOR.
           IF ST-SALFAVOR = "00"
              MOVE "S" TO W-HAYSAF
           ELSE
              MOVE "N" TO W-HAYSAF
           END-IF.
           OPEN INPUT SANCIONES.
           IF ST-SANCIONES = "00"
              MOVE "S" TO W-HAYSAN
           ELSE
              MOVE "N" TO W-HAYSAN
           END-IF.
           MOVE 25 TO W-LIMITE.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "SANCLIMI" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM > 0)
                                 AND (W16-VALORNUM < 1000)
              MOVE W16-VALORNUM TO W-LIMITE
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 11 TO W1-OPCION
           MOVE "03" TO W1-DESCRIPCION(1:2)
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO(5:4) TO W-CICLOHOY.

       INICIO.
           DISPLAY " " ERASE
           END-IF.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYSAN = "S"
              CLOSE SANCIONES
           END-IF.
           IF W-HAYSAF = "S"
              CLOSE SALFAVOR
           END-IF.
           IF W-HAYMOR = "S"
              CLOSE MOROSOS
           END-IF.
           MOVE LIN-RAYA TO W-LINEA
           PERFORM 900-SACA-00 THRU 900-SACA-99.
           PERFORM 250-CERTIF-00 THRU 250-CERTIF-99.
           PERFORM 270-SANCIONES-00 THRU 270-SANCIONES-99.
           PERFORM 260-HISTORIAL-00 THRU 260-HISTORIAL-99.
       200-FICHA-99. EXIT.

           MOVE W-SALDO TO LSA-SALDO
           MOVE LIN-SALDO TO W-LINEA
           PERFORM 900-SACA-00 THRU 900-SACA-99.
           IF W-HAYSAF NOT = "S"
              GO TO 220-SALDO-99
           END-IF.
           MOVE W-CODALUMNO TO SAF-ALUMNO
           READ SALFAVOR KEY IS SAF-ALUMNO
              INVALID KEY
                 GO TO 220-SALDO-99
           END-READ.
           IF SAF-SALDO = 0
              GO TO 220-SALDO-99
           END-IF.
           MOVE SAF-SALDO    TO LSF-SALDO
           MOVE SAF-FECHAULT TO LSF-FECHA
           MOVE LIN-SALFAV TO W-LINEA
           PERFORM 900-SACA-00 THRU 900-SACA-99.
       220-SALDO-99. EXIT.

      *  INSCRIPCIONES ACTIVAS CON ASISTENCIA Y MATERIAS
              GO TO 240-NOTAS-99
           END-IF.
           MOVE 0 TO W-NOTASLIN.
           INITIALIZE W25-DATOS
           MOVE W-CODALUMNO TO W25-ALUMNO
           MOVE W-CURSOFI TO W25-CURSO
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE W25-PLAN TO W-PLAN.
      *  LAS NOTAS SE LEEN POR LA CLAVE ALTERNATIVA DEL ALUMNO Y
      *  LA MATERIA SE BUSCA EN EL PLAN DEL CURSO
           MOVE W-CODALUMNO TO NOT-ALUMNO
           START NOTAS KEY IS EQUAL NOT-ALUMNO
              INVALID KEY
                 GO TO 240-NOTAS-99
           END-START.
       240-NOTAS-10.
           READ NOTAS NEXT AT END
                GO TO 240-NOTAS-99
           END-READ.
           IF NOT-ALUMNO NOT = W-CODALUMNO
              GO TO 240-NOTAS-99
           END-IF.
           IF NOT-CURSO NOT = W-CURSOFI
              GO TO 240-NOTAS-10
           END-IF.
           MOVE NOT-CURSO   TO MAT-CURSO
           MOVE W-PLAN      TO MAT-PLAN
           MOVE NOT-MATERIA TO MAT-CODIGO
           READ MATERIAS KEY IS MAT-CLAVE
              INVALID KEY
                 GO TO 240-NOTAS-10
           END-READ.
           PERFORM 900-SACA-00 THRU 900-SACA-99.
       250-CERTIF-99. EXIT.

      *  RESUMEN DISCIPLINARIO DEL CICLO ACTUAL Y
      *  DETALLE DE CADA SANCION (PROG-149)
       270-SANCIONES-00.
           MOVE 0 TO W-TOTOBS W-TOTAMON W-TOTSUSP.
           IF W-HAYSAN NOT = "S"
              GO TO 270-SANCIONES-99
           END-IF.
           MOVE W-CODALUMNO TO SAN-ALUMNO
           MOVE 0           TO SAN-FECHA
           MOVE 0           TO SAN-SECUENCIA
           START SANCIONES KEY IS NOT LESS SAN-CLAVE
              INVALID KEY
                 GO TO 270-SANCIONES-99
           END-START.
       270-SANCIONES-10.
           READ SANCIONES NEXT AT END
                GO TO 270-SANCIONES-50
           END-READ.
           IF SAN-ALUMNO NOT = W-CODALUMNO
              GO TO 270-SANCIONES-50
           END-IF.
           IF SAN-CICLO NOT = W-CICLOHOY
              GO TO 270-SANCIONES-10
           END-IF.
           IF SAN-OBSERVACION
              ADD 1 TO W-TOTOBS
           END-IF.
           IF SAN-AMONESTACION
              ADD SAN-CANTIDAD TO W-TOTAMON
           END-IF.
           IF SAN-SUSPENSION
              ADD SAN-CANTIDAD TO W-TOTSUSP
           END-IF.
           GO TO 270-SANCIONES-10.
       270-SANCIONES-50.
           IF W-TOTOBS + W-TOTAMON + W-TOTSUSP = 0
              GO TO 270-SANCIONES-99
           END-IF.
           MOVE W-CICLOHOY TO LSR-CICLO
           MOVE W-TOTOBS   TO LSR-OBS
           MOVE W-TOTAMON  TO LSR-AMON
           MOVE W-LIMITE   TO LSR-LIMITE
           MOVE W-TOTSUSP  TO LSR-SUSP
           MOVE SPACES     TO LSR-AVISO
           IF W-TOTAMON NOT < W-LIMITE
              MOVE "LIMITE" TO LSR-AVISO
           END-IF
           MOVE LIN-SANRES TO W-LINEA
           PERFORM 900-SACA-00 THRU 900-SACA-99.
           MOVE W-CODALUMNO TO SAN-ALUMNO
           MOVE 0           TO SAN-FECHA
           MOVE 0           TO SAN-SECUENCIA
           START SANCIONES KEY IS NOT LESS SAN-CLAVE
              INVALID KEY
                 GO TO 270-SANCIONES-99
           END-START.
       270-SANCIONES-60.
           READ SANCIONES NEXT AT END
                GO TO 270-SANCIONES-99
           END-READ.
           IF SAN-ALUMNO NOT = W-CODALUMNO
              GO TO 270-SANCIONES-99
           END-IF.
           IF SAN-CICLO NOT = W-CICLOHOY
              GO TO 270-SANCIONES-60
           END-IF.
           MOVE SAN-FECHA TO LSN-FECHA
           MOVE "OBSERVACION " TO LSN-TIPO
           IF SAN-AMONESTACION
              MOVE "AMONESTACION" TO LSN-TIPO
           END-IF
           IF SAN-SUSPENSION
              MOVE "SUSPENSION  " TO LSN-TIPO
           END-IF
           MOVE SAN-CANTIDAD TO LSN-CANT
           MOVE SAN-MOTIVO   TO LSN-MOTIVO
           MOVE LIN-SANCION TO W-LINEA
           PERFORM 900-SACA-00 THRU 900-SACA-99.
           GO TO 270-SANCIONES-60.
       270-SANCIONES-99. EXIT.

      *  ULTIMOS MOVIMIENTOS DEL HISTORIAL (SECUENCIAL): SE
      *  MUESTRAN LOS TRES FINALES CON UN BUFER CIRCULAR
       260-HISTORIAL-00.
