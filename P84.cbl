      *  PROGRAMA NRO 84
      *  REORGANIZACION DE LOS ARCHIVOS INDEXADOS:
      *  DESCARGA CADA MAESTRO EN ORDEN DE CLAVE
      *  PRIMARIA, LO RECONSTRUYE DESDE CERO (CON
      *  SUS CLAVES ALTERNATIVAS), VERIFICA LAS
      *  CANTIDADES Y DEJA UNA ESTADISTICA EN
      *  REORG.LST. EJECUTABLE
      *  DESDE LA CADENA NOCTURNA
      ********************************************
       ENVIRONMENT DIVISION.
       COPY "S-PROVIN.CPY".
       COPY "S-OPERAD.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-NOTAS.CPY".
       COPY "S-EXAMEN.CPY".
       COPY "S-ASISTE.CPY".
       COPY "S-REORG.CPY".
       COPY "S-REOLST.CPY".
       DATA DIVISION.
       COPY "F-PROVIN.CPY".
       COPY "F-OPERAD.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-NOTAS.CPY".
       COPY "F-EXAMEN.CPY".
       COPY "F-ASISTE.CPY".
       COPY "F-REORG.CPY".
       COPY "F-REOLST.CPY".

       01 ST-PROVINCIAS  PIC XX.
       01 ST-OPERADORES  PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-NOTAS       PIC XX.
       01 ST-EXAMENES    PIC XX.
       01 ST-ASISTENCIA  PIC XX.
       01 ST-REORGTMP    PIC XX.
       01 ST-REORGLST    PIC XX.
       01 W-ENTRADA      PIC 9(07).
           PERFORM 300-REOPROVIN-00 THRU 300-REOPROVIN-99.
           PERFORM 400-REOOPERAD-00 THRU 400-REOOPERAD-99.
           PERFORM 500-REOINSCRI-00 THRU 500-REOINSCRI-99.
           PERFORM 600-REONOTAS-00 THRU 600-REONOTAS-99.
           PERFORM 700-REOEXAMEN-00 THRU 700-REOEXAMEN-99.
           PERFORM 800-REOASISTE-00 THRU 800-REOASISTE-99.

           CLOSE REORGLST.

           PERFORM 900-ESTAD-00 THRU 900-ESTAD-99.
       500-REOINSCRI-99. EXIT.

       600-REONOTAS-00.
           MOVE "NOTAS" TO LE-ARCHIVO.
           MOVE 0 TO W-ENTRADA W-SALIDA.
           OPEN INPUT NOTAS.
           IF ST-NOTAS NOT = "00"
              PERFORM 910-ESTADFALLA-00 THRU 910-ESTADFALLA-99
              GO TO 600-REONOTAS-99
           END-IF.
           OPEN OUTPUT REORGTMP.
       600-REONOTAS-10.
           READ NOTAS NEXT AT END
                GO TO 600-REONOTAS-30
           END-READ.
           MOVE SPACES TO REG-REORGTMP
           MOVE REG-NOTA TO REG-REORGTMP
           WRITE REG-REORGTMP
           ADD 1 TO W-ENTRADA.
           GO TO 600-REONOTAS-10.
       600-REONOTAS-30.
           CLOSE NOTAS.
           CLOSE REORGTMP.
           OPEN OUTPUT NOTAS.
           OPEN INPUT REORGTMP.
       600-REONOTAS-40.
           READ REORGTMP AT END
                GO TO 600-REONOTAS-90
           END-READ.
           MOVE REG-REORGTMP TO REG-NOTA
           WRITE REG-NOTA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-SALIDA
           END-WRITE.
           GO TO 600-REONOTAS-40.
       600-REONOTAS-90.
           CLOSE REORGTMP.
           CLOSE NOTAS.
           PERFORM 900-ESTAD-00 THRU 900-ESTAD-99.
       600-REONOTAS-99. EXIT.

       700-REOEXAMEN-00.
           MOVE "EXAMENES" TO LE-ARCHIVO.
           MOVE 0 TO W-ENTRADA W-SALIDA.
           OPEN INPUT EXAMENES.
           IF ST-EXAMENES NOT = "00"
              PERFORM 910-ESTADFALLA-00 THRU 910-ESTADFALLA-99
              GO TO 700-REOEXAMEN-99
           END-IF.
           OPEN OUTPUT REORGTMP.
       700-REOEXAMEN-10.
           READ EXAMENES NEXT AT END
                GO TO 700-REOEXAMEN-30
           END-READ.
           MOVE SPACES TO REG-REORGTMP
           MOVE REG-EXAMEN TO REG-REORGTMP
           WRITE REG-REORGTMP
           ADD 1 TO W-ENTRADA.
           GO TO 700-REOEXAMEN-10.
       700-REOEXAMEN-30.
           CLOSE EXAMENES.
           CLOSE REORGTMP.
           OPEN OUTPUT EXAMENES.
           OPEN INPUT REORGTMP.
       700-REOEXAMEN-40.
           READ REORGTMP AT END
                GO TO 700-REOEXAMEN-90
           END-READ.
           MOVE REG-REORGTMP TO REG-EXAMEN
           WRITE REG-EXAMEN
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-SALIDA
           END-WRITE.
           GO TO 700-REOEXAMEN-40.
       700-REOEXAMEN-90.
           CLOSE REORGTMP.
           CLOSE EXAMENES.
           PERFORM 900-ESTAD-00 THRU 900-ESTAD-99.
       700-REOEXAMEN-99. EXIT.

       800-REOASISTE-00.
           MOVE "ASISTENCIA" TO LE-ARCHIVO.
           MOVE 0 TO W-ENTRADA W-SALIDA.
           OPEN INPUT ASISTENCIA.
           IF ST-ASISTENCIA NOT = "00"
              PERFORM 910-ESTADFALLA-00 THRU 910-ESTADFALLA-99
              GO TO 800-REOASISTE-99
           END-IF.
           OPEN OUTPUT REORGTMP.
       800-REOASISTE-10.
           READ ASISTENCIA NEXT AT END
                GO TO 800-REOASISTE-30
           END-READ.
           MOVE SPACES TO REG-REORGTMP
           MOVE REG-ASISTENCIA TO REG-REORGTMP
           WRITE REG-REORGTMP
           ADD 1 TO W-ENTRADA.
           GO TO 800-REOASISTE-10.
       800-REOASISTE-30.
           CLOSE ASISTENCIA.
           CLOSE REORGTMP.
           OPEN OUTPUT ASISTENCIA.
           OPEN INPUT REORGTMP.
       800-REOASISTE-40.
           READ REORGTMP AT END
                GO TO 800-REOASISTE-90
           END-READ.
           MOVE REG-REORGTMP TO REG-ASISTENCIA
      *  LA CLAVE ALTERNATIVA ALUMNO+FECHA SE RECALCULA DESDE LA
      *  CLAVE PRIMARIA
           MOVE ASI-ALUMNO TO ASI-ALUMNOALT
           MOVE ASI-FECHA  TO ASI-FECHAALT
           WRITE REG-ASISTENCIA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-SALIDA
           END-WRITE.
           GO TO 800-REOASISTE-40.
       800-REOASISTE-90.
           CLOSE REORGTMP.
           CLOSE ASISTENCIA.
           PERFORM 900-ESTAD-00 THRU 900-ESTAD-99.
       800-REOASISTE-99. EXIT.

       ENCABEZADO.
           DISPLAY "EMPRESA UNION S.A."  LINE 1 POSITION 1.
           INITIALIZE W1-DATOS.
