       COPY "S-CURSO.CPY".
       COPY "S-PROVIN.CPY".
       COPY "S-OPERAD.CPY".
       COPY "S-NOTAS.CPY".
       COPY "S-EXAMEN.CPY".
       COPY "S-ASISTE.CPY".
       COPY "S-BACKUP.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-CURSO.CPY".
       COPY "F-PROVIN.CPY".
       COPY "F-OPERAD.CPY".
       COPY "F-NOTAS.CPY".
       COPY "F-EXAMEN.CPY".
       COPY "F-ASISTE.CPY".
       COPY "F-BACKUP.CPY".

       WORKING-STORAGE SECTION.
       01 ST-CURSOS      PIC XX.
       01 ST-PROVINCIAS  PIC XX.
       01 ST-OPERADORES  PIC XX.
       01 ST-NOTAS       PIC XX.
       01 ST-EXAMENES    PIC XX.
       01 ST-ASISTENCIA  PIC XX.
       01 ST-BACKUP      PIC XX.
       01 BCKNOMBRE      PIC X(12).
       01 OPCION         PIC 99.
           DISPLAY "2-CURSOS     (BAKCUR.DAT)" LINE 6 POSITION 1.
           DISPLAY "3-PROVINCIAS (BAKPRO.DAT)" LINE 7 POSITION 1.
           DISPLAY "4-OPERADORES (BAKOPE.DAT)" LINE 8 POSITION 1.
           DISPLAY "5-NOTAS      (BAKNOT.DAT)" LINE 9 POSITION 1.
           DISPLAY "6-EXAMENES   (BAKEXA.DAT)" LINE 10 POSITION 1.
           DISPLAY "7-ASISTENCIA (BAKASI.DAT)" LINE 11 POSITION 1.
           DISPLAY "9-SALIR                  " LINE 12 POSITION 1.
           DISPLAY "OPCION:"                   LINE 13 POSITION 1.
           ACCEPT OPCION LINE 13 POSITION 10.
           IF OPCION = 9
              GO TO FINAL-F
           END-IF.
           IF (OPCION < 1) OR (OPCION > 7)
              GO TO INICIO
           END-IF.

           IF OPCION = 4
              MOVE "BAKOPE.DAT" TO BCKNOMBRE
           END-IF.
           IF OPCION = 5
              MOVE "BAKNOT.DAT" TO BCKNOMBRE
           END-IF.
           IF OPCION = 6
              MOVE "BAKEXA.DAT" TO BCKNOMBRE
           END-IF.
           IF OPCION = 7
              MOVE "BAKASI.DAT" TO BCKNOMBRE
           END-IF.

           MOVE 0 TO W-NROAUTO.
           IF W-ESJUNIOR = "S"
           IF OPCION = 4
              PERFORM 400-RESTOPERAD-00 THRU 400-RESTOPERAD-99
           END-IF.
           IF OPCION = 5
              PERFORM 500-RESTNOTAS-00 THRU 500-RESTNOTAS-99
           END-IF.
           IF OPCION = 6
              PERFORM 600-RESTEXAMEN-00 THRU 600-RESTEXAMEN-99
           END-IF.
           IF OPCION = 7
              PERFORM 700-RESTASISTE-00 THRU 700-RESTASISTE-99
           END-IF.
           CLOSE BACKUP.

           PERFORM 900-CONTROL-00 THRU 900-CONTROL-99.
           CLOSE OPERADORES.
       400-RESTOPERAD-99. EXIT.

       500-RESTNOTAS-00.
           OPEN I-O NOTAS.
           IF ST-NOTAS = "35"
              OPEN OUTPUT NOTAS
              CLOSE NOTAS
              OPEN I-O NOTAS
           END-IF.
           READ NOTAS NEXT AT END
                GO TO 500-RESTNOTAS-10
           END-READ.
           MOVE "EL ARCHIVO DESTINO NO ESTA VACIO." TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F
           CLOSE NOTAS
           GO TO 500-RESTNOTAS-99.
       500-RESTNOTAS-10.
           READ BACKUP AT END
                GO TO 500-RESTNOTAS-90
           END-READ.
           IF REG-BACKUP(1:7) = "*FINAL*"
              MOVE REG-BACKUP(1:14) TO LINEA-FINAL
              MOVE "S" TO W-HAYFINAL
              GO TO 500-RESTNOTAS-90
           END-IF.
           MOVE REG-BACKUP TO REG-NOTA
           WRITE REG-NOTA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-CARGADOS
           END-WRITE.
           GO TO 500-RESTNOTAS-10.
       500-RESTNOTAS-90.
           CLOSE NOTAS.
       500-RESTNOTAS-99. EXIT.

       600-RESTEXAMEN-00.
           OPEN I-O EXAMENES.
           IF ST-EXAMENES = "35"
              OPEN OUTPUT EXAMENES
              CLOSE EXAMENES
              OPEN I-O EXAMENES
           END-IF.
           READ EXAMENES NEXT AT END
                GO TO 600-RESTEXAMEN-10
           END-READ.
           MOVE "EL ARCHIVO DESTINO NO ESTA VACIO." TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F
           CLOSE EXAMENES
           GO TO 600-RESTEXAMEN-99.
       600-RESTEXAMEN-10.
           READ BACKUP AT END
                GO TO 600-RESTEXAMEN-90
           END-READ.
           IF REG-BACKUP(1:7) = "*FINAL*"
              MOVE REG-BACKUP(1:14) TO LINEA-FINAL
              MOVE "S" TO W-HAYFINAL
              GO TO 600-RESTEXAMEN-90
           END-IF.
           MOVE REG-BACKUP TO REG-EXAMEN
           WRITE REG-EXAMEN
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-CARGADOS
           END-WRITE.
           GO TO 600-RESTEXAMEN-10.
       600-RESTEXAMEN-90.
           CLOSE EXAMENES.
       600-RESTEXAMEN-99. EXIT.

       700-RESTASISTE-00.
           OPEN I-O ASISTENCIA.
           IF ST-ASISTENCIA = "35"
              OPEN OUTPUT ASISTENCIA
              CLOSE ASISTENCIA
              OPEN I-O ASISTENCIA
           END-IF.
           READ ASISTENCIA NEXT AT END
                GO TO 700-RESTASISTE-10
           END-READ.
           MOVE "EL ARCHIVO DESTINO NO ESTA VACIO." TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F
           CLOSE ASISTENCIA
           GO TO 700-RESTASISTE-99.
       700-RESTASISTE-10.
           READ BACKUP AT END
                GO TO 700-RESTASISTE-90
           END-READ.
           IF REG-BACKUP(1:7) = "*FINAL*"
              MOVE REG-BACKUP(1:14) TO LINEA-FINAL
              MOVE "S" TO W-HAYFINAL
              GO TO 700-RESTASISTE-90
           END-IF.
           MOVE REG-BACKUP TO REG-ASISTENCIA
      *  LA CLAVE ALTERNATIVA ALUMNO+FECHA SE RECALCULA DESDE LA
      *  CLAVE PRIMARIA
           MOVE ASI-ALUMNO TO ASI-ALUMNOALT
           MOVE ASI-FECHA  TO ASI-FECHAALT
           WRITE REG-ASISTENCIA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-CARGADOS
           END-WRITE.
           GO TO 700-RESTASISTE-10.
       700-RESTASISTE-90.
           CLOSE ASISTENCIA.
       700-RESTASISTE-99. EXIT.

       ENCABEZADO.
           DISPLAY "EMPRESA UNION S.A."  LINE 1 POSITION 1.
           INITIALIZE W1-DATOS.
