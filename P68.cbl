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
       01 W-CANTIDAD     PIC 9(07).
           IF W40-MODO NOT = "B"
              DISPLAY "GENERA BAKALU / BAKCUR / BAKPRO / BAKOPE"
                         LINE 5 POSITION 1
              DISPLAY "        BAKNOT / BAKEXA / BAKASI"
                         LINE 6 POSITION 1
              DISPLAY "CONFIRMA EL RESGUARDO? (S/N):" LINE 7 POSITION 1
              ACCEPT CONF LINE 7 POSITION 31
              IF CONF NOT = "S"
           PERFORM 200-RESCURSOS-00 THRU 200-RESCURSOS-99.
           PERFORM 300-RESPROVIN-00 THRU 300-RESPROVIN-99.
           PERFORM 400-RESOPERAD-00 THRU 400-RESOPERAD-99.
           PERFORM 500-RESNOTAS-00 THRU 500-RESNOTAS-99.
           PERFORM 600-RESEXAMEN-00 THRU 600-RESEXAMEN-99.
           PERFORM 700-RESASISTE-00 THRU 700-RESASISTE-99.

           INITIALIZE W14-DATOS
           MOVE "PROG-68"   TO W14-PROGRAMA
           DISPLAY W-CANTIDAD    LINE 13 POSITION 13.
       400-RESOPERAD-99. EXIT.

       500-RESNOTAS-00.
           OPEN INPUT NOTAS.
           IF ST-NOTAS NOT = "00"
              ADD 1 TO W-FALTANTES
              DISPLAY "NOTAS     : SIN ARCHIVO" LINE 14 POSITION 1
              GO TO 500-RESNOTAS-99
           END-IF.
           MOVE "BAKNOT.DAT" TO BCKNOMBRE
           PERFORM 100-ABREBACKUP-00 THRU 100-ABREBACKUP-99
           MOVE "NOTAS" TO CAB-ARCHIVO
           MOVE LINEA-CABECERA TO REG-BACKUP
           WRITE REG-BACKUP.
       500-RESNOTAS-10.
           READ NOTAS NEXT AT END
                GO TO 500-RESNOTAS-90
           END-READ.
           MOVE SPACES TO REG-BACKUP
           MOVE REG-NOTA TO REG-BACKUP
           WRITE REG-BACKUP
           ADD 1 TO W-CANTIDAD.
           GO TO 500-RESNOTAS-10.
       500-RESNOTAS-90.
           PERFORM 100-CIERRABACKUP-00 THRU 100-CIERRABACKUP-99.
           CLOSE NOTAS.
           DISPLAY "NOTAS     :" LINE 14 POSITION 1.
           DISPLAY W-CANTIDAD    LINE 14 POSITION 13.
       500-RESNOTAS-99. EXIT.

       600-RESEXAMEN-00.
           OPEN INPUT EXAMENES.
           IF ST-EXAMENES NOT = "00"
              ADD 1 TO W-FALTANTES
              DISPLAY "EXAMENES  : SIN ARCHIVO" LINE 15 POSITION 1
              GO TO 600-RESEXAMEN-99
           END-IF.
           MOVE "BAKEXA.DAT" TO BCKNOMBRE
           PERFORM 100-ABREBACKUP-00 THRU 100-ABREBACKUP-99
           MOVE "EXAMENES" TO CAB-ARCHIVO
           MOVE LINEA-CABECERA TO REG-BACKUP
           WRITE REG-BACKUP.
       600-RESEXAMEN-10.
           READ EXAMENES NEXT AT END
                GO TO 600-RESEXAMEN-90
           END-READ.
           MOVE SPACES TO REG-BACKUP
           MOVE REG-EXAMEN TO REG-BACKUP
           WRITE REG-BACKUP
           ADD 1 TO W-CANTIDAD.
           GO TO 600-RESEXAMEN-10.
       600-RESEXAMEN-90.
           PERFORM 100-CIERRABACKUP-00 THRU 100-CIERRABACKUP-99.
           CLOSE EXAMENES.
           DISPLAY "EXAMENES  :" LINE 15 POSITION 1.
           DISPLAY W-CANTIDAD    LINE 15 POSITION 13.
       600-RESEXAMEN-99. EXIT.

       700-RESASISTE-00.
           OPEN INPUT ASISTENCIA.
           IF ST-ASISTENCIA NOT = "00"
              ADD 1 TO W-FALTANTES
              DISPLAY "ASISTENCIA: SIN ARCHIVO" LINE 16 POSITION 1
              GO TO 700-RESASISTE-99
           END-IF.
           MOVE "BAKASI.DAT" TO BCKNOMBRE
           PERFORM 100-ABREBACKUP-00 THRU 100-ABREBACKUP-99
           MOVE "ASISTENCIA" TO CAB-ARCHIVO
           MOVE LINEA-CABECERA TO REG-BACKUP
           WRITE REG-BACKUP.
       700-RESASISTE-10.
           READ ASISTENCIA NEXT AT END
                GO TO 700-RESASISTE-90
           END-READ.
           MOVE SPACES TO REG-BACKUP
           MOVE REG-ASISTENCIA TO REG-BACKUP
           WRITE REG-BACKUP
           ADD 1 TO W-CANTIDAD.
           GO TO 700-RESASISTE-10.
       700-RESASISTE-90.
           PERFORM 100-CIERRABACKUP-00 THRU 100-CIERRABACKUP-99.
           CLOSE ASISTENCIA.
           DISPLAY "ASISTENCIA:" LINE 16 POSITION 1.
           DISPLAY W-CANTIDAD    LINE 16 POSITION 13.
       700-RESASISTE-99. EXIT.

       ENCABEZADO.
           DISPLAY "EMPRESA UNION S.A."  LINE 1 POSITION 1.
           INITIALIZE W1-DATOS.
