      *  PROMOCION DE CADA INSCRIPTO (PROG-18) Y
      *  SE IMPRIME POR EL SPOOL LA LISTA DE
      *  PROMOVIDOS, ALUMNOS QUE ADEUDAN MATERIAS
      *  Y REPROBADOS POR ASISTENCIA. ADVIERTE
      *  LOS INSCRIPTOS QUE ADEUDAN MATERIAL DE
      *  BIBLIOTECA (PROG-26) Y LOS MARCA EN LA
      *  LISTA
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "L-P13.CPY".
       COPY "L-P15.CPY".
       COPY "L-P18.CPY".
       COPY "L-P26.CPY".

       01 LINEA-PRO-TIT.
          03 PIC X(30) VALUE "LISTA DE PROMOCION DEL CURSO: ".
          03              PIC X.
          03 LPD-ASIS     PIC ZZ9.
          03 PIC X(02) VALUE " %".
          03              PIC X.
          03 LPD-BIBLIO   PIC X(03).
       01 LINEA-PRO-TOT.
          03 PIC X(11) VALUE "PROMOVIDOS:".
          03 LPX-PROMO PIC ZZZ9.
       01 W-CODCURSO     PIC 9(02).
       01 W-CICLO        PIC 9(04).
       01 W-CANTALUM     PIC 9(04).
       01 W-CONBIBLIO    PIC 9(04).
       01 ST-LISTADO     PIC XX.
       01 W-CERRADO      PIC X.
       01 W-PROMOVIDOS   PIC 9(04).
                      POSITION 1.
           DISPLAY W-CANTALUM                         LINE 8
                      POSITION 33.
           PERFORM 100-AVISOBIBLIO-00 THRU 100-AVISOBIBLIO-99.
           DISPLAY "CONFIRMA EL CIERRE DEL CURSO? (S/N):" LINE 9
                      POSITION 1.
           ACCEPT CONF LINE 9 POSITION 38.
           PERFORM 200-CUENTAEDICION-00 THRU 200-CUENTAEDICION-99.
           DISPLAY "INSCRIPTOS EN LA EDICION:" LINE 8 POSITION 1.
           DISPLAY W-CANTALUM LINE 8 POSITION 27.
           PERFORM 100-AVISOBIBLIO-00 THRU 100-AVISOBIBLIO-99.
           DISPLAY "CONFIRMA EL CIERRE DE LA EDICION? (S/N):"
                      LINE 9 POSITION 1.
           ACCEPT CONF LINE 9 POSITION 42.
      *  CUENTA LAS INSCRIPCIONES ACTIVAS DEL CURSO (TODOS LOS
      *  CICLOS)
       100-CUENTACURSO-00.
           MOVE 0 TO W-CANTALUM W-CONBIBLIO
           IF W-HAYINS = "N"
              GO TO 100-CUENTACURSO-99
           END-IF
           END-IF.
           IF INS-ACTIVA
              ADD 1 TO W-CANTALUM
              PERFORM 100-BIBLIO-00 THRU 100-BIBLIO-99
           END-IF.
           GO TO 100-CUENTACURSO-10.
       100-CUENTACURSO-99. EXIT.
      *  CUENTA LAS INSCRIPCIONES ACTIVAS DE LA EDICION
      *  (CURSO + CICLO)
       200-CUENTAEDICION-00.
           MOVE 0 TO W-CANTALUM W-CONBIBLIO
           IF W-HAYINS = "N"
              GO TO 200-CUENTAEDICION-99
           END-IF
           END-IF.
           IF INS-ACTIVA AND (INS-CICLO = W-CICLO)
              ADD 1 TO W-CANTALUM
              PERFORM 100-BIBLIO-00 THRU 100-BIBLIO-99
           END-IF.
           GO TO 200-CUENTAEDICION-10.
       200-CUENTAEDICION-99. EXIT.

      *  MATERIAL DE BIBLIOTECA SIN DEVOLVER DEL INSCRIPTO
       100-BIBLIO-00.
           INITIALIZE W26-DATOS
           MOVE "A" TO W26-TIPO
           MOVE INS-ALUMNO TO W26-PERSONA
           CALL "P26" USING W26-DATOS
           CANCEL "P26"
           IF W26-PENDIENTES > 0
              ADD 1 TO W-CONBIBLIO
           END-IF.
       100-BIBLIO-99. EXIT.

      *  SOLO ADVIERTE: EL CIERRE NO SE BLOQUEA POR LA BIBLIOTECA
       100-AVISOBIBLIO-00.
           IF W-CONBIBLIO = 0
              GO TO 100-AVISOBIBLIO-99
           END-IF.
           DISPLAY "ATENCION: INSCRIPTOS QUE ADEUDAN MATERIAL DE"
                      LINE 11 POSITION 1.
           DISPLAY "BIBLIOTECA:" LINE 11 POSITION 46.
           DISPLAY W-CONBIBLIO   LINE 11 POSITION 58.
       100-AVISOBIBLIO-99. EXIT.

      ********************************************
      *  LISTA DE PROMOCION DEL CIERRE: EVALUA A
      *  CADA INSCRIPTO ACTIVO CON PROG-18 Y DEJA
           CALL "P18" USING W18-DATOS
           CANCEL "P18"
           MOVE W18-PORCENT TO LPD-ASIS
           MOVE SPACES TO LPD-BIBLIO
           INITIALIZE W26-DATOS
           MOVE "A" TO W26-TIPO
           MOVE INS-ALUMNO TO W26-PERSONA
           CALL "P26" USING W26-DATOS
           CANCEL "P26"
           IF W26-PENDIENTES > 0
              MOVE "BIB" TO LPD-BIBLIO
           END-IF
           IF W18-RESULT = "P"
              MOVE "PROMOVIDO         " TO LPD-SITUA
              ADD 1 TO W-PROMOVIDOS
