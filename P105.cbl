      *  CALCULAR CURSOS Y HORAS DEL MES (SEMANA
      *  TIPO POR 4), CON TOTALES POR SEDE.
      *  IMPRIME POR EL SPOOL Y EXPORTA EL DETALLE
      *  DELIMITADO A CARGAHOR.DAT PARA SUELDOS.
      *  JUNTO A LAS HORAS PREVISTAS MUESTRA LAS
      *  EFECTIVAMENTE DICTADAS POR EL DOCENTE EN
      *  EL MES SEGUN EL LIBRO DE TEMAS (PROG-145)
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "S-HORARI.CPY".
       COPY "S-LISTADO.CPY".
       COPY "S-CARGAH.CPY".
       COPY "S-LIBTEM.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-DOCENT.CPY".
       COPY "F-HORARI.CPY".
       COPY "F-LISTADO.CPY".
       COPY "F-CARGAH.CPY".
       COPY "F-LIBTEM.CPY".

       WORKING-STORAGE SECTION.

          03            PIC X.
          03 LHC-MARCA  PIC X(05).
          03 LHC-EFECT  PIC ZZ9.
          03 PIC X(06) VALUE " DICT ".
          03 LHC-DICT   PIC ZZ9,99.
       01 LINEA-CH-TOTDOC.
          03            PIC X(03).
          03 PIC X(16) VALUE "TOTAL DEL MES:  ".
          03 PIC X(08) VALUE " CURSOS ".
          03 LHX-HORAS  PIC ZZZ9,99.
          03 PIC X(06) VALUE " HORAS".
          03 PIC X(11) VALUE " DICTADAS: ".
          03 LHX-DICT   PIC ZZZ9,99.
       01 LINEA-CH-SEDE.
          03 PIC X(05) VALUE "SEDE ".
          03 LHS-SEDE   PIC 9(02).
       01 ST-HORARIOS    PIC XX.
       01 ST-LISTADO     PIC XX.
       01 ST-CARGAHOR    PIC XX.
       01 ST-LIBROTEMAS  PIC XX.
       01 W-HAYLIB       PIC X.
       01 W-MINDICT      PIC 9(06).
       01 W-HORASDICT    PIC 9(04)V99.
       01 W-DICTDOC      PIC 9(05)V99.
       01 W-HAYEDI       PIC X.
       01 W-HAYHOR       PIC X.
       01 W-ANIO         PIC 9(04).
           ELSE
              MOVE "N" TO W-HAYHOR
           END-IF.
           OPEN INPUT LIBROTEMAS.
           IF ST-LIBROTEMAS = "00"
              MOVE "S" TO W-HAYLIB
           ELSE
              MOVE "N" TO W-HAYLIB
           END-IF.

           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
                      LINE 11 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
       CIERRE-F.
           IF W-HAYLIB = "S"
              CLOSE LIBROTEMAS
           END-IF.
           IF W-HAYHOR = "S"
              CLOSE HORARIOS
           END-IF.
           READ DOCENTES NEXT AT END
                GO TO 100-DOCENTES-99
           END-READ.
           MOVE 0 TO W-HORASDOC W-CURSOSDOC W-DICTDOC.
           PERFORM 200-CURSOSDOC-00 THRU 200-CURSOSDOC-99.
           IF W-CURSOSDOC = 0
              GO TO 100-DOCENTES-10
           ADD 1 TO W-DOCPROC.
           MOVE W-CURSOSDOC TO LHX-CURSOS
           MOVE W-HORASDOC  TO LHX-HORAS
           MOVE W-DICTDOC   TO LHX-DICT
           MOVE LINEA-CH-TOTDOC TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           END-READ.
           MOVE W-SEDEDOC   TO LHC-SEDE
           MOVE W-HORASMES  TO LHC-HORAS
           PERFORM 300-DICTADAS-00 THRU 300-DICTADAS-99.
           MOVE W-HORASDICT TO LHC-DICT
           ADD W-HORASDICT TO W-DICTDOC.
      *  QUIEN DICTO REALMENTE: CON SUPLENCIA O LICENCIA
      *  VIGENTE A MITAD DE MES SE MARCA LA LINEA (PROG-19)
           INITIALIZE W19-DATOS
              GO TO 300-MINUTOS-99
           END-IF.
           MOVE DCU-CURSO TO HOR-CURSO
           MOVE 0 TO HOR-COMISION
           MOVE 0 TO HOR-DIA
           MOVE 0 TO HOR-DESDE
           START HORARIOS KEY IS NOT LESS HOR-CLAVE
           GO TO 300-MINUTOS-10.
       300-MINUTOS-99. EXIT.

      *  HORAS QUE EL DOCENTE DICTO EN EL CURSO DURANTE EL MES
      *  SEGUN EL LIBRO DE TEMAS (CLASES EN ESTADO DICTADA)
       300-DICTADAS-00.
           MOVE 0 TO W-MINDICT W-HORASDICT.
           IF W-HAYLIB NOT = "S"
              GO TO 300-DICTADAS-99
           END-IF.
           MOVE DCU-CURSO TO LIB-CURSO
           MOVE 0 TO LIB-COMISION
           MOVE 0 TO LIB-FECHA
           MOVE 0 TO LIB-DESDE
           START LIBROTEMAS KEY IS NOT LESS LIB-CLAVE
              INVALID KEY
                 GO TO 300-DICTADAS-99
           END-START.
       300-DICTADAS-10.
           READ LIBROTEMAS NEXT AT END
                GO TO 300-DICTADAS-90
           END-READ.
           IF LIB-CURSO NOT = DCU-CURSO
              GO TO 300-DICTADAS-90
           END-IF.
           IF (LIB-FECHA < W-MESDESDE) OR (LIB-FECHA > W-MESHASTA)
              GO TO 300-DICTADAS-10
           END-IF.
           IF (NOT LIB-DICTADA) OR (LIB-DOCENTE NOT = DOC-CODIGO)
              GO TO 300-DICTADAS-10
           END-IF.
           MOVE LIB-DESDE TO W-HHMM
           COMPUTE W-MINDESDE = (W-HH * 60) + W-MM
           MOVE LIB-HASTA TO W-HHMM
           COMPUTE W-MINHASTA = (W-HH * 60) + W-MM
           IF W-MINHASTA > W-MINDESDE
              COMPUTE W-MINDICT = W-MINDICT
                                + (W-MINHASTA - W-MINDESDE)
           END-IF.
           GO TO 300-DICTADAS-10.
       300-DICTADAS-90.
           COMPUTE W-HORASDICT ROUNDED = W-MINDICT / 60.
       300-DICTADAS-99. EXIT.

       400-SEDES-00.
           MOVE 1 TO TSH-IND.
       400-SEDES-10.
