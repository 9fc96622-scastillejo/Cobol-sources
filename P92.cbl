      *  QUE LA GENERACION DE CUOTAS (PROG-59)
      *  APLICA AL CREAR CADA CUOTA. INCLUYE EL
      *  INFORME DE DESCUENTO OTORGADO POR CURSO
      *  Y POR MOTIVO PARA LA COMISION DIRECTIVA.
      *  NO SE MODIFICAN BECAS DE UN CICLO CUYAS
      *  CUOTAS ESTAN TODAS CERRADAS (CIERREMM)
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "L-P11.CPY".
       COPY "L-P13.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.
       01 FILA          PIC 999 VALUE 0.
       01 CONF           PIC X.

       01 W-INFCICLO     PIC 9(04).
       01 W-CERRADO      PIC 9(06).
       01 W-TOTALDESC    PIC 9(07)V99.
       01 TABLA-DESCURSO.
          03 TDC-TOTAL OCCURS 99 TIMES PIC 9(07)V99.
             CLOSE BECAS
             GO TO FINAL-F
           END-IF.
           MOVE 0 TO W-CERRADO.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "CIERREMM" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF W16-RESULT = "S"
              MOVE W16-VALORNUM TO W-CERRADO
           END-IF.

       INICIO.
           DISPLAY " " ERASE
           IF CICLO = 0
              GO TO 100-ALTA-05
           END-IF.
           IF ((CICLO * 100) + 12) NOT > W-CERRADO
              MOVE "EL CICLO TIENE SUS CUOTAS CERRADAS (PROG-134)."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-10
           END-IF.
           MOVE ALUMNO TO BEC-ALUMNO
           MOVE CURSO  TO BEC-CURSO
           MOVE CICLO  TO BEC-CICLO
           IF CICLO = 0
              GO TO 200-BAJA-05
           END-IF.
           IF ((CICLO * 100) + 12) NOT > W-CERRADO
              MOVE "EL CICLO TIENE SUS CUOTAS CERRADAS (PROG-134)."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 200-BAJA-10
           END-IF.
           MOVE ALUMNO TO BEC-ALUMNO
           MOVE CURSO  TO BEC-CURSO
           MOVE CICLO  TO BEC-CICLO
           IF CICLO = 0
              GO TO 300-MODIFICACION-05
           END-IF.
           IF ((CICLO * 100) + 12) NOT > W-CERRADO
              MOVE "EL CICLO TIENE SUS CUOTAS CERRADAS (PROG-134)."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 300-MODIFICACION-10
           END-IF.
           MOVE ALUMNO TO BEC-ALUMNO
           MOVE CURSO  TO BEC-CURSO
           MOVE CICLO  TO BEC-CICLO
