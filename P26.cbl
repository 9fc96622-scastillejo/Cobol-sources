       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-26.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 26
      *  SUBPROGRAMA DE PRESTAMOS DE BIBLIOTECA
      *  (PRESTAMO.DAT, PROG-152): DEVUELVE
      *  CUANTOS ELEMENTOS TIENE SIN DEVOLVER UN
      *  ALUMNO (W26-TIPO A) O UN DOCENTE (D) Y
      *  CUANTOS DE ELLOS ESTAN VENCIDOS A LA
      *  FECHA W26-FECHA (SI VIENE EN CERO, HOY)
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-PRESTA.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-PRESTA.CPY".

       WORKING-STORAGE SECTION.

       COPY "L-P11.CPY".

       01 ST-PRESTAMOS   PIC XX.
       01 W-FECHA        PIC 9(08).

       LINKAGE SECTION.
       COPY "L-P26.CPY".

      ********************************************
       PROCEDURE DIVISION USING W26-DATOS.
      ********************************************
       INICIO.
           MOVE 0 TO W26-PENDIENTES W26-VENCIDOS.
           MOVE W26-FECHA TO W-FECHA.
           IF W-FECHA = 0
              INITIALIZE W1-DATOS
              MOVE 2 TO W1-OPCION
              CALL "P11" USING W1-DATOS
              CANCEL "P11"
              MOVE W1-NUMERICO TO W-FECHA
           END-IF.
           OPEN INPUT PRESTAMOS.
           IF ST-PRESTAMOS NOT = "00"
              GO TO FINAL-F
           END-IF.
           MOVE W26-TIPO    TO PRS-TIPODEU
           MOVE W26-PERSONA TO PRS-PERSONA
           START PRESTAMOS KEY IS EQUAL PRS-DEUDOR
              INVALID KEY
                 GO TO 100-RECORRE-90
           END-START.
       100-RECORRE-10.
           READ PRESTAMOS NEXT AT END
                GO TO 100-RECORRE-90
           END-READ.
           IF (PRS-TIPODEU NOT = W26-TIPO) OR
              (PRS-PERSONA NOT = W26-PERSONA)
              GO TO 100-RECORRE-90
           END-IF.
           IF NOT PRS-PENDIENTE
              GO TO 100-RECORRE-10
           END-IF.
           ADD 1 TO W26-PENDIENTES.
           IF PRS-VENCE < W-FECHA
              ADD 1 TO W26-VENCIDOS
           END-IF.
           GO TO 100-RECORRE-10.
       100-RECORRE-90.
           CLOSE PRESTAMOS.
       FINAL-F.
           EXIT PROGRAM.
