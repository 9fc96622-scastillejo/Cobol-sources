      *  CADENA BATCH NOCTURNA: EJECUTA EN ORDEN
      *  HUERFANOS (PROG-49), RESGUARDO (PROG-68),
      *  ARCHIVADO DEL LOG (PROG-66),
      *  REORGANIZACION (PROG-84), RESUMEN
      *  GERENCIAL (PROG-121, QUE SOLO IMPRIME EL
      *  PRIMER DIA DEL MES), PRESTAMOS VENCIDOS
      *  DE BIBLIOTECA (PROG-153), EXTRACCION
      *  PARA EL PORTAL DE ALUMNOS (PROG-159) Y
      *  AUDITORIA DE NUMERADORES (PROG-164),
      *  DEJANDO CADA PASO REGISTRADO EN
      *  RUNCTL.DAT. SI UN
      *  PASO FALLA, LA PROXIMA CORRIDA RETOMA
      *  DESDE ESE PASO
      ********************************************
       01 W-ESTADOCTL    PIC X(02).

       01 TABLA-ULTESTADO.
          03 TUE-ESTADO OCCURS 8 TIMES PIC X(02).

       01 TABLA-PASOS.
          03 PIC X(08) VALUE "PROG-49".
          03 PIC X(08) VALUE "PROG-66".
          03 PIC X(08) VALUE "PROG-84".
          03 PIC X(08) VALUE "PROG-121".
          03 PIC X(08) VALUE "PROG-153".
          03 PIC X(08) VALUE "PROG-159".
          03 PIC X(08) VALUE "PROG-164".
       01 TABLA-PASOS-R REDEFINES TABLA-PASOS.
          03 TAB-PASO OCCURS 8 TIMES PIC X(08).

       01 SINO PIC X(001).
       LINKAGE SECTION.

           MOVE W-PASOINICIAL TO W-PASO.
       100-CADENA-10.
           IF W-PASO > 8
              GO TO 100-CADENA-90
           END-IF.
           MOVE TAB-PASO (W-PASO) TO W-PROGRAMA
              CALL "P121" USING W-MODO W40-OPERADOR
              CANCEL "P121"
           END-IF.
           IF W-PASO = 6
              CALL "P153" USING W-MODO W40-OPERADOR
              CANCEL "P153"
           END-IF.
           IF W-PASO = 7
              CALL "P159" USING W-MODO W40-OPERADOR
              CANCEL "P159"
           END-IF.
           IF W-PASO = 8
              CALL "P164" USING W-MODO W40-OPERADOR
              CANCEL "P164"
           END-IF.

           IF RETURN-CODE NOT = 0
              MOVE "ER" TO W-ESTADOCTL
       100-RESUMEN-00.
           MOVE SPACES TO TUE-ESTADO (1) TUE-ESTADO (2)
                          TUE-ESTADO (3) TUE-ESTADO (4)
                          TUE-ESTADO (5) TUE-ESTADO (6)
                          TUE-ESTADO (7) TUE-ESTADO (8).
           OPEN INPUT RUNCONTROL.
           IF ST-RUNCONTROL NOT = "00"
              MOVE 1 TO W-PASOINICIAL
           READ RUNCONTROL AT END
                GO TO 100-RESUMEN-20
           END-READ.
           IF (RC-PASO > 0) AND (RC-PASO < 9)
              MOVE RC-ESTADO TO TUE-ESTADO (RC-PASO)
           END-IF.
           GO TO 100-RESUMEN-10.
                      AND (TUE-ESTADO (3) = "OK")
                      AND (TUE-ESTADO (4) = "OK")
                      AND (TUE-ESTADO (5) = "OK")
                      AND (TUE-ESTADO (6) = "OK")
                      AND (TUE-ESTADO (7) = "OK")
                      AND (TUE-ESTADO (8) = "OK")
              MOVE 1 TO W-PASOINICIAL
              OPEN OUTPUT RUNCONTROL
              CLOSE RUNCONTROL
              MOVE 4 TO W-PASOINICIAL
              GO TO 100-RESUMEN-99
           END-IF.
           IF TUE-ESTADO (5) NOT = "OK"
              MOVE 5 TO W-PASOINICIAL
              GO TO 100-RESUMEN-99
           END-IF.
           IF TUE-ESTADO (6) NOT = "OK"
              MOVE 6 TO W-PASOINICIAL
              GO TO 100-RESUMEN-99
           END-IF.
           IF TUE-ESTADO (7) NOT = "OK"
              MOVE 7 TO W-PASOINICIAL
              GO TO 100-RESUMEN-99
           END-IF.
           MOVE 8 TO W-PASOINICIAL.
           GO TO 100-RESUMEN-99.
       100-RESUMEN-50.
           CONTINUE.
