      *  PORCENTUAL (PARAMETRO MORATASA), DEJANDO
      *  EL IMPORTE ORIGINAL INTACTO Y EL RECARGO
      *  EN CUO-RECARGO. CADA APLICACION QUEDA
      *  ASENTADA EN EL DIARIO (PROG-13).
      *  NO TOCA CUOTAS DE PERIODOS YA CERRADOS
      *  (PARAMETRO CIERREMM, PROG-134)
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          03 W-VTO-DIA   PIC 9(02).
       01 W-APLICADAS    PIC 9(05).
       01 W-SALTEADAS    PIC 9(05).
       01 W-CERRADO      PIC 9(06).
       01 W-ENCERRADO    PIC 9(05).
       01 CONF           PIC X.

       01 SINO PIC X(001).

           COMPUTE W-DIASHOY = (W-HOY-ANIO * 365) + (W-HOY-MES * 30)
                             + W-HOY-DIA
           MOVE 0 TO W-APLICADAS W-SALTEADAS W-ENCERRADO.
           PERFORM 100-CUOTAS-00 THRU 100-CUOTAS-99.

           INITIALIZE W14-DATOS
           DISPLAY W-APLICADAS            LINE 11 POSITION 22.
           DISPLAY "YA RECARGADAS      :" LINE 12 POSITION 1.
           DISPLAY W-SALTEADAS            LINE 12 POSITION 22.
           DISPLAY "EN PERIODO CERRADO :" LINE 13 POSITION 1.
           DISPLAY W-ENCERRADO            LINE 13 POSITION 22.
           ACCEPT SINO LINE 24 POSITION 80.
       CIERRE-F.
           CLOSE CUOTAS.
                                 AND (W16-VALORNUM < 29)
              MOVE W16-VALORNUM TO W-DIAVTO
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
       100-PARAMETROS-99. EXIT.

      ********************************************
              ADD 1 TO W-SALTEADAS
              GO TO 100-CUOTAS-10
           END-IF.
           IF ((CUO-ANIO * 100) + CUO-MES) NOT > W-CERRADO
              ADD 1 TO W-ENCERRADO
              GO TO 100-CUOTAS-10
           END-IF.
           PERFORM 100-APLICA-00 THRU 100-APLICA-99.
           GO TO 100-CUOTAS-10.
       100-CUOTAS-99. EXIT.
