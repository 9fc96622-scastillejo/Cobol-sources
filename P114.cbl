      *  CAPTURA EN SALDOS.DAT LAS CIFRAS DEL DIA
      *  (ALUMNOS ACTIVOS, CUOTAS PENDIENTES CON
      *  SU SALDO, IMPORTE COBRADO ACUMULADO E
      *  INSCRIPCIONES ACTIVAS Y SALDO A FAVOR DE
      *  LOS ALUMNOS EN SALFAVOR) Y LAS CONCILIA
      *  CONTRA LA CAPTURA ANTERIOR MAS LOS
      *  MOVIMIENTOS ASENTADOS EN JOURNAL.DAT POR
      *  PROG-13 (IMAGENES ANTES/DESPUES DE
      *  ALUMNOS, CUOTAS Y SALFAVOR). CUALQUIER
      *  DIFERENCIA
      *  IMPRIME EL INFORME DE DISCREPANCIAS POR
      *  EL SPOOL Y DEJA LA CORRIDA EN RUNHIST
      *  CON ESTADO ER. LAS INSCRIPCIONES, QUE NO
       COPY "S-INSCRI.CPY".
       COPY "S-JOURNA.CPY".
       COPY "S-LISTADO.CPY".
       COPY "S-SALFAV.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-SALDOS.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-JOURNA.CPY".
       COPY "F-LISTADO.CPY".
       COPY "F-SALFAV.CPY".

       WORKING-STORAGE SECTION.

          03 PIC X(08).
          03 IMC-DESCUENTO    PIC 9(05)V99.
          03 PIC X(142).
       01 W-IMGSAF REDEFINES W-IMAGEN.
          03 PIC X(05).
          03 IMS-SALDO        PIC 9(07)V99.
          03 PIC X(186).

       COPY "L-P11.CPY".
       COPY "L-P14.CPY".
       01 ST-INSCRIP     PIC XX.
       01 ST-JOURNAL     PIC XX.
       01 ST-LISTADO     PIC XX.
       01 ST-SALFAVOR    PIC XX.
       01 W-FECHAHOY     PIC 9(08).
       01 W-HAYANT       PIC X.
       01 W-FECHAANT     PIC 9(08).
       01 W-CUOPENDIMP   PIC 9(09)V99.
       01 W-CUOPAGIMP    PIC 9(09)V99.
       01 W-INSACT       PIC 9(07).
       01 W-SALFAV       PIC 9(09)V99.
       01 W-SALDOCUO     PIC S9(09)V99.

      *  CAPTURA ANTERIOR
       01 W-ANT-PENDIMP   PIC 9(09)V99.
       01 W-ANT-PAGIMP    PIC 9(09)V99.
       01 W-ANT-INSACT    PIC 9(07).
       01 W-ANT-SALFAV    PIC 9(09)V99.

      *  DELTAS SEGUN EL DIARIO
       01 W-DEL-ALUACT    PIC S9(07).
       01 W-DEL-CUOPEND   PIC S9(07).
       01 W-DEL-PENDIMP   PIC S9(09)V99.
       01 W-DEL-PAGIMP    PIC S9(09)V99.
       01 W-DEL-SALFAV    PIC S9(09)V99.

      *  VALORES ESPERADOS
       01 W-ESP-NUM       PIC S9(09)V99.
      ********************************************
       100-CIFRASDIA-00.
           MOVE 0 TO W-ALUACT W-CUOPEND W-CUOPENDIMP
                     W-CUOPAGIMP W-INSACT W-SALFAV.
           OPEN INPUT ALUMNOS.
           IF ST-ALUMNOS = "00"
              PERFORM 110-ALUMNOS-00 THRU 110-ALUMNOS-99
              PERFORM 130-INSCRIP-00 THRU 130-INSCRIP-99
              CLOSE INSCRIPCIONES
           END-IF.
           OPEN INPUT SALFAVOR.
           IF ST-SALFAVOR = "00"
              PERFORM 140-SALFAVOR-00 THRU 140-SALFAVOR-99
              CLOSE SALFAVOR
           END-IF.
       100-CIFRASDIA-99. EXIT.

       110-ALUMNOS-00.
           GO TO 130-INSCRIP-10.
       130-INSCRIP-99. EXIT.

       140-SALFAVOR-00.
           MOVE 0 TO SAF-ALUMNO
           START SALFAVOR KEY IS NOT LESS SAF-ALUMNO
              INVALID KEY
                 GO TO 140-SALFAVOR-99
           END-START.
       140-SALFAVOR-10.
           READ SALFAVOR NEXT AT END
                GO TO 140-SALFAVOR-99
           END-READ.
           ADD SAF-SALDO TO W-SALFAV.
           GO TO 140-SALFAVOR-10.
       140-SALFAVOR-99. EXIT.

      ********************************************
      *  ULTIMA CAPTURA ANTERIOR AL DIA DE HOY
      ********************************************
           MOVE SAL-CUOPEND    TO W-ANT-CUOPEND
           MOVE SAL-CUOPENDIMP TO W-ANT-PENDIMP
           MOVE SAL-CUOPAGIMP  TO W-ANT-PAGIMP
           MOVE SAL-INSACTIVAS TO W-ANT-INSACT
           MOVE SAL-SALFAVOR   TO W-ANT-SALFAV.
           GO TO 200-ANTERIOR-10.
       200-ANTERIOR-99. EXIT.

      ********************************************
       300-DELTAS-00.
           MOVE 0 TO W-DEL-ALUACT W-DEL-CUOPEND
                     W-DEL-PENDIMP W-DEL-PAGIMP W-DEL-SALFAV.
           OPEN INPUT JOURNAL.
           IF ST-JOURNAL NOT = "00"
              GO TO 300-DELTAS-99
           IF JRN-ARCHIVO = "CUOTAS"
              PERFORM 320-DELCUO-00 THRU 320-DELCUO-99
           END-IF.
           IF JRN-ARCHIVO = "SALFAVOR"
              PERFORM 330-DELSAF-00 THRU 330-DELSAF-99
           END-IF.
           GO TO 300-DELTAS-10.
       300-DELTAS-90.
           CLOSE JOURNAL.
           END-IF.
       320-DELCUO-99. EXIT.

       330-DELSAF-00.
           IF (JRN-MODIFICACION) OR (JRN-BAJA)
              MOVE JRN-ANTES TO W-IMAGEN
              SUBTRACT IMS-SALDO FROM W-DEL-SALFAV
           END-IF.
           IF (JRN-MODIFICACION) OR (JRN-ALTA)
              MOVE JRN-DESPUES TO W-IMAGEN
              ADD IMS-SALDO TO W-DEL-SALFAV
           END-IF.
       330-DELSAF-99. EXIT.

      ********************************************
      *  COMPARA LO ESPERADO (ANTERIOR + DELTAS)
      *  CON LO REAL Y ESCRIBE LAS DIFERENCIAS
           MOVE "IMPORTE COBRADO ACUM ($) " TO LBD-CONCEPTO
           PERFORM 400-COMPARA-00 THRU 400-COMPARA-99.

           COMPUTE W-ESP-NUM = W-ANT-SALFAV + W-DEL-SALFAV
           MOVE W-SALFAV TO W-REAL-NUM
           MOVE "SALDO A FAVOR ($)        " TO LBD-CONCEPTO
           PERFORM 400-COMPARA-00 THRU 400-COMPARA-99.

      *  LAS INSCRIPCIONES NO PASAN POR EL DIARIO: SE INFORMA
      *  LA VARIACION DIA CONTRA DIA SIN MARCAR DIFERENCIA
           MOVE W-ANT-INSACT TO LBD-ESPERADO
           MOVE W-CUOPENDIMP TO SAL-CUOPENDIMP
           MOVE W-CUOPAGIMP  TO SAL-CUOPAGIMP
           MOVE W-INSACT     TO SAL-INSACTIVAS
           MOVE W-SALFAV     TO SAL-SALFAVOR
           WRITE REG-SALDO
              INVALID KEY
                 REWRITE REG-SALDO
