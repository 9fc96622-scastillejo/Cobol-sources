       COPY "L-P12.CPY".
       COPY "L-P15.CPY".
       COPY "L-P21.CPY".
       COPY "L-P26.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.
       01 FILA          PIC 999 VALUE 0.
       01 W-ESJUNIOR          PIC X.
       01 W-CONDEUDA          PIC X.
       01 W-NROAUTO           PIC 9(06).
       01 W-MSGBIBLIO.
          03 PIC X(17) VALUE "ATENCION: ADEUDA ".
          03 WMB-CANT            PIC ZZ9.
          03 PIC X(27) VALUE " ELEMENTO(S) DE BIBLIOTECA.".
       01 W-SALDOCUO          PIC 9(06)V99.
       01 W-CICLOACT          PIC 9(04).
       01 W-CUPOOK            PIC X.
           MOVE ALU-FECHAALTA     TO INS-FECHA
           MOVE "A" TO INS-ESTADO
           MOVE 0 TO INS-FOLIO
           MOVE 0 TO INS-COMISION
           WRITE REG-INSCRIPCION
              INVALID KEY
      *  REACTIVACION: SE RELEE LA INSCRIPCION EXISTENTE PARA
           MOVE ALU-FECHAALTA     TO INS-FECHA
           MOVE "A" TO INS-ESTADO
           MOVE 0 TO INS-FOLIO
           MOVE 0 TO INS-COMISION
           WRITE REG-INSCRIPCION
              INVALID KEY
      *  REACTIVACION: SE RELEE LA INSCRIPCION EXISTENTE PARA
           DISPLAY DOMICILIO LINE 12 POSITION 13.
      *  BAJA CON DEUDA: EL JUNIOR NECESITA LA APROBACION
      *  DEL SUPERVISOR EN LA COLA DE AUTORIZACIONES
      *  MATERIAL DE BIBLIOTECA SIN DEVOLVER: SOLO SE ADVIERTE
           INITIALIZE W26-DATOS
           MOVE "A" TO W26-TIPO
           MOVE ALU-CODIGO TO W26-PERSONA
           CALL "P26" USING W26-DATOS
           CANCEL "P26"
           IF W26-PENDIENTES > 0
              MOVE W26-PENDIENTES TO WMB-CANT
              MOVE W-MSGBIBLIO TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
           END-IF.
           PERFORM 200-DEUDA-00 THRU 200-DEUDA-99.
           MOVE 0 TO W-NROAUTO.
           IF (W-CONDEUDA = "S") AND (W-ESJUNIOR = "S")
