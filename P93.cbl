      *  FORMATO FIJO, CON REGISTRO DE CONTROL DE
      *  CANTIDAD Y SUMA (BANCOCTL.DAT), CON EL
      *  MISMO ESQUEMA QUE ASCALU/ASCCTL. LA
      *  RESPUESTA DEL BANCO LA APLICA PROG-94.
      *  CADA CUOTA EXPORTADA QUEDA MARCADA CON LA
      *  FECHA DE ENVIO (CUO-ENVIOBANCO), QUE SE
      *  REGISTRA EN EL DIARIO (PROG-13)
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       WORKING-STORAGE SECTION.

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".
       COPY "L-P14.CPY".
       COPY "L-P16.CPY".
       COPY "L-P20.CPY".
       01 W-ANIO         PIC 9(04).
       01 W-MES          PIC 9(02).
       01 W-DIAVTO       PIC 9(02).
       01 W-FECHAHOY     PIC 9(08).
       01 W-SALDO        PIC 9(06)V99.
       01 W-ESCRITOS     PIC 9(05).
       01 W-TOTAL        PIC 9(09)V99.
           MOVE "EXPORTACION DE COBRANZA BANCARIA" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.

           OPEN I-O CUOTAS.
           IF ST-CUOTAS = "35"
             MOVE "NO HAY CUOTAS GENERADAS." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
           END-IF.

           PERFORM 100-LEEDIAVTO-00 THRU 100-LEEDIAVTO-99.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.
           OPEN OUTPUT BANCOSAL.
           MOVE 0 TO W-ESCRITOS W-TOTAL.
           PERFORM 100-EXPORTA-00 THRU 100-EXPORTA-99.
                 MOVE ALU-APELLIDO TO BS-APELLIDO
           END-READ.
           WRITE REG-BANCOSAL.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CUOTAS"     TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE REG-CUOTA    TO W13-ANTES
           MOVE W-FECHAHOY TO CUO-ENVIOBANCO
           REWRITE REG-CUOTA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE REG-CUOTA TO W13-DESPUES
                 CALL "P13" USING W13-DATOS
                 CANCEL "P13"
           END-REWRITE.
           ADD 1 TO W-ESCRITOS.
           ADD W-SALDO TO W-TOTAL.
           GO TO 100-EXPORTA-10.
