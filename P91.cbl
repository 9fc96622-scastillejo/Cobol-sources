      *  CONSULTA DEL REGISTRO (RECREG.DAT) POR
      *  NUMERO Y REIMPRESION CONTROLADA MARCADA
      *  DUPLICADO, AL ESTILO DE LA VERIFICACION
      *  DE CERTIFICADOS (PROG-77). MUESTRA E
      *  IMPRIME LOS DATOS DE LA FACTURA DEL
      *  RECIBO (COMPROB.DAT, PROG-22) CON SU CAE
      *  CUANDO YA FUE AUTORIZADA (PROG-127).
      *  REC-REIMPRESO CUENTA LAS REIMPRESIONES
      *  (1 A 9; LA "S" ANTERIOR VALE POR UNA)
      *  PARA EL INFORME DE ANOMALIAS (PROG-137)
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 LINEA-REC-05.
          03 PIC X(18) VALUE "IMPORTE RECIBIDO: ".
          03 LR-IMPORTE  PIC ZZZZ9,99.
       01 LINEA-FIS-01.
          03 PIC X(20) VALUE "COMPROBANTE FISCAL: ".
          03 LF-TIPO     PIC 9(03).
          03 PIC X(04) VALUE " PV ".
          03 LF-PTOVTA   PIC 9(05).
          03 PIC X(05) VALUE " NRO ".
          03 LF-NUMERO   PIC 9(08).
       01 LINEA-FIS-02.
          03 PIC X(15) VALUE "DOC. RECEPTOR: ".
          03 LF-DOCNRO   PIC 9(11).
          03 PIC X(08) VALUE "   CAE: ".
          03 LF-CAE      PIC X(27).
       01 LINEA-FIS-02-R REDEFINES LINEA-FIS-02.
          03             PIC X(34).
          03 LF-CAENUM   PIC 9(14).
          03 LF-VTOTXT   PIC X(05).
          03 LF-VTOCAE   PIC 9(08).
       01 LINEA-REC-06.
          03 PIC X(45) VALUE
             "---------------------------- FIRMA Y SELLO".

       COPY "L-P11.CPY".
       COPY "L-P15.CPY".
       COPY "L-P22.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-CURSOS      PIC XX.
       01 ST-RECIBO      PIC XX.
       01 W-NUMERO       PIC 9(06).
       01 W-REIMPRESO    PIC 9(01).
       01 W-IMPORTE-ED   PIC ZZZZ9,99.
       01 CONF           PIC X.

           DISPLAY REC-OPERADOR  LINE 11 POSITION 13.
           DISPLAY "REIMPRESO :" LINE 12 POSITION 1.
           DISPLAY REC-REIMPRESO LINE 12 POSITION 13.
           PERFORM 100-FISCAL-00 THRU 100-FISCAL-99.
           IF REC-ANULADO
              DISPLAY "*** RECIBO ANULADO (PROG-125) ***"
                      LINE 12 POSITION 20
              MOVE "UN RECIBO ANULADO NO SE REIMPRIME." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO INICIO
           END-IF.

           DISPLAY "REIMPRIMIR COMO DUPLICADO? (S/N):" LINE 14
                      POSITION 1.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  DATOS FISCALES DEL RECIBO: FACTURA Y, SI
      *  YA ESTA AUTORIZADA, CAE Y VENCIMIENTO
      ********************************************
       100-FISCAL-00.
           INITIALIZE W22-DATOS
           MOVE 2          TO W22-OPCION
           MOVE REC-NUMERO TO W22-RECIBO
           MOVE "F"        TO W22-CLASE
           CALL "P22" USING W22-DATOS
           CANCEL "P22".
           DISPLAY "FACTURA   :" LINE 13 POSITION 1.
           IF W22-RESULT NOT = "S"
              DISPLAY "SIN COMPROBANTE FISCAL" LINE 13 POSITION 13
              GO TO 100-FISCAL-99
           END-IF.
           MOVE W22-TIPO   TO LF-TIPO
           MOVE W22-PTOVTA TO LF-PTOVTA
           MOVE W22-NUMERO TO LF-NUMERO
           MOVE W22-DOCNRO TO LF-DOCNRO
           DISPLAY W22-TIPO   LINE 13 POSITION 13.
           DISPLAY W22-PTOVTA LINE 13 POSITION 17.
           DISPLAY W22-NUMERO LINE 13 POSITION 23.
           IF W22-ESTADO = "A"
              MOVE SPACES TO LF-CAE
              MOVE W22-CAE    TO LF-CAENUM
              MOVE " VTO "    TO LF-VTOTXT
              MOVE W22-VTOCAE TO LF-VTOCAE
              DISPLAY "CAE"      LINE 13 POSITION 33
              DISPLAY W22-CAE    LINE 13 POSITION 37
              DISPLAY "VTO"      LINE 13 POSITION 52
              DISPLAY W22-VTOCAE LINE 13 POSITION 56
           ELSE
              MOVE "PENDIENTE DE AUTORIZACION" TO LF-CAE
              DISPLAY "CAE PENDIENTE" LINE 13 POSITION 33
           END-IF.
       100-FISCAL-99. EXIT.

      ********************************************
      *  REIMPRIME EL RECIBO LEIDO MARCANDOLO
      *  DUPLICADO Y DEJA CONSTANCIA EN EL
           WRITE REG-RECIBO.
           MOVE LINEA-REC-05 TO REG-RECIBO
           WRITE REG-RECIBO.
           IF W22-RESULT = "S"
              MOVE LINEA-FIS-01 TO REG-RECIBO
              WRITE REG-RECIBO
              MOVE LINEA-FIS-02 TO REG-RECIBO
              WRITE REG-RECIBO
           END-IF.
           MOVE LINEA-REC-06 TO REG-RECIBO
           WRITE REG-RECIBO.
           CLOSE RECIBO.
           CALL "P15" USING W15-DATOS
           CANCEL "P15".

           MOVE 0 TO W-REIMPRESO
           IF REC-REIMPRESO = "S"
              MOVE 1 TO W-REIMPRESO
           END-IF.
           IF REC-REIMPRESO NUMERIC
              MOVE REC-REIMPRESO TO W-REIMPRESO
           END-IF.
           IF W-REIMPRESO < 9
              ADD 1 TO W-REIMPRESO
           END-IF.
           MOVE W-REIMPRESO TO REC-REIMPRESO
           REWRITE REG-RECREG
              INVALID KEY
                 MOVE "NO SE ACTUALIZO EL REGISTRO" TO M-ERROR
