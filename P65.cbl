      ********************************************
      *  PROGRAMA NRO 65
      *  ABMC DE OPERADORES (SOLO SUPERVISORES)
      *  LA CLAVE SE GRABA CIFRADA (PROG-23) Y NO
      *  SE MUESTRA NUNCA: EL ALTA Y EL BLANQUEO
      *  DEJAN UNA CLAVE PROVISORIA QUE EL
      *  OPERADOR DEBE CAMBIAR AL INGRESAR
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          03 SEDE   PIC 9(02).

       COPY "L-P11.CPY".
       COPY "L-P23.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.
       01 FILA          PIC 999 VALUE 0.
              PERFORM 500-DESBLOQUEO-00 THRU 500-DESBLOQUEO-99
              GO TO INICIO
           END-IF.
           IF OPCION = 6
              PERFORM 600-BLANQUEO-00 THRU 600-BLANQUEO-99
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  MOVE CODIGO TO OPE-CODIGO
                  MOVE CODIGO TO W23-CODIGO
                  MOVE CLAVE  TO W23-CLAVE
                  CALL "P23" USING W23-DATOS
                  CANCEL "P23"
                  MOVE W23-CIFRADA TO OPE-CLAVE
                  MOVE SPACES TO CLAVE
                  MOVE NOMBRE TO OPE-NOMBRE
                  MOVE NIVEL  TO OPE-NIVEL
                  MOVE SEDE   TO OPE-SEDE
                  MOVE 0   TO OPE-FECHACLAVE
                  MOVE 0   TO OPE-INTENTOS
                  MOVE "A" TO OPE-ESTADO
                  WRITE REG-OPERADOR
             GO TO 300-MODIFICACION-10
           END-IF.
       300-MODIFICACION-15.
           MOVE OPE-NOMBRE TO NOMBRE
           MOVE OPE-NIVEL  TO NIVEL
           MOVE OPE-SEDE   TO SEDE
           DISPLAY NOMBRE LINE 6 POSITION 13
           DISPLAY "(SOLO POR BLANQUEO, OPCION 6)" LINE 7 POSITION 13
           DISPLAY NIVEL  LINE 8 POSITION 13
           DISPLAY SEDE   LINE 9 POSITION 13.
       300-MODIFICACION-20.
             PERFORM ERRORES THRU ERRORES-F
             GO TO 300-MODIFICACION-20
           END-IF.
       300-MODIFICACION-40.
           ACCEPT NIVEL LINE 8 POSITION 13 PROMPT UPDATE.
           IF (NIVEL NOT = "S") AND (NIVEL NOT = "J")
           IF (CONF = "S") OR (CONF = "N")
               IF CONF = "S"
                  MOVE CODIGO TO OPE-CODIGO
                  MOVE NOMBRE TO OPE-NOMBRE
                  MOVE NIVEL  TO OPE-NIVEL
                  MOVE SEDE   TO OPE-SEDE
           GO TO 500-DESBLOQUEO-00.
       500-DESBLOQUEO-99. EXIT.

      ********************************************
      *  BLANQUEO DE CLAVE: SE CARGA UNA CLAVE
      *  PROVISORIA (FECHA DE CLAVE EN CERO) QUE
      *  PROG-40 OBLIGA A CAMBIAR EN EL PROXIMO
      *  INGRESO. TAMBIEN DESBLOQUEA AL OPERADOR
      ********************************************
       600-BLANQUEO-00.
           DISPLAY " " ERASE
           MOVE "BLANQUEO DE CLAVE DE OPERADORES" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "CODIGO    :" LINE 5 POSITION 1.
           DISPLAY "CLAVE PROV:" LINE 7 POSITION 1.
       600-BLANQUEO-10.
           ACCEPT CODIGO LINE 5 POSITION 13 PROMPT.
           IF CODIGO = SPACES
              GO TO 600-BLANQUEO-99
           END-IF.
           MOVE CODIGO TO OPE-CODIGO
           PERFORM 100-LEO-00 THRU 100-LEO-99
           IF EXISTE = "N"
             MOVE "EL CODIGO NO EXISTE." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 600-BLANQUEO-10
           END-IF.
           DISPLAY OPE-NOMBRE LINE 6 POSITION 13.
       600-BLANQUEO-20.
           ACCEPT CLAVE LINE 7 POSITION 13 PROMPT.
           IF CLAVE = SPACES
             MOVE "LA CLAVE NO PUEDE SER NULA." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO 600-BLANQUEO-20
           END-IF.
           DISPLAY "CONFIRMA EL BLANQUEO? (S/N):" LINE 9 POSITION 1.
           ACCEPT CONF LINE 9 POSITION 30.
           IF CONF = "S"
              MOVE CODIGO TO W23-CODIGO
              MOVE CLAVE  TO W23-CLAVE
              CALL "P23" USING W23-DATOS
              CANCEL "P23"
              MOVE W23-CIFRADA TO OPE-CLAVE
              MOVE 0   TO OPE-FECHACLAVE
              MOVE 0   TO OPE-INTENTOS
              MOVE "A" TO OPE-ESTADO
              REWRITE REG-OPERADOR
                 INVALID KEY
                    MOVE "NO SE BLANQUEO" TO M-ERROR
                 NOT INVALID KEY
                    MOVE "CLAVE PROVISORIA ASIGNADA" TO M-ERROR
              END-REWRITE
              PERFORM ERRORES THRU ERRORES-F
           END-IF.
           MOVE SPACES TO CLAVE.
           GO TO 600-BLANQUEO-00.
       600-BLANQUEO-99. EXIT.

       400-CONSULTA-00.
           DISPLAY " " ERASE
           MOVE "CONSULTA DE OPERADORES" TO W-TITULO-ENC
           DISPLAY "3-MODIFICACION "   LINE 7  POSITION 1.
           DISPLAY "4-CONSULTA     "   LINE 8  POSITION 1.
           DISPLAY "5-DESBLOQUEO   "   LINE 9  POSITION 1.
           DISPLAY "6-BLANQUEO     "   LINE 10 POSITION 1.
           DISPLAY "9-SALIR        "   LINE 11 POSITION 1.
           DISPLAY "OPCION:"           LINE 12 POSITION 1.
       PANTALLAINICIO-F. EXIT.

       PANTALLA.
           DISPLAY "CODIGO    :"       LINE 5 POSITION 1.
           DISPLAY "NOMBRE    :"       LINE 6 POSITION 1.
           DISPLAY "CLAVE PROV:"       LINE 7 POSITION 1.
           DISPLAY "NIVEL(S/J):"       LINE 8 POSITION 1.
           DISPLAY "SEDE      :"       LINE 9 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): " LINE 11 POSITION 1.
