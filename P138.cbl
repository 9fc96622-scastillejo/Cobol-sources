       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-138.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 138
      *  CIFRADO POR UNICA VEZ DE LAS CLAVES DE
      *  OPERADOR. OPERADORES.DAT GUARDABA LA
      *  CLAVE EN CLARO; ESTE PROGRAMA LA
      *  REEMPLAZA EN CADA REGISTRO POR SU VALOR
      *  CIFRADO (PROG-23) Y DEJA EL PARAMETRO
      *  CLAVECIF EN 1 PARA QUE NO VUELVA A
      *  CORRER. LO LLAMA PROG-40 ANTES DEL INICIO
      *  DE SESION MIENTRAS CLAVECIF NO ESTE EN 1.
      *  LAS CLAVES NO CAMBIAN PARA EL OPERADOR
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-OPERAD.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-OPERAD.CPY".

       WORKING-STORAGE SECTION.

       COPY "L-P11.CPY".
       COPY "L-P14.CPY".
       COPY "L-P16.CPY".
       COPY "L-P23.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-OPERADORES  PIC XX.
       01 W-OPERADORES   PIC 9(05).
       01 W-RECHAZADOS   PIC 9(05).

       01 SINO PIC X(001).
      ********************************************
       PROCEDURE DIVISION.
      ********************************************
       DECLARATIVES.
       DECLA-OPERADORES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPERADORES.
           DISPLAY "ERROR DE E/S EN OPERADORES. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-OPERADORES LINE 23 POSITION 38
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO.
           DISPLAY " " ERASE
           MOVE "CIFRADO DE CLAVES DE OPERADOR" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           MOVE 0 TO W-OPERADORES W-RECHAZADOS.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "CLAVECIF" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM = 1)
              MOVE "LAS CLAVES YA ESTAN CIFRADAS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO FINAL-F
           END-IF.

           OPEN I-O OPERADORES.
           IF ST-OPERADORES = "35"
              GO TO INICIO-80
           END-IF.
           IF ST-OPERADORES NOT = "00"
              MOVE "NO SE PUDO ABRIR OPERADORES." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO FINAL-F
           END-IF.
           PERFORM 100-CIFRA-00 THRU 100-CIFRA-99.
           CLOSE OPERADORES.
      *    SE MARCA AUNQUE HAYA RECHAZOS: VOLVER A CORRER CIFRARIA
      *    DOS VECES LAS YA CONVERTIDAS. LOS RECHAZADOS SE
      *    RESUELVEN CON UN BLANQUEO DE CLAVE EN PROG-65
       INICIO-80.
           INITIALIZE W16-DATOS
           MOVE 2 TO W16-OPCION
           MOVE "CLAVECIF" TO W16-CODIGO
           MOVE 1 TO W16-VALORNUM
           CALL "P16" USING W16-DATOS
           CANCEL "P16".
           INITIALIZE W14-DATOS
           MOVE "OK" TO W14-ESTADO
           IF W-RECHAZADOS > 0
              MOVE "ER" TO W14-ESTADO
           END-IF.
           PERFORM 900-BITACORA-00 THRU 900-BITACORA-99.

           DISPLAY "OPERADORES CIFRADOS :" LINE 5 POSITION 1.
           DISPLAY W-OPERADORES            LINE 5 POSITION 23.
           DISPLAY "NO SE PUDO CIFRAR   :" LINE 6 POSITION 1.
           DISPLAY W-RECHAZADOS            LINE 6 POSITION 23.
           MOVE "CLAVES DE OPERADOR CIFRADAS." TO M-ERROR
           IF W-RECHAZADOS > 0
              MOVE "HAY OPERADORES SIN CIFRAR: BLANQUEAR (PROG-65)."
                   TO M-ERROR
           END-IF.
           PERFORM ERRORES THRU ERRORES-F.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  REEMPLAZA CADA CLAVE EN CLARO POR SU
      *  VALOR CIFRADO
      ********************************************
       100-CIFRA-00.
           READ OPERADORES NEXT AT END
                GO TO 100-CIFRA-99
           END-READ.
           MOVE OPE-CODIGO TO W23-CODIGO
           MOVE OPE-CLAVE  TO W23-CLAVE
           CALL "P23" USING W23-DATOS
           CANCEL "P23"
           MOVE W23-CIFRADA TO OPE-CLAVE
           REWRITE REG-OPERADOR
              INVALID KEY
                 ADD 1 TO W-RECHAZADOS
              NOT INVALID KEY
                 ADD 1 TO W-OPERADORES
           END-REWRITE.
           GO TO 100-CIFRA-00.
       100-CIFRA-99. EXIT.

       900-BITACORA-00.
           MOVE "PROG-138"     TO W14-PROGRAMA
           MOVE "SISTEMA"      TO W14-OPERADOR
           MOVE W-OPERADORES   TO W14-PROCESADOS
           MOVE W-RECHAZADOS   TO W14-RECHAZADOS
           CALL "P14" USING W14-DATOS
           CANCEL "P14".
       900-BITACORA-99. EXIT.

       ENCABEZADO.
           DISPLAY "EMPRESA UNION S.A."  LINE 1 POSITION 1.
           INITIALIZE W1-DATOS.
           MOVE 3 TO W1-OPCION.
           CALL "P11" USING W1-DATOS.
           CANCEL "P11".
           DISPLAY W1-DESCRIPCION        LINE 1 POSITION 70
           DISPLAY W-TITULO-ENC          LINE 2 POSITION 1.
           INITIALIZE W1-DATOS.
           MOVE 8 TO W1-OPCION.
           CALL "P11" USING W1-DATOS.
           CANCEL "P11".
           DISPLAY W1-DESCRIPCION        LINE 2 POSITION 70.
       ENCABEZADO-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
