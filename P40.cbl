
       COPY "L-P11.CPY".
       COPY "L-P16.CPY".
       COPY "L-P23.CPY".

       01 W-TITULO-ENC PIC X(60).
       01 OPCION       PIC 99.
           03 PIC X(30) VALUE "CONSULTA ARCHIVO HISTORICO".
           03 PIC X(30) VALUE "CORRECCION DATOS INCOMPLETOS".
           03 PIC X(30) VALUE "CREDENCIALES DE ALUMNO".
           03 PIC X(30) VALUE "GRILLAS Y USO DE AULAS".
           03 PIC X(30) VALUE "CHEQUERA DE CUOTAS".
       01 TABLA-MENU2-R REDEFINES TABLA-MENU2.
           03 TM2-OPCION OCCURS 35 TIMES PIC X(30).

       01 TABLA-MENU3.
           03 PIC X(30) VALUE "VERIFICACION PREVIA ASCALU".
           03 PIC X(30) VALUE "DETECCION DATOS INCOMPLETOS".
           03 PIC X(30) VALUE "RESUMEN GERENCIAL MENSUAL".
           03 PIC X(30) VALUE "OCUPACION DE CUPOS".
           03 PIC X(30) VALUE "CONTROL DE APTOS FISICOS".
           03 PIC X(30) VALUE "AUDITORIA DE NUMERADORES".
       01 TABLA-MENU3-R REDEFINES TABLA-MENU3.
           03 TM3-OPCION OCCURS 28 TIMES PIC X(30).

       01 TABLA-MENU4.
           03 PIC X(30) VALUE "ABMC DE OPERADORES".
           03 PIC X(30) VALUE "ADMINISTRADOR DE SPOOL".
           03 PIC X(30) VALUE "COLA DE AUTORIZACIONES".
           03 PIC X(30) VALUE "CONVERSION DE TRAZADOS".
           03 PIC X(30) VALUE "CONSULTA DEL DIARIO".
           03 PIC X(30) VALUE "CONVERSION CLAVES Y CAMPOS".
       01 TABLA-MENU4-R REDEFINES TABLA-MENU4.
           03 TM4-OPCION OCCURS 12 TIMES PIC X(30).

       01 TABLA-MENU5.
           03 PIC X(30) VALUE "ANULACION DE RECIBOS".
           03 PIC X(30) VALUE "EXPORTACION COMPROB. FISCALES".
           03 PIC X(30) VALUE "IMPORTACION CAE COMPROBANTES".
           03 PIC X(30) VALUE "CONVENIOS CON EMPRESAS".
           03 PIC X(30) VALUE "LIQUIDACION MENSUAL CONVENIOS".
           03 PIC X(30) VALUE "COBRO LIQUIDACIONES CONVENIOS".
           03 PIC X(30) VALUE "GESTION COBRANZA - CONTACTOS".
           03 PIC X(30) VALUE "LISTA DE TRABAJO COBRANZA".
           03 PIC X(30) VALUE "PROYECCION DE RECAUDACION".
           03 PIC X(30) VALUE "CIERRE MENSUAL CTAS A COBRAR".
           03 PIC X(30) VALUE "DEPOSITOS Y CONCILIACION".
           03 PIC X(30) VALUE "IMPORTACION EXTRACTO BANCARIO".
           03 PIC X(30) VALUE "ANOMALIAS DE CAJA".
       01 TABLA-MENU5-R REDEFINES TABLA-MENU5.
           03 TM5-OPCION OCCURS 13 TIMES PIC X(30).

       01 TABLA-MENU6.
           03 PIC X(30) VALUE "MESAS DE EXAMEN".
           03 PIC X(30) VALUE "INSCRIPCION A MESAS".
           03 PIC X(30) VALUE "CORRELATIVIDADES".
           03 PIC X(30) VALUE "INFORME DE CORRELATIVAS".
           03 PIC X(30) VALUE "PLANES DE ESTUDIO".
           03 PIC X(30) VALUE "COMISIONES".
           03 PIC X(30) VALUE "LIBRO DE TEMAS".
           03 PIC X(30) VALUE "ENCUESTAS DOCENTES".
           03 PIC X(30) VALUE "RENDIMIENTO POR MATERIA".
           03 PIC X(30) VALUE "CUADRO DE HONOR".
           03 PIC X(30) VALUE "SANCIONES DISCIPLINARIAS".
           03 PIC X(30) VALUE "FICHA DE SALUD".
           03 PIC X(30) VALUE "BIBLIOTECA".
           03 PIC X(30) VALUE "CONSTANCIAS".
           03 PIC X(30) VALUE "VERIFICACION DE CONSTANCIAS".
           03 PIC X(30) VALUE "TRAYECTOS Y REINSCRIPCION".
           03 PIC X(30) VALUE "IMPORTACION DE NOTAS".
           03 PIC X(30) VALUE "PORTAL: SOLICITUDES".
           03 PIC X(30) VALUE "PROTECCION DE DATOS".
       01 TABLA-MENU6-R REDEFINES TABLA-MENU6.
           03 TM6-OPCION OCCURS 19 TIMES PIC X(30).

       01 SINO PIC X(001).
      ********************************************
       PROCEDURE DIVISION.
      ********************************************
       INICIO-1.
           PERFORM CLAVESCIFRADAS THRU CLAVESCIFRADAS-F.
           OPEN I-O OPERADORES.

           IF ST-OPERADORES = "35"
             CLOSE OPERADORES
             OPEN I-O OPERADORES
             MOVE "ADMIN"    TO OPE-CODIGO
             MOVE "ADMIN"    TO W23-CODIGO
             MOVE "ADMIN"    TO W23-CLAVE
             CALL "P23" USING W23-DATOS
             CANCEL "P23"
             MOVE W23-CIFRADA TO OPE-CLAVE
             MOVE "ADMINISTRADOR" TO OPE-NOMBRE
             MOVE "S"        TO OPE-NIVEL
             MOVE 0          TO OPE-FECHACLAVE
             MOVE 0          TO OPE-INTENTOS
             MOVE "A"        TO OPE-ESTADO
             WRITE REG-OPERADOR
              PERFORM ERRORES THRU ERRORES-F
              GO TO FINAL-F
           END-IF.
           MOVE OPE-CODIGO TO W23-CODIGO
           MOVE W-OPECLAVE TO W23-CLAVE
           CALL "P23" USING W23-DATOS
           CANCEL "P23"
           MOVE SPACES TO W-OPECLAVE
           IF OPE-CLAVE NOT = W23-CIFRADA
              PERFORM LOGFALLIDO THRU LOGFALLIDO-F
              ADD 1 TO OPE-INTENTOS
              IF OPE-INTENTOS NOT < W-MAXINTENTOS
           GO TO INICIO.
       LOGIN-F. EXIT.

      ********************************************
      *  LAS CLAVES SE GRABAN CIFRADAS (PROG-23).
      *  SI EL PARAMETRO CLAVECIF NO ESTA EN 1 EL
      *  ARCHIVO DE OPERADORES TODAVIA TIENE LAS
      *  CLAVES EN CLARO: SE CONVIERTE UNA UNICA
      *  VEZ CON PROG-138 ANTES DEL INGRESO
      ********************************************
       CLAVESCIFRADAS.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "CLAVECIF" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM = 1)
              GO TO CLAVESCIFRADAS-F
           END-IF.
           CALL "P138"
           CANCEL "P138".
       CLAVESCIFRADAS-F. EXIT.

      ********************************************
      *  CONTROLA LA ANTIGUEDAD DE LA CLAVE SEGUN
      *  EL PARAMETRO DIASCLAV Y FUERZA EL CAMBIO
      *  CUANDO ESTA VENCIDA. LA CLAVE PROVISORIA
      *  (FECHA EN CERO, LA DEJA PROG-65 AL DAR DE
      *  ALTA O BLANQUEAR) SE CAMBIA SIEMPRE
      ********************************************
       VENCECLAVE.
           IF OPE-FECHACLAVE = 0
              MOVE "SU CLAVE ES PROVISORIA. DEBE CAMBIARLA." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              PERFORM CAMBIOCLAVE THRU CAMBIOCLAVE-F
              GO TO VENCECLAVE-F
           END-IF.
           MOVE 0 TO W-DIASCLAVE
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           IF W-DIASCLAVE = 0
              GO TO VENCECLAVE-F
           END-IF.
           PERFORM TOMAFECHA THRU TOMAFECHA-F
           COMPUTE W-DIASHOY = (W-HOY-ANIO * 365) + (W-HOY-MES * 30)
                             + W-HOY-DIA
              PERFORM ERRORES THRU ERRORES-F
              GO TO CAMBIOCLAVE-10
           END-IF.
           MOVE OPE-CODIGO   TO W23-CODIGO
           MOVE W-CLAVENUEVA TO W23-CLAVE
           CALL "P23" USING W23-DATOS
           CANCEL "P23"
           IF W23-CIFRADA = OPE-CLAVE
              MOVE "LA CLAVE NUEVA DEBE SER DISTINTA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO CAMBIOCLAVE-10
              PERFORM ERRORES THRU ERRORES-F
              GO TO CAMBIOCLAVE-10
           END-IF.
           MOVE W23-CIFRADA TO OPE-CLAVE
           MOVE SPACES TO W-CLAVENUEVA W-CLAVENUEVA2
           PERFORM TOMAFECHA THRU TOMAFECHA-F
           MOVE W-FECHAHOY TO OPE-FECHACLAVE
           REWRITE REG-OPERADOR
              IF W-GRUPO = 4
                 MOVE TM4-OPCION (OPCION) TO LA-DESCRIPCION
              END-IF
              IF W-GRUPO = 5
                 MOVE TM5-OPCION (OPCION) TO LA-DESCRIPCION
              END-IF
              IF W-GRUPO = 6
                 MOVE TM6-OPCION (OPCION) TO LA-DESCRIPCION
              END-IF
           END-IF
           WRITE REG-LOGACCESO
           CLOSE LOGACCESO.
              PERFORM LOG-00 THRU LOG-F
              GO TO FINAL-F
           END-IF.
           IF (W-GRUPO < 1) OR (W-GRUPO > 6)
              MOVE "OPCION INVALIDA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO INICIO
           IF W-GRUPO = 3
              GO TO MENU3
           END-IF.
           IF W-GRUPO = 5
              GO TO MENU5
           END-IF.
           IF W-GRUPO = 6
              GO TO MENU6
           END-IF.
           GO TO MENU4.
       FINAL-F.
           CLOSE OPERADORES.
           IF OPCION = 99
              GO TO INICIO
           END-IF.
           IF (OPCION < 1) OR (OPCION > 35)
              MOVE "OPCION INVALIDA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO MENU2
              CANCEL "P45"
           END-IF.
           IF OPCION = 2
              CALL "P46" USING OPERADORACTUAL SEDEACTUAL
              CANCEL "P46"
           END-IF.
           IF OPCION = 3
              CANCEL "P60"
           END-IF.
           IF OPCION = 14
              CALL "P63" USING OPERADORACTUAL
              CANCEL "P63"
           END-IF.
           IF OPCION = 15
              CALL "P123" USING OPERADORACTUAL
              CANCEL "P123"
           END-IF.
           IF OPCION = 34
              CALL "P166" USING OPERADORACTUAL
              CANCEL "P166"
           END-IF.
           IF OPCION = 35
              CALL "P167" USING OPERADORACTUAL
              CANCEL "P167"
           END-IF.
           GO TO MENU2.

      ********************************************
           IF OPCION = 99
              GO TO INICIO
           END-IF.
           IF (OPCION < 1) OR (OPCION > 28)
              MOVE "OPCION INVALIDA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO MENU3
              CALL "P122" USING OPERADORACTUAL
              CANCEL "P122"
           END-IF.
           IF OPCION = 27
              CALL "P151" USING W-MODOPANT OPERADORACTUAL
              CANCEL "P151"
           END-IF.
           IF OPCION = 28
              CALL "P164" USING W-MODOPANT OPERADORACTUAL
              CANCEL "P164"
           END-IF.
           GO TO MENU3.

      ********************************************
           IF OPCION = 99
              GO TO INICIO
           END-IF.
           IF (OPCION < 1) OR (OPCION > 12)
              MOVE "OPCION INVALIDA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO MENU4
              CALL "P124"
              CANCEL "P124"
           END-IF.
           IF OPCION = 11
              CALL "P163" USING OPERADORACTUAL
              CANCEL "P163"
           END-IF.
           IF OPCION = 12
              CALL "P165"
              CANCEL "P165"
           END-IF.
           GO TO MENU4.

      ********************************************
      *  GRUPO 5: TESORERIA Y COBRANZAS
      ********************************************
       MENU5.
           DISPLAY " " ERASE
           MOVE "TESORERIA Y COBRANZAS" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PINTAMENU5 THRU PINTAMENU5-F.
           ACCEPT OPCION LINE 16 POSITION 10.
           IF OPCION = 99
              GO TO INICIO
           END-IF.
           IF (OPCION < 1) OR (OPCION > 13)
              MOVE "OPCION INVALIDA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO MENU5
           END-IF.
           PERFORM LOG-00 THRU LOG-F.
           IF OPCION = 1
              CALL "P125" USING OPERADORACTUAL
              CANCEL "P125"
           END-IF.
           IF OPCION = 2
              CALL "P126" USING OPERADORACTUAL
              CANCEL "P126"
           END-IF.
           IF OPCION = 3
              CALL "P127" USING OPERADORACTUAL
              CANCEL "P127"
           END-IF.
           IF OPCION = 4
              CALL "P128" USING OPERADORACTUAL
              CANCEL "P128"
           END-IF.
           IF OPCION = 5
              CALL "P129" USING OPERADORACTUAL
              CANCEL "P129"
           END-IF.
           IF OPCION = 6
              CALL "P130" USING OPERADORACTUAL
              CANCEL "P130"
           END-IF.
           IF OPCION = 7
              CALL "P131" USING OPERADORACTUAL
              CANCEL "P131"
           END-IF.
           IF OPCION = 8
              CALL "P132" USING OPERADORACTUAL
              CANCEL "P132"
           END-IF.
           IF OPCION = 9
              CALL "P133" USING OPERADORACTUAL
              CANCEL "P133"
           END-IF.
           IF OPCION = 10
              CALL "P134" USING OPERADORACTUAL
              CANCEL "P134"
           END-IF.
           IF OPCION = 11
              CALL "P135" USING OPERADORACTUAL
              CANCEL "P135"
           END-IF.
           IF OPCION = 12
              CALL "P136" USING OPERADORACTUAL
              CANCEL "P136"
           END-IF.
           IF OPCION = 13
              CALL "P137" USING OPERADORACTUAL
              CANCEL "P137"
           END-IF.
           GO TO MENU5.

      ********************************************
      *  GRUPO 6: GESTION ACADEMICA
      ********************************************
       MENU6.
           DISPLAY " " ERASE
           MOVE "GESTION ACADEMICA" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PINTAMENU6 THRU PINTAMENU6-F.
           ACCEPT OPCION LINE 16 POSITION 10.
           IF OPCION = 99
              GO TO INICIO
           END-IF.
           IF (OPCION < 1) OR (OPCION > 19)
              MOVE "OPCION INVALIDA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO MENU6
           END-IF.
           PERFORM LOG-00 THRU LOG-F.
           IF OPCION = 1
              CALL "P139" USING OPERADORACTUAL
              CANCEL "P139"
           END-IF.
           IF OPCION = 2
              CALL "P140" USING OPERADORACTUAL
              CANCEL "P140"
           END-IF.
           IF OPCION = 3
              CALL "P141" USING OPERADORACTUAL
              CANCEL "P141"
           END-IF.
           IF OPCION = 4
              CALL "P142" USING OPERADORACTUAL
              CANCEL "P142"
           END-IF.
           IF OPCION = 5
              CALL "P143" USING OPERADORACTUAL
              CANCEL "P143"
           END-IF.
           IF OPCION = 6
              CALL "P144" USING OPERADORACTUAL
              CANCEL "P144"
           END-IF.
           IF OPCION = 7
              CALL "P145" USING OPERADORACTUAL
              CANCEL "P145"
           END-IF.
           IF OPCION = 8
              CALL "P146" USING OPERADORACTUAL
              CANCEL "P146"
           END-IF.
           IF OPCION = 9
              CALL "P147" USING OPERADORACTUAL
              CANCEL "P147"
           END-IF.
           IF OPCION = 10
              CALL "P148" USING OPERADORACTUAL
              CANCEL "P148"
           END-IF.
           IF OPCION = 11
              CALL "P149" USING OPERADORACTUAL
              CANCEL "P149"
           END-IF.
           IF OPCION = 12
              CALL "P150" USING OPERADORACTUAL
              CANCEL "P150"
           END-IF.
           IF OPCION = 13
              CALL "P152" USING OPERADORACTUAL
              CANCEL "P152"
           END-IF.
           IF OPCION = 14
              CALL "P154" USING OPERADORACTUAL
              CANCEL "P154"
           END-IF.
           IF OPCION = 15
              CALL "P155" USING OPERADORACTUAL
              CANCEL "P155"
           END-IF.
           IF OPCION = 16
              CALL "P156" USING OPERADORACTUAL
              CANCEL "P156"
           END-IF.
           IF OPCION = 17
              CALL "P158" USING OPERADORACTUAL
              CANCEL "P158"
           END-IF.
           IF OPCION = 18
              CALL "P160" USING OPERADORACTUAL
              CANCEL "P160"
           END-IF.
           IF OPCION = 19
              CALL "P161" USING OPERADORACTUAL
              CANCEL "P161"
           END-IF.
           GO TO MENU6.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
                       LINE 7  POSITION 1.
           DISPLAY "4. Administracion (supervisor)"
                       LINE 8  POSITION 1.
           DISPLAY "5. Tesoreria y cobranzas"   LINE 9  POSITION 1.
           DISPLAY "6. Gestion academica"       LINE 10 POSITION 1.
           DISPLAY "OPCION:"    LINE 15 POSITION 20.
           DISPLAY "Salir = 9"  LINE 16 POSITION 70.
           DISPLAY "SEDE:"      LINE 1  POSITION 50.
           ADD 1 TO OPCION
           GO TO PINTAMENU2-20.
       PINTAMENU2-30.
           IF OPCION > 35
              GO TO PINTAMENU2-90
           END-IF.
           COMPUTE UBIMENU = OPCION - 17
       PINTAMENU2-F. EXIT.

      *  EL GRUPO BATCH TAMBIEN CRECIO: TRES COLUMNAS DE
      *  DIEZ OPCIONES
       PINTAMENU3.
           MOVE 1 TO OPCION.
       PINTAMENU3-10.
           IF OPCION > 10
              GO TO PINTAMENU3-20
           END-IF.
           COMPUTE UBIMENU = OPCION + 3
           ADD 1 TO OPCION
           GO TO PINTAMENU3-10.
       PINTAMENU3-20.
           IF OPCION > 20
              GO TO PINTAMENU3-30
           END-IF.
           COMPUTE UBIMENU = OPCION - 7
           DISPLAY OPCION LINE UBIMENU POSITION 28
           DISPLAY TM3-OPCION (OPCION) LINE UBIMENU POSITION 31
           ADD 1 TO OPCION
           GO TO PINTAMENU3-20.
       PINTAMENU3-30.
           IF OPCION > 28
              GO TO PINTAMENU3-90
           END-IF.
           COMPUTE UBIMENU = OPCION - 17
           DISPLAY OPCION LINE UBIMENU POSITION 54
           DISPLAY TM3-OPCION (OPCION) (1:23)
                   LINE UBIMENU POSITION 57
       PINTAMENU4.
           MOVE 1 TO OPCION.
       PINTAMENU4-10.
           IF OPCION > 12
              GO TO PINTAMENU4-90
           END-IF.
           COMPUTE UBIMENU = OPCION + 3
           DISPLAY "OPCION:"      LINE 16 POSITION 1.
           DISPLAY "VOLVER = 99"  LINE 16 POSITION 40.
       PINTAMENU4-F. EXIT.

      *  TESORERIA TAMBIEN CRECIO: DOS COLUMNAS DE
      *  DIEZ OPCIONES
       PINTAMENU5.
           MOVE 1 TO OPCION.
       PINTAMENU5-10.
           IF OPCION > 10
              GO TO PINTAMENU5-20
           END-IF.
           COMPUTE UBIMENU = OPCION + 3
           DISPLAY OPCION LINE UBIMENU POSITION 1
           DISPLAY TM5-OPCION (OPCION) LINE UBIMENU POSITION 5
           ADD 1 TO OPCION
           GO TO PINTAMENU5-10.
       PINTAMENU5-20.
           IF OPCION > 13
              GO TO PINTAMENU5-90
           END-IF.
           COMPUTE UBIMENU = OPCION - 7
           DISPLAY OPCION LINE UBIMENU POSITION 38
           DISPLAY TM5-OPCION (OPCION) LINE UBIMENU POSITION 41
           ADD 1 TO OPCION
           GO TO PINTAMENU5-20.
       PINTAMENU5-90.
           DISPLAY "OPCION:"      LINE 16 POSITION 1.
           DISPLAY "VOLVER = 99"  LINE 16 POSITION 40.
       PINTAMENU5-F. EXIT.

      *  GESTION ACADEMICA: MISMA GRILLA DE DOS COLUMNAS
      *  DE DIEZ OPCIONES QUE TESORERIA
       PINTAMENU6.
           MOVE 1 TO OPCION.
       PINTAMENU6-10.
           IF OPCION > 10
              GO TO PINTAMENU6-20
           END-IF.
           COMPUTE UBIMENU = OPCION + 3
           DISPLAY OPCION LINE UBIMENU POSITION 1
           DISPLAY TM6-OPCION (OPCION) LINE UBIMENU POSITION 5
           ADD 1 TO OPCION
           GO TO PINTAMENU6-10.
       PINTAMENU6-20.
           IF OPCION > 19
              GO TO PINTAMENU6-90
           END-IF.
           COMPUTE UBIMENU = OPCION - 7
           DISPLAY OPCION LINE UBIMENU POSITION 38
           DISPLAY TM6-OPCION (OPCION) LINE UBIMENU POSITION 41
           ADD 1 TO OPCION
           GO TO PINTAMENU6-20.
       PINTAMENU6-90.
           DISPLAY "OPCION:"      LINE 16 POSITION 1.
           DISPLAY "VOLVER = 99"  LINE 16 POSITION 40.
       PINTAMENU6-F. EXIT.
	   
  
