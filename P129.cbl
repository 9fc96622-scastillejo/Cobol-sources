       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-129.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 129
      *  LIQUIDACION MENSUAL DE CONVENIOS: JUNTA
      *  POR EMPRESA LAS PARTES DE CUOTA A SU
      *  CARGO (CUOEMP.DAT, PROG-59) PENDIENTES
      *  HASTA EL PERIODO ELEGIDO, LES ASIGNA UN
      *  NUMERO DE LIQUIDACION (PROXLIQC) QUE
      *  QUEDA EN LIQCONV.DAT PARA EL COBRO
      *  (PROG-130), IMPRIME LA LIQUIDACION POR EL
      *  SPOOL Y DEJA EL DETALLE EN LIQEMP.DAT
      *  PARA ENVIAR A CADA EMPRESA
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-CONVEN.CPY".
       COPY "S-CUOEMP.CPY".
       COPY "S-LIQCNV.CPY".
       COPY "S-ALUMNO.CPY".
       COPY "S-LISTADO.CPY".
       COPY "S-LIQSAL.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-CONVEN.CPY".
       COPY "F-CUOEMP.CPY".
       COPY "F-LIQCNV.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-LISTADO.CPY".
       COPY "F-LIQSAL.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-LIQ-01.
          03 PIC X(20) VALUE "LIQUIDACION NRO:    ".
          03 LL1-NUMERO  PIC 9(06).
          03 PIC X(12) VALUE "   PERIODO: ".
          03 LL1-ANIO    PIC 9(04).
          03 PIC X VALUE "/".
          03 LL1-MES     PIC 9(02).
       01 LINEA-LIQ-02.
          03 PIC X(10) VALUE "CONVENIO: ".
          03 LL2-CODIGO  PIC 9(03).
          03             PIC X.
          03 LL2-EMPRESA PIC X(30).
          03 PIC X(07) VALUE "  CUIT ".
          03 LL2-CUIT    PIC 9(11).
       01 LINEA-LIQ-COL.
          03 PIC X(40) VALUE
             "ALUMNO APELLIDO             NOMBRE      ".
          03 PIC X(30) VALUE
             "         CURSO PERIODO IMPORTE".
       01 LINEA-LIQ-DET.
          03 LLD-ALUMNO   PIC 9(05).
          03              PIC X(02).
          03 LLD-APELLIDO PIC X(20).
          03              PIC X.
          03 LLD-NOMBRE   PIC X(20).
          03              PIC X(02).
          03 LLD-CURSO    PIC 9(02).
          03              PIC X(02).
          03 LLD-ANIO     PIC 9(04).
          03 PIC X VALUE "/".
          03 LLD-MES      PIC 9(02).
          03              PIC X.
          03 LLD-IMPORTE  PIC ZZZZ9,99.
       01 LINEA-LIQ-TOT.
          03 PIC X(20) VALUE "TOTAL LIQUIDACION  :".
          03 LLT-CANT     PIC ZZZZ9.
          03 PIC X(08) VALUE " CUOTAS ".
          03 LLT-TOTAL    PIC ZZZZZZ9,99.
       01 LINEA-GRAL-TOT.
          03 PIC X(20) VALUE "TOTAL GENERAL      :".
          03 LGT-LIQ      PIC ZZZZ9.
          03 PIC X(08) VALUE " LIQUID.".
          03 LGT-TOTAL    PIC ZZZZZZ9,99.
       01 LINEA-RAYA.
          03 PIC X(72) VALUE ALL "-".

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-CONVENIOS   PIC XX.
       01 ST-CUOEMP      PIC XX.
       01 ST-LIQCONV     PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 ST-LISTADO     PIC XX.
       01 ST-LIQSAL      PIC XX.
       01 W-ANIO         PIC 9(04).
       01 W-MES          PIC 9(02).
       01 W-PERIODO      PIC 9(06).
       01 W-PERCUOTA     PIC 9(06).
       01 W-FECHAHOY     PIC 9(08).
       01 W-FECHAHOY-R REDEFINES W-FECHAHOY.
          03 W-HOY-ANIO  PIC 9(04).
          03 W-HOY-MES   PIC 9(02).
          03 W-HOY-DIA   PIC 9(02).
       01 W-NROLIQ       PIC 9(06).
       01 W-ABIERTA      PIC X.
       01 W-CANTLIQ      PIC 9(05).
       01 W-TOTLIQ       PIC 9(07)V99.
       01 W-LIQUIDACIONES PIC 9(05).
       01 W-CUOTASLIQ    PIC 9(05).
       01 W-TOTGRAL      PIC 9(09)V99.
       01 CONF           PIC X.

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-CUOEMP SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUOEMPRESA.
           DISPLAY "ERROR DE E/S EN CUOEMP. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-CUOEMP LINE 23 POSITION 34
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-LIQCONV SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON LIQCONV.
           DISPLAY "ERROR DE E/S EN LIQCONV. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-LIQCONV LINE 23 POSITION 35
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO.
           DISPLAY " " ERASE
           MOVE "LIQUIDACION MENSUAL DE CONVENIOS" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.

           OPEN INPUT CONVENIOS.
           IF ST-CONVENIOS = "35"
             MOVE "NO HAY CONVENIOS CARGADOS." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO FINAL-F
           END-IF.
           OPEN I-O CUOEMPRESA.
           IF ST-CUOEMP = "35"
             MOVE "NO HAY CUOTAS CON PARTE A CARGO DE EMPRESAS."
                  TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE CONVENIOS
             GO TO FINAL-F
           END-IF.
           OPEN I-O LIQCONV.
           IF ST-LIQCONV = "35"
             OPEN OUTPUT LIQCONV
             CLOSE LIQCONV
             OPEN I-O LIQCONV
           END-IF.
           OPEN INPUT ALUMNOS.
           IF ST-ALUMNOS = "35"
             MOVE "CARGAR PRIMERO LOS ALUMNOS" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE LIQCONV
             CLOSE CUOEMPRESA
             CLOSE CONVENIOS
             GO TO FINAL-F
           END-IF.

           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.
           MOVE W-HOY-ANIO TO W-ANIO.
           MOVE W-HOY-MES  TO W-MES.

           DISPLAY "ANIO A LIQUIDAR:" LINE 5 POSITION 1.
           ACCEPT W-ANIO LINE 5 POSITION 18 PROMPT UPDATE.
           DISPLAY "MES A LIQUIDAR :" LINE 6 POSITION 1.
           ACCEPT W-MES LINE 6 POSITION 18 PROMPT UPDATE.
           IF (W-MES < 1) OR (W-MES > 12)
              MOVE "EL MES DEBE ESTAR ENTRE 1 Y 12." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO CIERRE-F
           END-IF.
           DISPLAY "SE LIQUIDAN TAMBIEN LOS PERIODOS ANTERIORES"
                      LINE 7 POSITION 1.
           DISPLAY "AUN NO LIQUIDADOS." LINE 7 POSITION 45.
           DISPLAY "CONFIRMA LA LIQUIDACION? (S/N):" LINE 9 POSITION 1.
           ACCEPT CONF LINE 9 POSITION 33.
           IF CONF NOT = "S"
              MOVE "LIQUIDACION CANCELADA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO CIERRE-F
           END-IF.

           COMPUTE W-PERIODO = (W-ANIO * 100) + W-MES.
           MOVE 0 TO W-LIQUIDACIONES W-CUOTASLIQ W-TOTGRAL.
           OPEN OUTPUT LISTADO.
           OPEN OUTPUT LIQSAL.
           PERFORM 100-CONVENIOS-00 THRU 100-CONVENIOS-99.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-LIQUIDACIONES TO LGT-LIQ
           MOVE W-TOTGRAL       TO LGT-TOTAL
           MOVE LINEA-GRAL-TOT TO REG-LISTADO
           WRITE REG-LISTADO.
           CLOSE LIQSAL.
           CLOSE LISTADO.
           IF W-LIQUIDACIONES > 0
              INITIALIZE W15-DATOS
              MOVE "PROG-129" TO W15-PROGRAMA
              MOVE W40-OPERADOR TO W15-OPERADOR
              MOVE "LISTADO.DAT" TO W15-ORIGEN
              CALL "P15" USING W15-DATOS
              CANCEL "P15"
           END-IF.

           INITIALIZE W14-DATOS
           MOVE "PROG-129"   TO W14-PROGRAMA
           MOVE W40-OPERADOR TO W14-OPERADOR
           MOVE W-CUOTASLIQ  TO W14-PROCESADOS
           MOVE 0            TO W14-RECHAZADOS
           MOVE "OK"         TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           CANCEL "P14".

           DISPLAY "LIQUIDACIONES EMITIDAS:" LINE 11 POSITION 1.
           DISPLAY W-LIQUIDACIONES           LINE 11 POSITION 25.
           DISPLAY "CUOTAS LIQUIDADAS     :" LINE 12 POSITION 1.
           DISPLAY W-CUOTASLIQ               LINE 12 POSITION 25.
           IF W-LIQUIDACIONES = 0
              MOVE "NO HABIA PARTES DE EMPRESA PENDIENTES." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
           ELSE
              DISPLAY "DETALLE PARA LAS EMPRESAS EN LIQEMP.DAT"
                         LINE 14 POSITION 1
              ACCEPT SINO LINE 24 POSITION 80
           END-IF.
       CIERRE-F.
           CLOSE ALUMNOS.
           CLOSE LIQCONV.
           CLOSE CUOEMPRESA.
           CLOSE CONVENIOS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  UNA LIQUIDACION POR CONVENIO CON PARTES
      *  PENDIENTES; SE INCLUYEN LOS CONVENIOS DADOS
      *  DE BAJA QUE TENGAN CUOTAS DE SU VIGENCIA
      ********************************************
       100-CONVENIOS-00.
           MOVE 0 TO CNV-CODIGO
           START CONVENIOS KEY IS NOT LESS CNV-CODIGO
              INVALID KEY
                 GO TO 100-CONVENIOS-99
           END-START.
       100-CONVENIOS-10.
           READ CONVENIOS NEXT AT END
                GO TO 100-CONVENIOS-99
           END-READ.
           MOVE "N" TO W-ABIERTA
           MOVE 0 TO W-CANTLIQ W-TOTLIQ.
           PERFORM 200-CUOTAS-00 THRU 200-CUOTAS-99.
           IF W-ABIERTA = "S"
              PERFORM 300-CIERRALIQ-00 THRU 300-CIERRALIQ-99
           END-IF.
           GO TO 100-CONVENIOS-10.
       100-CONVENIOS-99. EXIT.

       200-CUOTAS-00.
           MOVE CNV-CODIGO TO CUE-CONVENIO
           START CUOEMPRESA KEY IS EQUAL CUE-CONVENIO
              INVALID KEY
                 GO TO 200-CUOTAS-99
           END-START.
       200-CUOTAS-10.
           READ CUOEMPRESA NEXT AT END
                GO TO 200-CUOTAS-99
           END-READ.
           IF CUE-CONVENIO NOT = CNV-CODIGO
              GO TO 200-CUOTAS-99
           END-IF.
           IF NOT CUE-PENDIENTE
              GO TO 200-CUOTAS-10
           END-IF.
           COMPUTE W-PERCUOTA = (CUE-ANIO * 100) + CUE-MES
           IF W-PERCUOTA > W-PERIODO
              GO TO 200-CUOTAS-10
           END-IF.
           IF W-ABIERTA NOT = "S"
              PERFORM 300-ABRELIQ-00 THRU 300-ABRELIQ-99
           END-IF.

           INITIALIZE W13-DATOS
           MOVE REG-CUOEMP   TO W13-ANTES
           MOVE W-NROLIQ     TO CUE-LIQUIDACION
           MOVE "L"          TO CUE-ESTADO
           REWRITE REG-CUOEMP
              INVALID KEY
                 GO TO 200-CUOTAS-10
           END-REWRITE.
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CUOEMP"     TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE REG-CUOEMP   TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".

           MOVE SPACES TO ALU-APELLIDO ALU-NOMBRE
           MOVE 0 TO ALU-DOCUMENTO
           MOVE CUE-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE SPACES TO ALU-APELLIDO ALU-NOMBRE
                 MOVE 0 TO ALU-DOCUMENTO
           END-READ.

           MOVE CNV-CUIT      TO LQS-CUIT
           MOVE W-NROLIQ      TO LQS-LIQUIDACION
           MOVE CNV-CODIGO    TO LQS-CONVENIO
           MOVE CUE-ALUMNO    TO LQS-ALUMNO
           MOVE ALU-DOCUMENTO TO LQS-DOCUMENTO
           MOVE ALU-APELLIDO  TO LQS-APELLIDO
           MOVE ALU-NOMBRE    TO LQS-NOMBRE
           MOVE CUE-CURSO     TO LQS-CURSO
           MOVE CUE-ANIO      TO LQS-ANIO
           MOVE CUE-MES       TO LQS-MES
           MOVE CUE-IMPORTE   TO LQS-IMPORTE
           WRITE REG-LIQSAL.

           MOVE CUE-ALUMNO    TO LLD-ALUMNO
           MOVE ALU-APELLIDO  TO LLD-APELLIDO
           MOVE ALU-NOMBRE    TO LLD-NOMBRE
           MOVE CUE-CURSO     TO LLD-CURSO
           MOVE CUE-ANIO      TO LLD-ANIO
           MOVE CUE-MES       TO LLD-MES
           MOVE CUE-IMPORTE   TO LLD-IMPORTE
           MOVE LINEA-LIQ-DET TO REG-LISTADO
           WRITE REG-LISTADO.

           ADD 1 TO W-CANTLIQ W-CUOTASLIQ
           ADD CUE-IMPORTE TO W-TOTLIQ.
           GO TO 200-CUOTAS-10.
       200-CUOTAS-99. EXIT.

      ********************************************
      *  TOMA EL NUMERO DE LIQUIDACION (PROXLIQC)
      *  E IMPRIME EL ENCABEZADO DE LA EMPRESA
      ********************************************
       300-ABRELIQ-00.
           MOVE 0 TO W-NROLIQ
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "PROXLIQC" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF W16-RESULT = "S"
              MOVE W16-VALORNUM TO W-NROLIQ
           END-IF.
           IF W-NROLIQ = 0
              MOVE 1 TO W-NROLIQ
           END-IF.
           MOVE "S" TO W-ABIERTA
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-NROLIQ    TO LL1-NUMERO
           MOVE W-ANIO      TO LL1-ANIO
           MOVE W-MES       TO LL1-MES
           MOVE LINEA-LIQ-01 TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE CNV-CODIGO  TO LL2-CODIGO
           MOVE CNV-EMPRESA TO LL2-EMPRESA
           MOVE CNV-CUIT    TO LL2-CUIT
           MOVE LINEA-LIQ-02 TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-LIQ-COL TO REG-LISTADO
           WRITE REG-LISTADO.
       300-ABRELIQ-99. EXIT.

      ********************************************
      *  GRABA LA CABECERA DE LA LIQUIDACION EN
      *  LIQCONV.DAT, EL TOTAL DE LA EMPRESA Y
      *  AVANZA EL NUMERADOR
      ********************************************
       300-CIERRALIQ-00.
           INITIALIZE REG-LIQCONV
           MOVE W-NROLIQ     TO LQC-NUMERO
           MOVE CNV-CODIGO   TO LQC-CONVENIO
           MOVE W-ANIO       TO LQC-ANIO
           MOVE W-MES        TO LQC-MES
           MOVE W-FECHAHOY   TO LQC-FECHA
           MOVE W-CANTLIQ    TO LQC-CANTIDAD
           MOVE W-TOTLIQ     TO LQC-IMPORTE
           MOVE 0            TO LQC-COBRADO
           MOVE 0            TO LQC-FECHACOBRO
           MOVE W40-OPERADOR TO LQC-OPERADOR
           MOVE "P"          TO LQC-ESTADO
           WRITE REG-LIQCONV
              INVALID KEY
                 MOVE "NUMERO DE LIQUIDACION DUPLICADO (PROXLIQC)."
                      TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
           END-WRITE.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "LIQCONV"    TO W13-ARCHIVO
           MOVE "A"          TO W13-OPERACION
           MOVE SPACES       TO W13-ANTES
           MOVE REG-LIQCONV  TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".

           MOVE W-CANTLIQ TO LLT-CANT
           MOVE W-TOTLIQ  TO LLT-TOTAL
           MOVE LINEA-LIQ-TOT TO REG-LISTADO
           WRITE REG-LISTADO.
           ADD 1 TO W-LIQUIDACIONES
           ADD W-TOTLIQ TO W-TOTGRAL.

           INITIALIZE W16-DATOS
           MOVE 2 TO W16-OPCION
           MOVE "PROXLIQC" TO W16-CODIGO
           COMPUTE W16-VALORNUM = W-NROLIQ + 1
           CALL "P16" USING W16-DATOS
           CANCEL "P16".
       300-CIERRALIQ-99. EXIT.

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
