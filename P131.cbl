       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-131.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 131
      *  GESTION DE COBRANZA: REGISTRO DE LOS
      *  CONTACTOS CON CADA MOROSO (CONTACTO.DAT):
      *  FECHA, OPERADOR, CANAL, RESULTADO Y, SI LA
      *  FAMILIA SE COMPROMETE, FECHA E IMPORTE DE
      *  LA PROMESA DE PAGO. UNA PROMESA NUEVA
      *  REEMPLAZA A LA VIGENTE. MIENTRAS HAY UNA
      *  PROMESA EN TERMINO EL ESCALAMIENTO
      *  (PROG-95) NO AVANZA LA ETAPA; PROG-132
      *  CONTROLA SU CUMPLIMIENTO. INCLUYE LA
      *  CONSULTA DEL HISTORIAL POR ALUMNO
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-CONTAC.CPY".
       COPY "S-MOROSO.CPY".
       COPY "S-ALUMNO.CPY".
       COPY "S-CUOTAS.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-CONTAC.CPY".
       COPY "F-MOROSO.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-CUOTAS.CPY".

       WORKING-STORAGE SECTION.

       01 TITULO-01.
          03 PIC X(08) VALUE "FECHA".
          03 PIC X.
          03 PIC X(08) VALUE "OPERADOR".
          03 PIC X.
          03 PIC X(01) VALUE "C".
          03 PIC X.
          03 PIC X(01) VALUE "R".
          03 PIC X.
          03 PIC X(08) VALUE "PROMESA".
          03 PIC X.
          03 PIC X(10) VALUE "   IMPORTE".
          03 PIC X.
          03 PIC X(01) VALUE "E".
          03 PIC X.
          03 PIC X(25) VALUE "OBSERVACION".

       01 DETALLE-01.
          03 D1-FECHA    PIC 9(08).
          03             PIC X.
          03 D1-OPERADOR PIC X(08).
          03             PIC X.
          03 D1-CANAL    PIC X.
          03             PIC X.
          03 D1-RESULT   PIC X.
          03             PIC X.
          03 D1-PROMFEC  PIC 9(08).
          03             PIC X.
          03 D1-PROMIMP  PIC ZZZZZZ9,99.
          03             PIC X.
          03 D1-PROMEST  PIC X.
          03             PIC X.
          03 D1-OBSERV   PIC X(25).

       01 TABLA-ETAPAS.
          03 PIC X(15) VALUE "SIN ETAPA      ".
          03 PIC X(15) VALUE "AVISO 1        ".
          03 PIC X(15) VALUE "AVISO 2        ".
          03 PIC X(15) VALUE "INTIMACION     ".
          03 PIC X(15) VALUE "SUSPENDIDO     ".
       01 TABLA-ETAPAS-R REDEFINES TABLA-ETAPAS.
          03 TET-DESC OCCURS 5 TIMES PIC X(15).

       01 W-DATOS.
          03 ALUMNO     PIC 9(05).
          03 CANAL      PIC X(01).
          03 RESULTADO  PIC X(01).
          03 PROMFECHA  PIC 9(08).
          03 PROMIMPORTE PIC 9(07)V99.
          03 OBSERV     PIC X(40).

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.
       01 FILA          PIC 999 VALUE 0.

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-CONTACTOS   PIC XX.
       01 ST-MOROSOS     PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 ST-CUOTAS      PIC XX.
       01 W-HAYCUOTAS    PIC X.
       01 CONF           PIC X.
       01 W-FECHAHOY     PIC 9(08).
       01 W-HORA         PIC X(08).
       01 W-FECHA        PIC 9(08).
       01 W-FECHA-R REDEFINES W-FECHA.
          03 W-FEC-ANIO  PIC 9(04).
          03 W-FEC-MES   PIC 9(02).
          03 W-FEC-DIA   PIC 9(02).
       01 W-FECHAOK      PIC X.
       01 W-DEUDA        PIC 9(07)V99.
       01 W-SALDO        PIC 9(06)V99.
       01 W-DEUDA-ED     PIC ZZZZZZ9,99.
       01 W-SECUENCIA    PIC 9(02).
       01 W-ETAPA        PIC 9(01).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-CONTACTOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CONTACTOS.
           DISPLAY "ERROR DE E/S EN CONTACTOS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-CONTACTOS LINE 23 POSITION 37
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
           OPEN INPUT MOROSOS.
           IF ST-MOROSOS = "35"
             MOVE "NO HAY MOROSOS (CORRER PROG-95)." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO FINAL-F
           END-IF.
           OPEN I-O CONTACTOS.
           IF ST-CONTACTOS = "35"
             OPEN OUTPUT CONTACTOS
             CLOSE CONTACTOS
             OPEN I-O CONTACTOS
           END-IF.
           OPEN INPUT ALUMNOS.
           MOVE "N" TO W-HAYCUOTAS.
           OPEN INPUT CUOTAS.
           IF ST-CUOTAS = "00"
              MOVE "S" TO W-HAYCUOTAS
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.

       INICIO.
           DISPLAY " " ERASE
           MOVE "GESTION DE COBRANZA - CONTACTOS" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 13 POSITION 10.

           IF OPCION = 1
              PERFORM 100-ALTA-00 THRU 100-ALTA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              INITIALIZE FILA
              PERFORM 400-CONSULTA-00 THRU 400-CONSULTA-99
              ACCEPT SINO LINE 24 POSITION 80
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYCUOTAS = "S"
              CLOSE CUOTAS
           END-IF.
           CLOSE ALUMNOS.
           CLOSE CONTACTOS.
           CLOSE MOROSOS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  ALTA DE UN CONTACTO CON EL MOROSO
      ********************************************
       100-ALTA-00.
           DISPLAY " " ERASE
           MOVE "REGISTRO DE CONTACTO CON MOROSO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
       100-ALTA-05.
           PERFORM 100-PIDEALUMNO-00 THRU 100-PIDEALUMNO-99.
           IF ALUMNO = 0
              GO TO 100-ALTA-99
           END-IF.
           MOVE ALUMNO TO MOR-ALUMNO
           READ MOROSOS KEY IS MOR-ALUMNO
              INVALID KEY
                 MOVE "EL ALUMNO NO ESTA EN MOROSOS." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-ALTA-05
           END-READ.
           COMPUTE W-ETAPA = MOR-ETAPA + 1
           DISPLAY TET-DESC (W-ETAPA) LINE 6 POSITION 13.
           DISPLAY "MESES:"           LINE 6 POSITION 30.
           DISPLAY MOR-MESES          LINE 6 POSITION 37.
           PERFORM 100-DEUDA-00 THRU 100-DEUDA-99.
           MOVE W-DEUDA TO W-DEUDA-ED
           DISPLAY W-DEUDA-ED LINE 7 POSITION 13.
       100-ALTA-10.
           MOVE SPACES TO CANAL
           ACCEPT CANAL LINE 9 POSITION 13 PROMPT.
           IF (CANAL NOT = "T") AND (CANAL NOT = "E") AND
              (CANAL NOT = "M") AND (CANAL NOT = "P") AND
              (CANAL NOT = "C")
              MOVE "CANAL: T, E, M, P O C." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-10
           END-IF.
       100-ALTA-20.
           MOVE SPACES TO RESULTADO
           ACCEPT RESULTADO LINE 10 POSITION 13 PROMPT.
           IF (RESULTADO NOT = "C") AND (RESULTADO NOT = "N") AND
              (RESULTADO NOT = "P") AND (RESULTADO NOT = "R") AND
              (RESULTADO NOT = "E")
              MOVE "RESULTADO: C, N, P, R O E." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-20
           END-IF.
           MOVE 0 TO PROMFECHA PROMIMPORTE.
           IF RESULTADO NOT = "P"
              GO TO 100-ALTA-40
           END-IF.
       100-ALTA-30.
           ACCEPT PROMFECHA LINE 11 POSITION 13 PROMPT UPDATE.
           MOVE PROMFECHA TO W-FECHA
           PERFORM 100-VALFECHA-00 THRU 100-VALFECHA-99.
           IF W-FECHAOK NOT = "S"
              MOVE "FECHA INVALIDA (AAAAMMDD)." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-30
           END-IF.
           IF PROMFECHA < W-FECHAHOY
              MOVE "LA PROMESA NO PUEDE SER DE FECHA PASADA."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-30
           END-IF.
       100-ALTA-35.
           MOVE W-DEUDA TO PROMIMPORTE
           ACCEPT PROMIMPORTE LINE 12 POSITION 13 PROMPT UPDATE.
           IF PROMIMPORTE = 0
              MOVE "EL IMPORTE PROMETIDO DEBE SER MAYOR A CERO."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-ALTA-35
           END-IF.
       100-ALTA-40.
           MOVE SPACES TO OBSERV
           ACCEPT OBSERV LINE 13 POSITION 13 PROMPT.
       100-ALTA-50.
           ACCEPT CONF LINE 15 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 100-ALTA-50
           END-IF.
           IF CONF = "N"
              GO TO 100-ALTA-00
           END-IF.
           IF RESULTADO = "P"
              PERFORM 200-REEMPLAZA-00 THRU 200-REEMPLAZA-99
           END-IF.
           PERFORM 200-GRABA-00 THRU 200-GRABA-99.
           PERFORM ERRORES THRU ERRORES-F.
           GO TO 100-ALTA-00.
       100-ALTA-99. EXIT.

       100-PIDEALUMNO-00.
           ACCEPT ALUMNO LINE 5 POSITION 13 PROMPT.
           IF ALUMNO = 0
              GO TO 100-PIDEALUMNO-99
           END-IF.
           MOVE ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE "EL ALUMNO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDEALUMNO-00
           END-READ.
           DISPLAY ALU-APELLIDO LINE 5 POSITION 20.
           DISPLAY ALU-TELEFONO LINE 5 POSITION 42.
       100-PIDEALUMNO-99. EXIT.

      ********************************************
      *  DEUDA ACTUAL: SALDO DE LAS CUOTAS
      *  PENDIENTES CON RECARGO
      ********************************************
       100-DEUDA-00.
           MOVE 0 TO W-DEUDA.
           IF W-HAYCUOTAS NOT = "S"
              GO TO 100-DEUDA-99
           END-IF.
           MOVE ALUMNO TO CUO-ALUMNO
           MOVE 0 TO CUO-CURSO CUO-ANIO CUO-MES
           START CUOTAS KEY IS NOT LESS CUO-CLAVE
              INVALID KEY
                 GO TO 100-DEUDA-99
           END-START.
       100-DEUDA-10.
           READ CUOTAS NEXT AT END
                GO TO 100-DEUDA-99
           END-READ.
           IF CUO-ALUMNO NOT = ALUMNO
              GO TO 100-DEUDA-99
           END-IF.
           IF NOT CUO-PENDIENTE
              GO TO 100-DEUDA-10
           END-IF.
           COMPUTE W-SALDO = (CUO-IMPORTE + CUO-RECARGO)
                           - CUO-IMPORTEPAGO
           ADD W-SALDO TO W-DEUDA.
           GO TO 100-DEUDA-10.
       100-DEUDA-99. EXIT.

       100-VALFECHA-00.
           MOVE "N" TO W-FECHAOK
           IF (W-FEC-ANIO < 1900) OR (W-FEC-MES < 1) OR
              (W-FEC-MES > 12) OR (W-FEC-DIA < 1) OR
              (W-FEC-DIA > 31)
              GO TO 100-VALFECHA-99
           END-IF.
           MOVE "S" TO W-FECHAOK.
       100-VALFECHA-99. EXIT.

      ********************************************
      *  LA PROMESA NUEVA DEJA SIN EFECTO LAS
      *  PROMESAS VIGENTES ANTERIORES DEL ALUMNO
      ********************************************
       200-REEMPLAZA-00.
           MOVE ALUMNO TO CTC-ALUMNO
           MOVE 0 TO CTC-FECHA CTC-SECUENCIA
           START CONTACTOS KEY IS NOT LESS CTC-CLAVE
              INVALID KEY
                 GO TO 200-REEMPLAZA-99
           END-START.
       200-REEMPLAZA-10.
           READ CONTACTOS NEXT AT END
                GO TO 200-REEMPLAZA-99
           END-READ.
           IF CTC-ALUMNO NOT = ALUMNO
              GO TO 200-REEMPLAZA-99
           END-IF.
           IF NOT CTC-PROMVIGENTE
              GO TO 200-REEMPLAZA-10
           END-IF.
           INITIALIZE W13-DATOS
           MOVE REG-CONTACTO TO W13-ANTES
           MOVE "R" TO CTC-PROMESTADO
           REWRITE REG-CONTACTO
              INVALID KEY
                 GO TO 200-REEMPLAZA-10
           END-REWRITE.
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CONTACTO"   TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE REG-CONTACTO TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           GO TO 200-REEMPLAZA-10.
       200-REEMPLAZA-99. EXIT.

       200-GRABA-00.
           INITIALIZE W1-DATOS
           MOVE 8 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:8) TO W-HORA.
           MOVE 0 TO W-SECUENCIA.
       200-GRABA-10.
           IF W-SECUENCIA = 99
              MOVE "DEMASIADOS CONTACTOS EN EL DIA." TO M-ERROR
              GO TO 200-GRABA-99
           END-IF.
           ADD 1 TO W-SECUENCIA
           MOVE ALUMNO      TO CTC-ALUMNO
           MOVE W-FECHAHOY  TO CTC-FECHA
           MOVE W-SECUENCIA TO CTC-SECUENCIA
           READ CONTACTOS KEY IS CTC-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 GO TO 200-GRABA-10
           END-READ.
           INITIALIZE REG-CONTACTO
           MOVE ALUMNO       TO CTC-ALUMNO
           MOVE W-FECHAHOY   TO CTC-FECHA
           MOVE W-SECUENCIA  TO CTC-SECUENCIA
           MOVE W-HORA       TO CTC-HORA
           MOVE W40-OPERADOR TO CTC-OPERADOR
           MOVE CANAL        TO CTC-CANAL
           MOVE RESULTADO    TO CTC-RESULTADO
           MOVE W-DEUDA      TO CTC-DEUDA
           MOVE PROMFECHA    TO CTC-PROMFECHA
           MOVE PROMIMPORTE  TO CTC-PROMIMPORTE
           MOVE SPACE        TO CTC-PROMESTADO
           IF RESULTADO = "P"
              MOVE "V" TO CTC-PROMESTADO
           END-IF.
           MOVE 0            TO CTC-PAGADO
           MOVE OBSERV       TO CTC-OBSERV
           WRITE REG-CONTACTO
              INVALID KEY
                 MOVE "NO SE GRABO" TO M-ERROR
                 GO TO 200-GRABA-99
           END-WRITE.
           MOVE "CONTACTO REGISTRADO" TO M-ERROR
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CONTACTO"   TO W13-ARCHIVO
           MOVE "A"          TO W13-OPERACION
           MOVE SPACES       TO W13-ANTES
           MOVE REG-CONTACTO TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       200-GRABA-99. EXIT.

      ********************************************
      *  HISTORIAL DE CONTACTOS DE UN ALUMNO
      ********************************************
       400-CONSULTA-00.
           DISPLAY " " ERASE
           MOVE "HISTORIAL DE CONTACTOS POR ALUMNO" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "ALUMNO    :" LINE 5 POSITION 1.
           PERFORM 100-PIDEALUMNO-00 THRU 100-PIDEALUMNO-99.
           IF ALUMNO = 0
              GO TO 400-CONSULTA-99
           END-IF.
           MOVE 7 TO UBICACIONFILA.
           DISPLAY TITULO-01 LINE 7 POSITION 1.
           MOVE ALUMNO TO CTC-ALUMNO
           MOVE 0 TO CTC-FECHA CTC-SECUENCIA
           START CONTACTOS KEY IS NOT LESS CTC-CLAVE
              INVALID KEY
                 GO TO 400-CONSULTA-99
           END-START.
       400-CONSULTA-10.
           READ CONTACTOS NEXT AT END
                GO TO 400-CONSULTA-99
           END-READ.
           IF CTC-ALUMNO NOT = ALUMNO
              GO TO 400-CONSULTA-99
           END-IF.

           IF FILA = 0
             DISPLAY " " ERASE
             MOVE "HISTORIAL DE CONTACTOS POR ALUMNO" TO W-TITULO-ENC
             PERFORM ENCABEZADO THRU ENCABEZADO-F
             DISPLAY "ALUMNO    :" LINE 5 POSITION 1
             DISPLAY ALUMNO        LINE 5 POSITION 13
             DISPLAY ALU-APELLIDO  LINE 5 POSITION 20
             DISPLAY TITULO-01 LINE 7 POSITION 1
           END-IF.

           COMPUTE UBICACIONFILA = UBICACIONFILA + 1
           COMPUTE FILA = FILA + 1

           MOVE CTC-FECHA       TO D1-FECHA
           MOVE CTC-OPERADOR    TO D1-OPERADOR
           MOVE CTC-CANAL       TO D1-CANAL
           MOVE CTC-RESULTADO   TO D1-RESULT
           MOVE CTC-PROMFECHA   TO D1-PROMFEC
           MOVE CTC-PROMIMPORTE TO D1-PROMIMP
           MOVE CTC-PROMESTADO  TO D1-PROMEST
           MOVE CTC-OBSERV      TO D1-OBSERV

           DISPLAY DETALLE-01 LINE UBICACIONFILA POSITION 1.

           IF FILA = 14
              MOVE 0 TO FILA
              MOVE 7 TO UBICACIONFILA
              ACCEPT SINO LINE 24 POSITION 1
           END-IF.
           GO TO 400-CONSULTA-10.
       400-CONSULTA-99. EXIT.

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

       PANTALLAINICIO.
           DISPLAY "1-REGISTRAR CONTACTO"        LINE 5 POSITION 1.
           DISPLAY "2-HISTORIAL DE CONTACTOS"    LINE 6 POSITION 1.
           DISPLAY "9-SALIR"                     LINE 7 POSITION 1.
           DISPLAY "OPCION:"                     LINE 13 POSITION 1.
       PANTALLAINICIO-F. EXIT.

       PANTALLA.
           DISPLAY "ALUMNO    :"       LINE 5 POSITION 1.
           DISPLAY "ETAPA     :"       LINE 6 POSITION 1.
           DISPLAY "DEUDA     :"       LINE 7 POSITION 1.
           DISPLAY "CANAL     :"       LINE 9 POSITION 1.
           DISPLAY "(T TELEFONO, E EMAIL, M MENSAJE, P PRESENCIAL,"
                      LINE 9 POSITION 20.
           DISPLAY " C CARTA)"         LINE 9 POSITION 67.
           DISPLAY "RESULTADO :"       LINE 10 POSITION 1.
           DISPLAY "(C CONTACTADO, N NO ATIENDE, P PROMESA DE PAGO,"
                      LINE 10 POSITION 20.
           DISPLAY "R SE NIEGA, E DATO ERRONEO)" LINE 11 POSITION 40.
           DISPLAY "PROMESA   :"       LINE 11 POSITION 1.
           DISPLAY "IMPORTE   :"       LINE 12 POSITION 1.
           DISPLAY "OBSERVAC. :"       LINE 13 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): " LINE 15 POSITION 1.
       PANTALLA-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
