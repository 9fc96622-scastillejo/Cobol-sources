       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-132.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 132
      *  GESTION DE COBRANZA: CONTROL DE LAS
      *  PROMESAS DE PAGO (CONTACTO.DAT, PROG-131)
      *  CONTRA PAGOS Y CUOTAS. UNA PROMESA VENCIDA
      *  SE DA POR CUMPLIDA SI ENTRE EL CONTACTO Y
      *  LA FECHA PROMETIDA EL ALUMNO PAGO AL MENOS
      *  LO PROMETIDO O YA NO TIENE DEUDA; SI NO,
      *  QUEDA INCUMPLIDA.
      *  1 = LISTA DE TRABAJO DEL DIA POR EL SPOOL:
      *      PROMESAS VENCIDAS IMPAGAS, PROMESAS
      *      QUE VENCEN HOY Y MOROSOS A LLAMAR (SIN
      *      PROMESA EN TERMINO NI CONTACTO EN LOS
      *      ULTIMOS DIASRELL DIAS, 7 POR DEFECTO)
      *  2 = INFORME MENSUAL DE CUMPLIMIENTO DE
      *      PROMESAS POR OPERADOR
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
       COPY "S-PAGOS.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-CONTAC.CPY".
       COPY "F-MOROSO.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-CUOTAS.CPY".
       COPY "F-PAGOS.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TIT.
          03 LT-TEXTO     PIC X(50).
          03 LT-FECHA     PIC X(10).
       01 LINEA-VEN-COL.
          03 PIC X(40) VALUE
             "ALUMNO APELLIDO             TELEFONO    ".
          03 PIC X(39) VALUE
             "     PROMESA   IMPORTE    PAGADO OPERAD".
       01 LINEA-VEN-DET.
          03 LVD-ALUMNO   PIC 9(05).
          03              PIC X(02).
          03 LVD-APELLIDO PIC X(20).
          03              PIC X.
          03 LVD-TELEFONO PIC X(15).
          03              PIC X.
          03 LVD-PROMFEC  PIC 9(08).
          03              PIC X.
          03 LVD-PROMIMP  PIC ZZZZZZ9,99.
          03 LVD-PAGADO   PIC ZZZZZZ9,99.
          03              PIC X.
          03 LVD-OPERADOR PIC X(08).
       01 LINEA-LLA-COL.
          03 PIC X(40) VALUE
             "ALUMNO APELLIDO             TELEFONO    ".
          03 PIC X(38) VALUE
             "     ETAPA MESES     DEUDA ULT.CONT.".
       01 LINEA-LLA-DET.
          03 LLD-ALUMNO   PIC 9(05).
          03              PIC X(02).
          03 LLD-APELLIDO PIC X(20).
          03              PIC X.
          03 LLD-TELEFONO PIC X(15).
          03              PIC X(05).
          03 LLD-ETAPA    PIC 9.
          03              PIC X(04).
          03 LLD-MESES    PIC Z9.
          03              PIC X.
          03 LLD-DEUDA    PIC ZZZZZZ9,99.
          03              PIC X.
          03 LLD-ULTIMO   PIC 9(08).
       01 LINEA-CANT.
          03 PIC X(20) VALUE "CANTIDAD           :".
          03 LC-CANT      PIC ZZZZ9.

       01 LINEA-INF-TIT.
          03 PIC X(40) VALUE
             "CUMPLIMIENTO DE PROMESAS DE PAGO - MES ".
          03 LIT-ANIO     PIC 9(04).
          03 PIC X VALUE "/".
          03 LIT-MES      PIC 9(02).
       01 LINEA-INF-COL.
          03 PIC X(40) VALUE
             "OPERADOR PROMESAS CUMPL. INCUMP. VIGEN. ".
          03 PIC X(36) VALUE
             "  PROMETIDO     PAGADO  % CUMPL.".
       01 LINEA-INF-DET.
          03 LID-OPERADOR PIC X(08).
          03              PIC X(04).
          03 LID-PROMESAS PIC ZZZZ9.
          03              PIC X(02).
          03 LID-CUMPL    PIC ZZZZ9.
          03              PIC X(04).
          03 LID-INCUMPL  PIC ZZZZ9.
          03              PIC X(02).
          03 LID-VIGEN    PIC ZZZZ9.
          03              PIC X.
          03 LID-PROMETIDO PIC ZZZZZZ9,99.
          03              PIC X.
          03 LID-PAGADO   PIC ZZZZZZ9,99.
          03              PIC X(03).
          03 LID-PORC     PIC ZZ9,99.
       01 LINEA-RAYA.
          03 PIC X(78) VALUE ALL "-".

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".

       01 TABLA-OPERADORES.
          03 TOP-ITEM OCCURS 50 TIMES.
             05 TOP-OPERADOR  PIC X(08).
             05 TOP-PROMESAS  PIC 9(05).
             05 TOP-CUMPL     PIC 9(05).
             05 TOP-INCUMPL   PIC 9(05).
             05 TOP-VIGEN     PIC 9(05).
             05 TOP-PROMETIDO PIC 9(09)V99.
             05 TOP-PAGADO    PIC 9(09)V99.
       01 TOP-IND        PIC 9(02).
       01 TOP-CANT       PIC 9(02).

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-CONTACTOS   PIC XX.
       01 ST-MOROSOS     PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 ST-CUOTAS      PIC XX.
       01 ST-PAGOS       PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-HAYCUOTAS    PIC X.
       01 W-HAYPAGOS     PIC X.
       01 W-FECHAHOY     PIC 9(08).
       01 W-FECHAHOY-R REDEFINES W-FECHAHOY.
          03 W-HOY-ANIO  PIC 9(04).
          03 W-HOY-MES   PIC 9(02).
          03 W-HOY-DIA   PIC 9(02).
       01 W-FECHAHOY-A   PIC X(10).
       01 W-FECHA        PIC 9(08).
       01 W-FECHA-R REDEFINES W-FECHA.
          03 W-ANIO      PIC 9(04).
          03 W-MES       PIC 9(02).
          03 W-DIA       PIC 9(02).
       01 W-TOPE         PIC 9(08).
       01 W-DIASREL      PIC 9(03).
       01 W-IND          PIC 9(03).
       01 W-COCIENTE     PIC 9(04).
       01 W-RESTO        PIC 9(04).
       01 TABLA-DIASMES.
          03 PIC X(24) VALUE "312831303130313130313031".
       01 TABLA-DIASMES-R REDEFINES TABLA-DIASMES.
          03 TDM-DIAS OCCURS 12 TIMES PIC 9(02).
       01 W-ALUMNO       PIC 9(05).
       01 W-DEUDA        PIC 9(07)V99.
       01 W-SALDO        PIC 9(06)V99.
       01 W-PAGADO       PIC S9(07)V99.
       01 W-VIGENTE      PIC X.
       01 W-ULTIMO       PIC 9(08).
       01 W-IMPRIME      PIC X.
       01 W-CANT         PIC 9(05).
       01 W-VENCIDAS     PIC 9(05).
       01 W-LLAMAR       PIC 9(05).
       01 W-INFANIO      PIC 9(04).
       01 W-INFMES       PIC 9(02).
       01 W-DESDE        PIC 9(08).
       01 W-HASTA        PIC 9(08).
       01 W-PORC         PIC 9(03)V99.
       01 W-EVALUADAS    PIC 9(05).
       01 CONF           PIC X.

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
           OPEN I-O CONTACTOS.
           IF ST-CONTACTOS = "35"
             MOVE "NO HAY CONTACTOS REGISTRADOS (PROG-131)."
                  TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO FINAL-F
           END-IF.
           OPEN INPUT MOROSOS.
           IF ST-MOROSOS = "35"
             MOVE "NO HAY MOROSOS (CORRER PROG-95)." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE CONTACTOS
             GO TO FINAL-F
           END-IF.
           OPEN INPUT ALUMNOS.
           MOVE "N" TO W-HAYCUOTAS.
           OPEN INPUT CUOTAS.
           IF ST-CUOTAS = "00"
              MOVE "S" TO W-HAYCUOTAS
           END-IF.
           MOVE "N" TO W-HAYPAGOS.
           OPEN INPUT PAGOS.
           IF ST-PAGOS = "00"
              MOVE "S" TO W-HAYPAGOS
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.
           INITIALIZE W1-DATOS
           MOVE 4 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:10) TO W-FECHAHOY-A.

       INICIO.
           DISPLAY " " ERASE
           MOVE "GESTION DE COBRANZA - CONTROL DE PROMESAS"
                TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 13 POSITION 10.

           IF OPCION = 1
              PERFORM 100-LISTA-00 THRU 100-LISTA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              PERFORM 500-INFORME-00 THRU 500-INFORME-99
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYPAGOS = "S"
              CLOSE PAGOS
           END-IF.
           IF W-HAYCUOTAS = "S"
              CLOSE CUOTAS
           END-IF.
           CLOSE ALUMNOS.
           CLOSE MOROSOS.
           CLOSE CONTACTOS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  LISTA DE TRABAJO DEL DIA
      ********************************************
       100-LISTA-00.
           DISPLAY " " ERASE
           MOVE "LISTA DE TRABAJO DE COBRANZA" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "CONFIRMA EL PROCESO? (S/N):" LINE 5 POSITION 1.
           ACCEPT CONF LINE 5 POSITION 29.
           IF CONF NOT = "S"
              GO TO 100-LISTA-99
           END-IF.
           MOVE 7 TO W-DIASREL
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "DIASRELL" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM > 0)
              MOVE W16-VALORNUM TO W-DIASREL
           END-IF.
           MOVE W-FECHAHOY TO W-FECHA
           MOVE 0 TO W-IND.
       100-LISTA-05.
           IF W-IND NOT < W-DIASREL
              GO TO 100-LISTA-10
           END-IF.
           PERFORM 300-RESTADIA-00 THRU 300-RESTADIA-99.
           ADD 1 TO W-IND
           GO TO 100-LISTA-05.
       100-LISTA-10.
           MOVE W-FECHA TO W-TOPE.
           MOVE 0 TO W-VENCIDAS W-LLAMAR.
           OPEN OUTPUT LISTADO.

           MOVE "PROMESAS DE PAGO VENCIDAS E IMPAGAS AL " TO LT-TEXTO
           MOVE W-FECHAHOY-A TO LT-FECHA
           MOVE LINEA-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-VEN-COL TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE "S" TO W-IMPRIME
           PERFORM 200-VENCIDAS-00 THRU 200-VENCIDAS-99.
           MOVE W-VENCIDAS TO LC-CANT
           MOVE LINEA-CANT TO REG-LISTADO
           WRITE REG-LISTADO.

           MOVE SPACES TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE "PROMESAS DE PAGO QUE VENCEN HOY " TO LT-TEXTO
           MOVE W-FECHAHOY-A TO LT-FECHA
           MOVE LINEA-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-VEN-COL TO REG-LISTADO
           WRITE REG-LISTADO.
           PERFORM 200-VENCENHOY-00 THRU 200-VENCENHOY-99.
           MOVE W-CANT TO LC-CANT
           MOVE LINEA-CANT TO REG-LISTADO
           WRITE REG-LISTADO.

           MOVE SPACES TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE "MOROSOS A LLAMAR HOY " TO LT-TEXTO
           MOVE W-FECHAHOY-A TO LT-FECHA
           MOVE LINEA-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-LLA-COL TO REG-LISTADO
           WRITE REG-LISTADO.
           PERFORM 200-LLAMAR-00 THRU 200-LLAMAR-99.
           MOVE W-LLAMAR TO LC-CANT
           MOVE LINEA-CANT TO REG-LISTADO
           WRITE REG-LISTADO.
           CLOSE LISTADO.

           INITIALIZE W15-DATOS
           MOVE "PROG-132" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".

           INITIALIZE W14-DATOS
           MOVE "PROG-132"   TO W14-PROGRAMA
           MOVE W40-OPERADOR TO W14-OPERADOR
           MOVE W-LLAMAR     TO W14-PROCESADOS
           MOVE W-VENCIDAS   TO W14-RECHAZADOS
           MOVE "OK"         TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           CANCEL "P14".

           DISPLAY "PROMESAS INCUMPLIDAS:" LINE 10 POSITION 1.
           DISPLAY W-VENCIDAS              LINE 10 POSITION 23.
           DISPLAY "MOROSOS A LLAMAR    :" LINE 11 POSITION 1.
           DISPLAY W-LLAMAR                LINE 11 POSITION 23.
           MOVE "LISTA ENVIADA AL SPOOL." TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F.
       100-LISTA-99. EXIT.

      ********************************************
      *  EVALUA LAS PROMESAS VIGENTES CUYA FECHA
      *  YA PASO; LAS INCUMPLIDAS SE LISTAN SI
      *  W-IMPRIME = "S"
      ********************************************
       200-VENCIDAS-00.
           MOVE 1 TO CTC-PROMFECHA
           START CONTACTOS KEY IS NOT LESS CTC-PROMFECHA
              INVALID KEY
                 GO TO 200-VENCIDAS-99
           END-START.
       200-VENCIDAS-10.
           READ CONTACTOS NEXT AT END
                GO TO 200-VENCIDAS-99
           END-READ.
           IF CTC-PROMFECHA NOT < W-FECHAHOY
              GO TO 200-VENCIDAS-99
           END-IF.
           IF NOT CTC-PROMVIGENTE
              GO TO 200-VENCIDAS-10
           END-IF.
           PERFORM 300-EVALUA-00 THRU 300-EVALUA-99.
           IF CTC-PROMINCUMPL AND (W-IMPRIME = "S")
              PERFORM 200-LINEAPROM-00 THRU 200-LINEAPROM-99
              ADD 1 TO W-VENCIDAS
           END-IF.
           GO TO 200-VENCIDAS-10.
       200-VENCIDAS-99. EXIT.

       200-VENCENHOY-00.
           MOVE 0 TO W-CANT.
           MOVE W-FECHAHOY TO CTC-PROMFECHA
           START CONTACTOS KEY IS NOT LESS CTC-PROMFECHA
              INVALID KEY
                 GO TO 200-VENCENHOY-99
           END-START.
       200-VENCENHOY-10.
           READ CONTACTOS NEXT AT END
                GO TO 200-VENCENHOY-99
           END-READ.
           IF CTC-PROMFECHA NOT = W-FECHAHOY
              GO TO 200-VENCENHOY-99
           END-IF.
           IF NOT CTC-PROMVIGENTE
              GO TO 200-VENCENHOY-10
           END-IF.
           MOVE 0 TO CTC-PAGADO
           PERFORM 200-LINEAPROM-00 THRU 200-LINEAPROM-99.
           ADD 1 TO W-CANT.
           GO TO 200-VENCENHOY-10.
       200-VENCENHOY-99. EXIT.

       200-LINEAPROM-00.
           MOVE CTC-ALUMNO TO LVD-ALUMNO
           MOVE SPACES TO LVD-APELLIDO LVD-TELEFONO
           MOVE CTC-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE ALU-APELLIDO TO LVD-APELLIDO
                 MOVE ALU-TELEFONO TO LVD-TELEFONO
           END-READ.
           MOVE CTC-PROMFECHA   TO LVD-PROMFEC
           MOVE CTC-PROMIMPORTE TO LVD-PROMIMP
           MOVE CTC-PAGADO      TO LVD-PAGADO
           MOVE CTC-OPERADOR    TO LVD-OPERADOR
           MOVE LINEA-VEN-DET TO REG-LISTADO
           WRITE REG-LISTADO.
       200-LINEAPROM-99. EXIT.

      ********************************************
      *  MOROSOS A LLAMAR: SIN PROMESA EN TERMINO
      *  Y SIN CONTACTO DESDE LA FECHA TOPE
      ********************************************
       200-LLAMAR-00.
           MOVE 0 TO MOR-ALUMNO
           START MOROSOS KEY IS NOT LESS MOR-ALUMNO
              INVALID KEY
                 GO TO 200-LLAMAR-99
           END-START.
       200-LLAMAR-10.
           READ MOROSOS NEXT AT END
                GO TO 200-LLAMAR-99
           END-READ.
           IF MOR-SINETAPA
              GO TO 200-LLAMAR-10
           END-IF.
           MOVE MOR-ALUMNO TO W-ALUMNO
           PERFORM 300-HISTORIA-00 THRU 300-HISTORIA-99.
           IF W-VIGENTE = "S"
              GO TO 200-LLAMAR-10
           END-IF.
           IF W-ULTIMO > W-TOPE
              GO TO 200-LLAMAR-10
           END-IF.
           PERFORM 300-DEUDA-00 THRU 300-DEUDA-99.
           MOVE W-ALUMNO TO LLD-ALUMNO
           MOVE SPACES TO LLD-APELLIDO LLD-TELEFONO
           MOVE W-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE ALU-APELLIDO TO LLD-APELLIDO
                 MOVE ALU-TELEFONO TO LLD-TELEFONO
           END-READ.
           MOVE MOR-ETAPA TO LLD-ETAPA
           MOVE MOR-MESES TO LLD-MESES
           MOVE W-DEUDA   TO LLD-DEUDA
           MOVE W-ULTIMO  TO LLD-ULTIMO
           MOVE LINEA-LLA-DET TO REG-LISTADO
           WRITE REG-LISTADO.
           ADD 1 TO W-LLAMAR.
           GO TO 200-LLAMAR-10.
       200-LLAMAR-99. EXIT.

      ********************************************
      *  ULTIMO CONTACTO DEL ALUMNO Y SI TIENE UNA
      *  PROMESA VIGENTE TODAVIA EN TERMINO
      ********************************************
       300-HISTORIA-00.
           MOVE 0 TO W-ULTIMO
           MOVE "N" TO W-VIGENTE
           MOVE W-ALUMNO TO CTC-ALUMNO
           MOVE 0 TO CTC-FECHA CTC-SECUENCIA
           START CONTACTOS KEY IS NOT LESS CTC-CLAVE
              INVALID KEY
                 GO TO 300-HISTORIA-99
           END-START.
       300-HISTORIA-10.
           READ CONTACTOS NEXT AT END
                GO TO 300-HISTORIA-99
           END-READ.
           IF CTC-ALUMNO NOT = W-ALUMNO
              GO TO 300-HISTORIA-99
           END-IF.
           MOVE CTC-FECHA TO W-ULTIMO
           IF CTC-PROMVIGENTE AND (CTC-PROMFECHA NOT < W-FECHAHOY)
              MOVE "S" TO W-VIGENTE
           END-IF.
           GO TO 300-HISTORIA-10.
       300-HISTORIA-99. EXIT.

      ********************************************
      *  CUMPLIMIENTO DE UNA PROMESA VENCIDA: LO
      *  PAGADO ENTRE EL CONTACTO Y LA FECHA
      *  PROMETIDA (PAGOS.DAT) O LA DEUDA EN CERO
      *  (CUOTAS.DAT)
      ********************************************
       300-EVALUA-00.
           MOVE CTC-ALUMNO TO W-ALUMNO
           MOVE 0 TO W-PAGADO.
           IF W-HAYPAGOS NOT = "S"
              GO TO 300-EVALUA-20
           END-IF.
           MOVE W-ALUMNO TO PAG-ALUMNO
           MOVE 0 TO PAG-CURSO PAG-ANIO PAG-MES PAG-SECUENCIA
           START PAGOS KEY IS NOT LESS PAG-CLAVE
              INVALID KEY
                 GO TO 300-EVALUA-20
           END-START.
       300-EVALUA-10.
           READ PAGOS NEXT AT END
                GO TO 300-EVALUA-20
           END-READ.
           IF PAG-ALUMNO NOT = W-ALUMNO
              GO TO 300-EVALUA-20
           END-IF.
           IF (PAG-FECHA < CTC-FECHA) OR (PAG-FECHA > CTC-PROMFECHA)
              GO TO 300-EVALUA-10
           END-IF.
           ADD PAG-IMPORTE TO W-PAGADO.
           GO TO 300-EVALUA-10.
       300-EVALUA-20.
           IF W-PAGADO < 0
              MOVE 0 TO W-PAGADO
           END-IF.
           INITIALIZE W13-DATOS
           MOVE REG-CONTACTO TO W13-ANTES
           MOVE W-PAGADO TO CTC-PAGADO
           IF W-PAGADO NOT < CTC-PROMIMPORTE
              MOVE "C" TO CTC-PROMESTADO
           ELSE
              PERFORM 300-DEUDA-00 THRU 300-DEUDA-99
              IF W-DEUDA = 0
                 MOVE "C" TO CTC-PROMESTADO
              ELSE
                 MOVE "I" TO CTC-PROMESTADO
              END-IF
           END-IF.
           REWRITE REG-CONTACTO
              INVALID KEY
                 GO TO 300-EVALUA-99
           END-REWRITE.
           ADD 1 TO W-EVALUADAS.
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CONTACTO"   TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE REG-CONTACTO TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       300-EVALUA-99. EXIT.

       300-DEUDA-00.
           MOVE 0 TO W-DEUDA.
           IF W-HAYCUOTAS NOT = "S"
              GO TO 300-DEUDA-99
           END-IF.
           MOVE W-ALUMNO TO CUO-ALUMNO
           MOVE 0 TO CUO-CURSO CUO-ANIO CUO-MES
           START CUOTAS KEY IS NOT LESS CUO-CLAVE
              INVALID KEY
                 GO TO 300-DEUDA-99
           END-START.
       300-DEUDA-10.
           READ CUOTAS NEXT AT END
                GO TO 300-DEUDA-99
           END-READ.
           IF CUO-ALUMNO NOT = W-ALUMNO
              GO TO 300-DEUDA-99
           END-IF.
           IF NOT CUO-PENDIENTE
              GO TO 300-DEUDA-10
           END-IF.
           COMPUTE W-SALDO = (CUO-IMPORTE + CUO-RECARGO)
                           - CUO-IMPORTEPAGO
           ADD W-SALDO TO W-DEUDA.
           GO TO 300-DEUDA-10.
       300-DEUDA-99. EXIT.

      ********************************************
      *  RESTA UN DIA A W-FECHA, CON FIN DE MES Y
      *  ANIO BISIESTO
      ********************************************
       300-RESTADIA-00.
           IF W-DIA > 1
              SUBTRACT 1 FROM W-DIA
              GO TO 300-RESTADIA-99
           END-IF.
           IF W-MES = 1
              MOVE 12 TO W-MES
              SUBTRACT 1 FROM W-ANIO
           ELSE
              SUBTRACT 1 FROM W-MES
           END-IF.
           MOVE TDM-DIAS (W-MES) TO W-DIA.
           IF W-MES = 2
              DIVIDE W-ANIO BY 4 GIVING W-COCIENTE REMAINDER W-RESTO
              IF W-RESTO = 0
                 MOVE 29 TO W-DIA
              END-IF
           END-IF.
       300-RESTADIA-99. EXIT.

      ********************************************
      *  INFORME MENSUAL DE CUMPLIMIENTO POR
      *  OPERADOR SOBRE LAS PROMESAS CON FECHA EN
      *  EL MES ELEGIDO (LAS YA VENCIDAS SE
      *  EVALUAN ANTES DE CONTAR)
      ********************************************
       500-INFORME-00.
           DISPLAY " " ERASE
           MOVE "CUMPLIMIENTO DE PROMESAS POR OPERADOR" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           MOVE W-HOY-ANIO TO W-INFANIO
           MOVE W-HOY-MES  TO W-INFMES
           DISPLAY "ANIO      :" LINE 5 POSITION 1.
           ACCEPT W-INFANIO LINE 5 POSITION 13 PROMPT UPDATE.
           DISPLAY "MES       :" LINE 6 POSITION 1.
           ACCEPT W-INFMES LINE 6 POSITION 13 PROMPT UPDATE.
           IF (W-INFMES < 1) OR (W-INFMES > 12)
              MOVE "EL MES DEBE ESTAR ENTRE 1 Y 12." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-INFORME-99
           END-IF.
           MOVE "N" TO W-IMPRIME
           MOVE 0 TO W-EVALUADAS
           PERFORM 200-VENCIDAS-00 THRU 200-VENCIDAS-99.

           COMPUTE W-DESDE = (W-INFANIO * 10000) + (W-INFMES * 100)
           COMPUTE W-HASTA = W-DESDE + 31
           INITIALIZE TABLA-OPERADORES
           MOVE 0 TO TOP-CANT.
           MOVE W-DESDE TO CTC-PROMFECHA
           START CONTACTOS KEY IS NOT LESS CTC-PROMFECHA
              INVALID KEY
                 GO TO 500-INFORME-20
           END-START.
       500-INFORME-10.
           READ CONTACTOS NEXT AT END
                GO TO 500-INFORME-20
           END-READ.
           IF CTC-PROMFECHA > W-HASTA
              GO TO 500-INFORME-20
           END-IF.
           IF CTC-SINPROMESA OR CTC-PROMREEMPL
              GO TO 500-INFORME-10
           END-IF.
           PERFORM 500-ACUMULA-00 THRU 500-ACUMULA-99.
           GO TO 500-INFORME-10.
       500-INFORME-20.
           PERFORM 500-IMPRIME-00 THRU 500-IMPRIME-99.
           MOVE "INFORME ENVIADO AL SPOOL." TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F.
       500-INFORME-99. EXIT.

       500-ACUMULA-00.
           MOVE 1 TO TOP-IND.
       500-ACUMULA-10.
           IF TOP-IND > TOP-CANT
              IF TOP-CANT = 50
                 GO TO 500-ACUMULA-99
              END-IF
              ADD 1 TO TOP-CANT
              MOVE TOP-CANT TO TOP-IND
              MOVE CTC-OPERADOR TO TOP-OPERADOR (TOP-IND)
              GO TO 500-ACUMULA-20
           END-IF.
           IF TOP-OPERADOR (TOP-IND) = CTC-OPERADOR
              GO TO 500-ACUMULA-20
           END-IF.
           ADD 1 TO TOP-IND
           GO TO 500-ACUMULA-10.
       500-ACUMULA-20.
           ADD 1 TO TOP-PROMESAS (TOP-IND)
           ADD CTC-PROMIMPORTE TO TOP-PROMETIDO (TOP-IND)
           ADD CTC-PAGADO TO TOP-PAGADO (TOP-IND)
           IF CTC-PROMCUMPLIDA
              ADD 1 TO TOP-CUMPL (TOP-IND)
           END-IF
           IF CTC-PROMINCUMPL
              ADD 1 TO TOP-INCUMPL (TOP-IND)
           END-IF
           IF CTC-PROMVIGENTE
              ADD 1 TO TOP-VIGEN (TOP-IND)
           END-IF.
       500-ACUMULA-99. EXIT.

       500-IMPRIME-00.
           OPEN OUTPUT LISTADO.
           MOVE W-INFANIO TO LIT-ANIO
           MOVE W-INFMES  TO LIT-MES
           MOVE LINEA-INF-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-INF-COL TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 1 TO TOP-IND.
       500-IMPRIME-10.
           IF TOP-IND > TOP-CANT
              GO TO 500-IMPRIME-20
           END-IF.
           MOVE TOP-OPERADOR (TOP-IND)  TO LID-OPERADOR
           MOVE TOP-PROMESAS (TOP-IND)  TO LID-PROMESAS
           MOVE TOP-CUMPL (TOP-IND)     TO LID-CUMPL
           MOVE TOP-INCUMPL (TOP-IND)   TO LID-INCUMPL
           MOVE TOP-VIGEN (TOP-IND)     TO LID-VIGEN
           MOVE TOP-PROMETIDO (TOP-IND) TO LID-PROMETIDO
           MOVE TOP-PAGADO (TOP-IND)    TO LID-PAGADO
           MOVE 0 TO W-PORC
           IF (TOP-CUMPL (TOP-IND) + TOP-INCUMPL (TOP-IND)) > 0
              COMPUTE W-PORC ROUNDED = (TOP-CUMPL (TOP-IND) * 100) /
                      (TOP-CUMPL (TOP-IND) + TOP-INCUMPL (TOP-IND))
           END-IF.
           MOVE W-PORC TO LID-PORC
           MOVE LINEA-INF-DET TO REG-LISTADO
           WRITE REG-LISTADO.
           ADD 1 TO TOP-IND
           GO TO 500-IMPRIME-10.
       500-IMPRIME-20.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           CLOSE LISTADO.
           INITIALIZE W15-DATOS
           MOVE "PROG-132" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".
       500-IMPRIME-99. EXIT.

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
           DISPLAY "1-LISTA DE TRABAJO DEL DIA"          LINE 5
                      POSITION 1.
           DISPLAY "2-CUMPLIMIENTO MENSUAL POR OPERADOR" LINE 6
                      POSITION 1.
           DISPLAY "9-SALIR"                             LINE 7
                      POSITION 1.
           DISPLAY "OPCION:"                             LINE 13
                      POSITION 1.
       PANTALLAINICIO-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
