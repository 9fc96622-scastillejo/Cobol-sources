       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-137.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 137
      *  INFORME DE ANOMALIAS DE CAJA PARA EL
      *  CONTROL INTERNO (SEPARACION DE FUNCIONES
      *  EN LA COBRANZA) ENTRE DOS FECHAS, POR EL
      *  SPOOL. CADA EXCEPCION LLEVA CODIGO Y
      *  SEVERIDAD (A ALTA, M MEDIA, B BAJA):
      *  A01 RECIBO REIMPRESO MAS DE UNA VEZ
      *      (REC-REIMPRESO DE PROG-91); M, O A SI
      *      SON TRES O MAS.
      *  A02 RECIBO EMITIDO FUERA DEL HORARIO
      *      HABITUAL DEL OPERADOR. EL HABITUAL SE
      *      ARMA CON SUS INGRESOS AL MENU EN EL
      *      PERIODO (LOGACC.DAT): UNA HORA ES
      *      HABITUAL SI TIENE AL MENOS EL 5% DE
      *      SUS INGRESOS. CON MENOS DE 20 INGRESOS
      *      SE USA LA FRANJA GENERAL (PARAMETROS
      *      HORADESD Y HORAHAST, 7 A 21 HS). M, O A
      *      SI ADEMAS ESTA FUERA DE LA FRANJA.
      *  A03 COBRO DE UNA CUOTA CON DESCUENTO CUYA
      *      BECA (BECAS.DAT) DIO DE ALTA O MODIFICO
      *      EL MISMO OPERADOR, SEGUN EL DIARIO
      *      (JOURNAL.DAT); A.
      *  A04 PAGO PARCIAL QUE DEJA UN SALDO MENOR
      *      O IGUAL AL PARAMETRO RESIDUO (PESOS,
      *      10 POR OMISION); B.
      *  A05 PAGO DE UN DIA QUE CERRO (PROG-90)
      *      OTRO OPERADOR; M.
      *  LOS COBROS DEL BANCO (OPERADOR "BANCO")
      *  NO SE CONTROLAN. LA SEDE ES LA DEL
      *  OPERADOR (OPE-SEDE). AL FINAL, TOTALES
      *  POR OPERADOR Y POR SEDE.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-RECREG.CPY".
       COPY "S-PAGOS.CPY".
       COPY "S-CUOTAS.CPY".
       COPY "S-BECAS.CPY".
       COPY "S-CIERRE.CPY".
       COPY "S-OPERAD.CPY".
       COPY "S-SEDE.CPY".
       COPY "S-LOGACC.CPY".
       COPY "S-JOURNA.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-RECREG.CPY".
       COPY "F-PAGOS.CPY".
       COPY "F-CUOTAS.CPY".
       COPY "F-BECAS.CPY".
       COPY "F-CIERRE.CPY".
       COPY "F-OPERAD.CPY".
       COPY "F-SEDE.CPY".
       COPY "F-LOGACC.CPY".
       COPY "F-JOURNA.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-TIT.
          03 PIC X(29) VALUE "ANOMALIAS DE CAJA - DESDE ".
          03 LT-DESDE     PIC 9(08).
          03 PIC X(07) VALUE " HASTA ".
          03 LT-HASTA     PIC 9(08).
       01 LINEA-COL.
          03 PIC X(40) VALUE
             "COD S OPERADOR SE FECHA    ALUMN CU PERI".
          03 PIC X(36) VALUE
             "ODO   IMPORTE DETALLE".
       01 LINEA-DET.
          03 LDE-CODIGO   PIC X(03).
          03              PIC X.
          03 LDE-SEVER    PIC X(01).
          03              PIC X.
          03 LDE-OPERADOR PIC X(08).
          03              PIC X.
          03 LDE-SEDE     PIC 9(02).
          03              PIC X.
          03 LDE-FECHA    PIC 9(08).
          03              PIC X.
          03 LDE-ALUMNO   PIC 9(05).
          03              PIC X.
          03 LDE-CURSO    PIC 9(02).
          03              PIC X.
          03 LDE-PERIODO  PIC 9(06).
          03              PIC X.
          03 LDE-IMPORTE  PIC -(6)9,99.
          03              PIC X.
          03 LDE-DETALLE  PIC X(21).
       01 LINEA-RES-COL.
          03 LRC-TITULO   PIC X(12).
          03 PIC X(30) VALUE
             "   A01   A02   A03   A04   A05".
          03 PIC X(28) VALUE
             "  ALTAS MEDIAS  BAJAS  TOTAL".
       01 LINEA-RES.
          03 LRS-CLAVE    PIC X(08).
          03              PIC X.
          03 LRS-SEDE     PIC X(02).
          03              PIC X.
          03 LRS-CANT     PIC ZZZZZ9 OCCURS 5 TIMES.
          03 LRS-ALTA     PIC ZZZZZZ9.
          03 LRS-MEDIA    PIC ZZZZZZ9.
          03 LRS-BAJA     PIC ZZZZZZ9.
          03 LRS-TOTAL    PIC ZZZZZZ9.
       01 LINEA-SED.
          03 LSD-SEDE     PIC 9(02).
          03              PIC X.
          03 LSD-DESCRIP  PIC X(30).
       01 LINEA-LEY.
          03 LLY-CODIGO   PIC X(03).
          03              PIC X(02).
          03 LLY-DESCRIP  PIC X(40).
       01 LINEA-RAYA.
          03 PIC X(78) VALUE ALL "-".

       COPY "L-P11.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".

       01 TABLA-CODIGOS.
          03 PIC X(43) VALUE
             "A01RECIBO REIMPRESO MAS DE UNA VEZ        ".
          03 PIC X(43) VALUE
             "A02RECIBO FUERA DEL HORARIO HABITUAL      ".
          03 PIC X(43) VALUE
             "A03BECA Y COBRO POR EL MISMO OPERADOR     ".
          03 PIC X(43) VALUE
             "A04PAGO PARCIAL CON SALDO RESIDUAL        ".
          03 PIC X(43) VALUE
             "A05PAGO EN DIA CERRADO POR OTRO OPERADOR  ".
       01 TABLA-CODIGOS-R REDEFINES TABLA-CODIGOS.
          03 TCO-ITEM OCCURS 5 TIMES.
             05 TCO-CODIGO    PIC X(03).
             05 TCO-DESCRIP   PIC X(40).
       01 TCO-IND        PIC 9(01).

      *  OPERADORES CON SUS INGRESOS POR HORA Y SUS
      *  EXCEPCIONES POR CODIGO Y SEVERIDAD
       01 TABLA-OPERADORES.
          03 TOP-ITEM OCCURS 50 TIMES.
             05 TOP-OPERADOR  PIC X(08).
             05 TOP-SEDE      PIC 9(02).
             05 TOP-INGRESOS  PIC 9(05).
             05 TOP-HORA      PIC 9(05) OCCURS 24 TIMES.
             05 TOP-CANT      PIC 9(05) OCCURS 5 TIMES.
             05 TOP-ALTA      PIC 9(05).
             05 TOP-MEDIA     PIC 9(05).
             05 TOP-BAJA      PIC 9(05).
       01 TOP-IND        PIC 9(02).
       01 TOP-USADOS     PIC 9(02).

      *  EXCEPCIONES POR SEDE (SEDE + 1)
       01 TABLA-SEDES.
          03 TSE-ITEM OCCURS 100 TIMES.
             05 TSE-CANT      PIC 9(05) OCCURS 5 TIMES.
             05 TSE-ALTA      PIC 9(05).
             05 TSE-MEDIA     PIC 9(05).
             05 TSE-BAJA      PIC 9(05).
       01 TSE-IND        PIC 9(03).

      *  BECAS DADAS DE ALTA O MODIFICADAS, CON EL
      *  OPERADOR, SEGUN EL DIARIO
       01 TABLA-BECJRN.
          03 TBJ-ITEM OCCURS 500 TIMES.
             05 TBJ-CLAVE     PIC X(11).
             05 TBJ-OPERADOR  PIC X(08).
       01 TBJ-IND        PIC 9(03).
       01 TBJ-USADOS     PIC 9(03).

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-RECREG      PIC XX.
       01 ST-PAGOS       PIC XX.
       01 ST-CUOTAS      PIC XX.
       01 ST-BECAS       PIC XX.
       01 ST-CIERRES     PIC XX.
       01 ST-OPERADORES  PIC XX.
       01 ST-SEDES       PIC XX.
       01 ST-LOGACCESO   PIC XX.
       01 ST-JOURNAL     PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-HAYRECREG    PIC X.
       01 W-HAYBECAS     PIC X.
       01 W-HAYCIERRES   PIC X.
       01 W-HAYOPERAD    PIC X.
       01 W-HAYSEDES     PIC X.
       01 W-FECHAHOY     PIC 9(08).
       01 W-FECHAHOY-R REDEFINES W-FECHAHOY.
          03 W-HOY-ANIO  PIC 9(04).
          03 W-HOY-MES   PIC 9(02).
          03 W-HOY-DIA   PIC 9(02).
       01 W-DESDE        PIC 9(08).
       01 W-HASTA        PIC 9(08).
       01 W-FECHA8       PIC 9(08).
       01 W-FECHA8-R REDEFINES W-FECHA8.
          03 W-F8-ANIO   PIC X(04).
          03 W-F8-MES    PIC X(02).
          03 W-F8-DIA    PIC X(02).
       01 W-FECHA8-X REDEFINES W-FECHA8 PIC X(08).
       01 W-HORA         PIC 9(02).
       01 W-HORADESD     PIC 9(02).
       01 W-HORAHAST     PIC 9(02).
       01 W-RESIDUO      PIC 9(05)V99.
       01 W-SALDO        PIC S9(07)V99.
       01 W-REIMPRESO    PIC 9(01).
       01 W-HABITUAL     PIC X.
       01 W-BECCLAVE.
          03 W-BEC-ALUMNO PIC 9(05).
          03 W-BEC-CURSO  PIC 9(02).
          03 W-BEC-CICLO  PIC 9(04).
       01 W-BECCLAVE-X REDEFINES W-BECCLAVE PIC X(11).
       01 W-MISMO        PIC X.
      *  DATOS DE LA EXCEPCION A REGISTRAR
       01 W-EXC.
          03 W-EXC-COD      PIC 9(01).
          03 W-EXC-SEV      PIC X(01).
          03 W-EXC-OPERADOR PIC X(08).
          03 W-EXC-FECHA    PIC 9(08).
          03 W-EXC-ALUMNO   PIC 9(05).
          03 W-EXC-CURSO    PIC 9(02).
          03 W-EXC-PERIODO  PIC 9(06).
          03 W-EXC-IMPORTE  PIC S9(07)V99.
          03 W-EXC-DETALLE  PIC X(21).
       01 W-OPERADOR     PIC X(08).
       01 W-TOTALEXC     PIC 9(05).
       01 W-TOTAL        PIC 9(05).
       01 CONF           PIC X.

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-PAGOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAGOS.
           DISPLAY "ERROR DE E/S EN PAGOS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-PAGOS LINE 23 POSITION 33
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO.
           DISPLAY " " ERASE
           MOVE "INFORME DE ANOMALIAS DE CAJA" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.

           OPEN INPUT PAGOS.
           IF ST-PAGOS = "35"
             MOVE "NO HAY PAGOS REGISTRADOS." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO FINAL-F
           END-IF.
           OPEN INPUT CUOTAS.
           IF ST-CUOTAS = "35"
             MOVE "NO HAY CUOTAS GENERADAS." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE PAGOS
             GO TO FINAL-F
           END-IF.
           MOVE "N" TO W-HAYRECREG.
           OPEN INPUT RECREG.
           IF ST-RECREG = "00"
              MOVE "S" TO W-HAYRECREG
           END-IF.
           MOVE "N" TO W-HAYBECAS.
           OPEN INPUT BECAS.
           IF ST-BECAS = "00"
              MOVE "S" TO W-HAYBECAS
           END-IF.
           MOVE "N" TO W-HAYCIERRES.
           OPEN INPUT CIERRES.
           IF ST-CIERRES = "00"
              MOVE "S" TO W-HAYCIERRES
           END-IF.
           MOVE "N" TO W-HAYOPERAD.
           OPEN INPUT OPERADORES.
           IF ST-OPERADORES = "00"
              MOVE "S" TO W-HAYOPERAD
           END-IF.
           MOVE "N" TO W-HAYSEDES.
           OPEN INPUT SEDES.
           IF ST-SEDES = "00"
              MOVE "S" TO W-HAYSEDES
           END-IF.

           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.
           COMPUTE W-DESDE = (W-HOY-ANIO * 10000)
                           + (W-HOY-MES * 100) + 1
           MOVE W-FECHAHOY TO W-HASTA
           DISPLAY "DESDE (AAAAMMDD):" LINE 5 POSITION 1.
           ACCEPT W-DESDE LINE 5 POSITION 19 PROMPT UPDATE.
           DISPLAY "HASTA (AAAAMMDD):" LINE 6 POSITION 1.
           ACCEPT W-HASTA LINE 6 POSITION 19 PROMPT UPDATE.
           IF W-DESDE > W-HASTA
              MOVE "RANGO DE FECHAS INVALIDO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO CIERRE-F
           END-IF.
           DISPLAY "CONFIRMA EL INFORME? (S/N):" LINE 8 POSITION 1.
           ACCEPT CONF LINE 8 POSITION 29.
           IF CONF NOT = "S"
              MOVE "INFORME CANCELADO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO CIERRE-F
           END-IF.
           DISPLAY "PROCESANDO..." LINE 10 POSITION 1.

           INITIALIZE TABLA-OPERADORES TABLA-SEDES TABLA-BECJRN
           MOVE 0 TO TOP-USADOS TBJ-USADOS W-TOTALEXC.
           PERFORM 100-PARAMETROS-00 THRU 100-PARAMETROS-99.
           PERFORM 110-HORARIOS-00 THRU 110-HORARIOS-99.
           PERFORM 120-DIARIO-00 THRU 120-DIARIO-99.

           OPEN OUTPUT LISTADO.
           MOVE W-DESDE TO LT-DESDE
           MOVE W-HASTA TO LT-HASTA
           MOVE LINEA-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-COL TO REG-LISTADO
           WRITE REG-LISTADO.
           PERFORM 200-RECIBOS-00 THRU 200-RECIBOS-99.
           PERFORM 300-PAGOS-00 THRU 300-PAGOS-99.
           PERFORM 400-RESIDUOS-00 THRU 400-RESIDUOS-99.
           PERFORM 600-TOTALES-00 THRU 600-TOTALES-99.
           CLOSE LISTADO.
           INITIALIZE W15-DATOS
           MOVE "PROG-137" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".

           INITIALIZE W14-DATOS
           MOVE "PROG-137"   TO W14-PROGRAMA
           MOVE W40-OPERADOR TO W14-OPERADOR
           MOVE W-TOTALEXC   TO W14-PROCESADOS
           MOVE 0            TO W14-RECHAZADOS
           MOVE "OK"         TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           CANCEL "P14".

           DISPLAY "EXCEPCIONES        :" LINE 12 POSITION 1.
           DISPLAY W-TOTALEXC             LINE 12 POSITION 22.
           DISPLAY "INFORME ENVIADO AL SPOOL." LINE 13 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
       CIERRE-F.
           IF W-HAYSEDES = "S"
              CLOSE SEDES
           END-IF.
           IF W-HAYOPERAD = "S"
              CLOSE OPERADORES
           END-IF.
           IF W-HAYCIERRES = "S"
              CLOSE CIERRES
           END-IF.
           IF W-HAYBECAS = "S"
              CLOSE BECAS
           END-IF.
           IF W-HAYRECREG = "S"
              CLOSE RECREG
           END-IF.
           CLOSE CUOTAS.
           CLOSE PAGOS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  FRANJA HORARIA GENERAL Y RESIDUO MAXIMO
      ********************************************
       100-PARAMETROS-00.
           MOVE 7 TO W-HORADESD.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "HORADESD" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM < 24)
              MOVE W16-VALORNUM TO W-HORADESD
           END-IF.
           MOVE 21 TO W-HORAHAST.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "HORAHAST" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM > 0)
                                 AND (W16-VALORNUM < 25)
              MOVE W16-VALORNUM TO W-HORAHAST
           END-IF.
           MOVE 10 TO W-RESIDUO.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "RESIDUO " TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM > 0)
              MOVE W16-VALORNUM TO W-RESIDUO
           END-IF.
       100-PARAMETROS-99. EXIT.

      ********************************************
      *  INGRESOS AL MENU DE CADA OPERADOR POR HORA
      *  DENTRO DEL PERIODO (LOGACC.DAT)
      ********************************************
       110-HORARIOS-00.
           OPEN INPUT LOGACCESO.
           IF ST-LOGACCESO NOT = "00"
              GO TO 110-HORARIOS-99
           END-IF.
       110-HORARIOS-10.
           READ LOGACCESO AT END
                GO TO 110-HORARIOS-90
           END-READ.
           MOVE LA-FECHA(7:4) TO W-F8-ANIO
           MOVE LA-FECHA(4:2) TO W-F8-MES
           MOVE LA-FECHA(1:2) TO W-F8-DIA
           IF W-FECHA8-X NOT NUMERIC
              GO TO 110-HORARIOS-10
           END-IF.
           IF (W-FECHA8 < W-DESDE) OR (W-FECHA8 > W-HASTA)
              GO TO 110-HORARIOS-10
           END-IF.
           IF LA-HORA(1:2) NOT NUMERIC
              GO TO 110-HORARIOS-10
           END-IF.
           MOVE LA-HORA(1:2) TO W-HORA
           IF W-HORA > 23
              GO TO 110-HORARIOS-10
           END-IF.
           MOVE LA-OPERADOR TO W-OPERADOR
           PERFORM 500-BUSCAOPE-00 THRU 500-BUSCAOPE-99.
           IF TOP-IND = 0
              GO TO 110-HORARIOS-10
           END-IF.
           ADD 1 TO TOP-INGRESOS (TOP-IND)
           ADD 1 TO TOP-HORA (TOP-IND, W-HORA + 1)
           GO TO 110-HORARIOS-10.
       110-HORARIOS-90.
           CLOSE LOGACCESO.
       110-HORARIOS-99. EXIT.

      ********************************************
      *  ALTAS Y MODIFICACIONES DE BECAS EN EL
      *  DIARIO, CON EL OPERADOR QUE LAS HIZO
      ********************************************
       120-DIARIO-00.
           OPEN INPUT JOURNAL.
           IF ST-JOURNAL NOT = "00"
              GO TO 120-DIARIO-99
           END-IF.
       120-DIARIO-10.
           READ JOURNAL AT END
                GO TO 120-DIARIO-90
           END-READ.
           IF JRN-ARCHIVO NOT = "BECAS"
              GO TO 120-DIARIO-10
           END-IF.
           IF NOT JRN-ALTA AND NOT JRN-MODIFICACION
              GO TO 120-DIARIO-10
           END-IF.
           IF TBJ-USADOS NOT < 500
              GO TO 120-DIARIO-90
           END-IF.
           ADD 1 TO TBJ-USADOS
           MOVE JRN-DESPUES(1:11) TO TBJ-CLAVE (TBJ-USADOS)
           MOVE JRN-OPERADOR TO TBJ-OPERADOR (TBJ-USADOS)
           GO TO 120-DIARIO-10.
       120-DIARIO-90.
           CLOSE JOURNAL.
       120-DIARIO-99. EXIT.

      ********************************************
      *  RECIBOS DEL PERIODO: REIMPRESIONES (A01)
      *  Y HORARIO DE EMISION (A02)
      ********************************************
       200-RECIBOS-00.
           IF W-HAYRECREG NOT = "S"
              GO TO 200-RECIBOS-99
           END-IF.
           MOVE 0 TO REC-NUMERO
           START RECREG KEY IS NOT LESS REC-NUMERO
              INVALID KEY
                 GO TO 200-RECIBOS-99
           END-START.
       200-RECIBOS-10.
           READ RECREG NEXT AT END
                GO TO 200-RECIBOS-99
           END-READ.
           IF NOT REC-ORIGINAL
              GO TO 200-RECIBOS-10
           END-IF.
           MOVE REC-FECHA(7:4) TO W-F8-ANIO
           MOVE REC-FECHA(4:2) TO W-F8-MES
           MOVE REC-FECHA(1:2) TO W-F8-DIA
           IF W-FECHA8-X NOT NUMERIC
              GO TO 200-RECIBOS-10
           END-IF.
           IF (W-FECHA8 < W-DESDE) OR (W-FECHA8 > W-HASTA)
              GO TO 200-RECIBOS-10
           END-IF.
           INITIALIZE W-EXC
           MOVE REC-OPERADOR TO W-EXC-OPERADOR
           MOVE W-FECHA8     TO W-EXC-FECHA
           MOVE REC-ALUMNO   TO W-EXC-ALUMNO
           MOVE REC-CURSO    TO W-EXC-CURSO
           COMPUTE W-EXC-PERIODO = (REC-ANIO * 100) + REC-MES
           MOVE REC-IMPORTE  TO W-EXC-IMPORTE
           MOVE 0 TO W-REIMPRESO
           IF REC-REIMPRESO = "S"
              MOVE 1 TO W-REIMPRESO
           END-IF.
           IF REC-REIMPRESO NUMERIC
              MOVE REC-REIMPRESO TO W-REIMPRESO
           END-IF.
           IF W-REIMPRESO > 1
              MOVE 1 TO W-EXC-COD
              MOVE "M" TO W-EXC-SEV
              IF W-REIMPRESO > 2
                 MOVE "A" TO W-EXC-SEV
              END-IF
              MOVE "REIMPRESO   VECES" TO W-EXC-DETALLE
              MOVE REC-REIMPRESO TO W-EXC-DETALLE(11:1)
              PERFORM 510-EXCEPCION-00 THRU 510-EXCEPCION-99
           END-IF.
           IF REC-HORA(1:2) NOT NUMERIC
              GO TO 200-RECIBOS-10
           END-IF.
           MOVE REC-HORA(1:2) TO W-HORA
           IF W-HORA > 23
              GO TO 200-RECIBOS-10
           END-IF.
           MOVE REC-OPERADOR TO W-OPERADOR
           PERFORM 500-BUSCAOPE-00 THRU 500-BUSCAOPE-99.
           MOVE "N" TO W-HABITUAL
           IF (TOP-IND > 0) AND (TOP-INGRESOS (TOP-IND) NOT < 20)
              IF (TOP-HORA (TOP-IND, W-HORA + 1) * 20) NOT <
                 TOP-INGRESOS (TOP-IND)
                 MOVE "S" TO W-HABITUAL
              END-IF
           ELSE
              IF (W-HORA NOT < W-HORADESD) AND (W-HORA < W-HORAHAST)
                 MOVE "S" TO W-HABITUAL
              END-IF
           END-IF.
           IF W-HABITUAL = "S"
              GO TO 200-RECIBOS-10
           END-IF.
           MOVE 2 TO W-EXC-COD
           MOVE "M" TO W-EXC-SEV
           IF (W-HORA < W-HORADESD) OR (W-HORA NOT < W-HORAHAST)
              MOVE "A" TO W-EXC-SEV
           END-IF.
           MOVE SPACES TO W-EXC-DETALLE
           MOVE "EMITIDO A LAS" TO W-EXC-DETALLE
           MOVE REC-HORA(1:5) TO W-EXC-DETALLE(15:5)
           PERFORM 510-EXCEPCION-00 THRU 510-EXCEPCION-99.
           GO TO 200-RECIBOS-10.
       200-RECIBOS-99. EXIT.

      ********************************************
      *  PAGOS DEL PERIODO: DIA CERRADO POR OTRO
      *  OPERADOR (A05) Y BECA DEL MISMO OPERADOR
      *  QUE COBRA (A03)
      ********************************************
       300-PAGOS-00.
           MOVE W-DESDE TO PAG-FECHA
           START PAGOS KEY IS NOT LESS PAG-FECHA
              INVALID KEY
                 GO TO 300-PAGOS-99
           END-START.
       300-PAGOS-10.
           READ PAGOS NEXT AT END
                GO TO 300-PAGOS-99
           END-READ.
           IF PAG-FECHA > W-HASTA
              GO TO 300-PAGOS-99
           END-IF.
           IF PAG-OPERADOR = "BANCO"
              GO TO 300-PAGOS-10
           END-IF.
           INITIALIZE W-EXC
           MOVE PAG-OPERADOR TO W-EXC-OPERADOR
           MOVE PAG-FECHA    TO W-EXC-FECHA
           MOVE PAG-ALUMNO   TO W-EXC-ALUMNO
           MOVE PAG-CURSO    TO W-EXC-CURSO
           COMPUTE W-EXC-PERIODO = (PAG-ANIO * 100) + PAG-MES
           MOVE PAG-IMPORTE  TO W-EXC-IMPORTE
           IF W-HAYCIERRES = "S"
              MOVE PAG-FECHA TO CIE-FECHA
              READ CIERRES KEY IS CIE-FECHA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CIE-OPERADOR NOT = PAG-OPERADOR
                       MOVE 5 TO W-EXC-COD
                       MOVE "M" TO W-EXC-SEV
                       MOVE "CERRO" TO W-EXC-DETALLE
                       MOVE CIE-OPERADOR TO W-EXC-DETALLE(7:8)
                       PERFORM 510-EXCEPCION-00 THRU 510-EXCEPCION-99
                    END-IF
              END-READ
           END-IF.
           IF (PAG-CURSO = 0) OR (W-HAYBECAS NOT = "S")
              GO TO 300-PAGOS-10
           END-IF.
           MOVE PAG-ALUMNO TO CUO-ALUMNO
           MOVE PAG-CURSO  TO CUO-CURSO
           MOVE PAG-ANIO   TO CUO-ANIO
           MOVE PAG-MES    TO CUO-MES
           READ CUOTAS KEY IS CUO-CLAVE
              INVALID KEY
                 GO TO 300-PAGOS-10
           END-READ.
           IF CUO-DESCUENTO = 0
              GO TO 300-PAGOS-10
           END-IF.
           MOVE PAG-ALUMNO TO BEC-ALUMNO W-BEC-ALUMNO
           MOVE PAG-CURSO  TO BEC-CURSO W-BEC-CURSO
           MOVE PAG-ANIO   TO BEC-CICLO W-BEC-CICLO
           READ BECAS KEY IS BEC-CLAVE
              INVALID KEY
                 GO TO 300-PAGOS-10
           END-READ.
           MOVE "N" TO W-MISMO
           MOVE 1 TO TBJ-IND.
       300-PAGOS-20.
           IF TBJ-IND > TBJ-USADOS
              GO TO 300-PAGOS-30
           END-IF.
           IF (TBJ-CLAVE (TBJ-IND) = W-BECCLAVE-X) AND
              (TBJ-OPERADOR (TBJ-IND) = PAG-OPERADOR)
              MOVE "S" TO W-MISMO
              GO TO 300-PAGOS-30
           END-IF.
           ADD 1 TO TBJ-IND
           GO TO 300-PAGOS-20.
       300-PAGOS-30.
           IF W-MISMO = "S"
              MOVE 3 TO W-EXC-COD
              MOVE "A" TO W-EXC-SEV
              MOVE "OTORGO LA BECA" TO W-EXC-DETALLE
              PERFORM 510-EXCEPCION-00 THRU 510-EXCEPCION-99
           END-IF.
           GO TO 300-PAGOS-10.
       300-PAGOS-99. EXIT.

      ********************************************
      *  CUOTAS CON PAGO PARCIAL EN EL PERIODO QUE
      *  QUEDARON CON UN SALDO RESIDUAL (A04)
      ********************************************
       400-RESIDUOS-00.
           INITIALIZE REG-CUOTA
           START CUOTAS KEY IS NOT LESS CUO-CLAVE
              INVALID KEY
                 GO TO 400-RESIDUOS-99
           END-START.
       400-RESIDUOS-10.
           READ CUOTAS NEXT AT END
                GO TO 400-RESIDUOS-99
           END-READ.
           IF NOT CUO-PENDIENTE OR (CUO-IMPORTEPAGO = 0)
              GO TO 400-RESIDUOS-10
           END-IF.
           IF (CUO-FECHAPAGO < W-DESDE) OR (CUO-FECHAPAGO > W-HASTA)
              GO TO 400-RESIDUOS-10
           END-IF.
           IF CUO-OPERADOR = "BANCO"
              GO TO 400-RESIDUOS-10
           END-IF.
           COMPUTE W-SALDO = CUO-IMPORTE + CUO-RECARGO
                           - CUO-IMPORTEPAGO
           IF (W-SALDO NOT > 0) OR (W-SALDO > W-RESIDUO)
              GO TO 400-RESIDUOS-10
           END-IF.
           INITIALIZE W-EXC
           MOVE 4 TO W-EXC-COD
           MOVE "B" TO W-EXC-SEV
           MOVE CUO-OPERADOR  TO W-EXC-OPERADOR
           MOVE CUO-FECHAPAGO TO W-EXC-FECHA
           MOVE CUO-ALUMNO    TO W-EXC-ALUMNO
           MOVE CUO-CURSO     TO W-EXC-CURSO
           COMPUTE W-EXC-PERIODO = (CUO-ANIO * 100) + CUO-MES
           MOVE W-SALDO       TO W-EXC-IMPORTE
           MOVE "SALDO RESIDUAL" TO W-EXC-DETALLE
           PERFORM 510-EXCEPCION-00 THRU 510-EXCEPCION-99.
           GO TO 400-RESIDUOS-10.
       400-RESIDUOS-99. EXIT.

      ********************************************
      *  BUSCA (O AGREGA) EL OPERADOR EN LA TABLA
      *  CON SU SEDE. TOP-IND = 0 SI NO HAY LUGAR
      ********************************************
       500-BUSCAOPE-00.
           MOVE 1 TO TOP-IND.
       500-BUSCAOPE-10.
           IF TOP-IND > TOP-USADOS
              GO TO 500-BUSCAOPE-20
           END-IF.
           IF TOP-OPERADOR (TOP-IND) = W-OPERADOR
              GO TO 500-BUSCAOPE-99
           END-IF.
           ADD 1 TO TOP-IND
           GO TO 500-BUSCAOPE-10.
       500-BUSCAOPE-20.
           IF TOP-USADOS NOT < 50
              MOVE 0 TO TOP-IND
              GO TO 500-BUSCAOPE-99
           END-IF.
           ADD 1 TO TOP-USADOS
           MOVE TOP-USADOS TO TOP-IND
           MOVE W-OPERADOR TO TOP-OPERADOR (TOP-IND)
           MOVE 0 TO TOP-SEDE (TOP-IND)
           IF W-HAYOPERAD = "S"
              MOVE W-OPERADOR TO OPE-CODIGO
              READ OPERADORES KEY IS OPE-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE OPE-SEDE TO TOP-SEDE (TOP-IND)
              END-READ
           END-IF.
       500-BUSCAOPE-99. EXIT.

      ********************************************
      *  IMPRIME UNA EXCEPCION Y LA ACUMULA POR
      *  OPERADOR Y POR SEDE
      ********************************************
       510-EXCEPCION-00.
           MOVE W-EXC-OPERADOR TO W-OPERADOR
           PERFORM 500-BUSCAOPE-00 THRU 500-BUSCAOPE-99.
           MOVE TCO-CODIGO (W-EXC-COD) TO LDE-CODIGO
           MOVE W-EXC-SEV      TO LDE-SEVER
           MOVE W-EXC-OPERADOR TO LDE-OPERADOR
           MOVE 0 TO LDE-SEDE
           IF TOP-IND > 0
              MOVE TOP-SEDE (TOP-IND) TO LDE-SEDE
           END-IF.
           MOVE W-EXC-FECHA    TO LDE-FECHA
           MOVE W-EXC-ALUMNO   TO LDE-ALUMNO
           MOVE W-EXC-CURSO    TO LDE-CURSO
           MOVE W-EXC-PERIODO  TO LDE-PERIODO
           MOVE W-EXC-IMPORTE  TO LDE-IMPORTE
           MOVE W-EXC-DETALLE  TO LDE-DETALLE
           MOVE LINEA-DET TO REG-LISTADO
           WRITE REG-LISTADO.
           ADD 1 TO W-TOTALEXC.
           COMPUTE TSE-IND = LDE-SEDE + 1
           ADD 1 TO TSE-CANT (TSE-IND, W-EXC-COD)
           IF W-EXC-SEV = "A"
              ADD 1 TO TSE-ALTA (TSE-IND)
           END-IF.
           IF W-EXC-SEV = "M"
              ADD 1 TO TSE-MEDIA (TSE-IND)
           END-IF.
           IF W-EXC-SEV = "B"
              ADD 1 TO TSE-BAJA (TSE-IND)
           END-IF.
           IF TOP-IND = 0
              GO TO 510-EXCEPCION-99
           END-IF.
           ADD 1 TO TOP-CANT (TOP-IND, W-EXC-COD)
           IF W-EXC-SEV = "A"
              ADD 1 TO TOP-ALTA (TOP-IND)
           END-IF.
           IF W-EXC-SEV = "M"
              ADD 1 TO TOP-MEDIA (TOP-IND)
           END-IF.
           IF W-EXC-SEV = "B"
              ADD 1 TO TOP-BAJA (TOP-IND)
           END-IF.
       510-EXCEPCION-99. EXIT.

      ********************************************
      *  TOTALES POR OPERADOR Y POR SEDE Y
      *  REFERENCIA DE CODIGOS
      ********************************************
       600-TOTALES-00.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE "OPERADOR SE" TO LRC-TITULO
           MOVE LINEA-RES-COL TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 1 TO TOP-IND.
       600-TOTALES-10.
           IF TOP-IND > TOP-USADOS
              GO TO 600-TOTALES-20
           END-IF.
           COMPUTE W-TOTAL = TOP-ALTA (TOP-IND) + TOP-MEDIA (TOP-IND)
                           + TOP-BAJA (TOP-IND)
           IF W-TOTAL = 0
              ADD 1 TO TOP-IND
              GO TO 600-TOTALES-10
           END-IF.
           MOVE TOP-OPERADOR (TOP-IND) TO LRS-CLAVE
           MOVE TOP-SEDE (TOP-IND) TO LRS-SEDE
           MOVE 1 TO TCO-IND.
       600-TOTALES-15.
           IF TCO-IND > 5
              GO TO 600-TOTALES-17
           END-IF.
           MOVE TOP-CANT (TOP-IND, TCO-IND) TO LRS-CANT (TCO-IND)
           ADD 1 TO TCO-IND
           GO TO 600-TOTALES-15.
       600-TOTALES-17.
           MOVE TOP-ALTA (TOP-IND)  TO LRS-ALTA
           MOVE TOP-MEDIA (TOP-IND) TO LRS-MEDIA
           MOVE TOP-BAJA (TOP-IND)  TO LRS-BAJA
           MOVE W-TOTAL TO LRS-TOTAL
           MOVE LINEA-RES TO REG-LISTADO
           WRITE REG-LISTADO.
           ADD 1 TO TOP-IND
           GO TO 600-TOTALES-10.
       600-TOTALES-20.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE "SEDE" TO LRC-TITULO
           MOVE LINEA-RES-COL TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 1 TO TSE-IND.
       600-TOTALES-30.
           IF TSE-IND > 100
              GO TO 600-TOTALES-40
           END-IF.
           COMPUTE W-TOTAL = TSE-ALTA (TSE-IND) + TSE-MEDIA (TSE-IND)
                           + TSE-BAJA (TSE-IND)
           IF W-TOTAL = 0
              ADD 1 TO TSE-IND
              GO TO 600-TOTALES-30
           END-IF.
           COMPUTE LSD-SEDE = TSE-IND - 1
           MOVE SPACES TO LSD-DESCRIP
           IF W-HAYSEDES = "S"
              COMPUTE SED-CODIGO = TSE-IND - 1
              READ SEDES KEY IS SED-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SED-DESCRIPCION TO LSD-DESCRIP
              END-READ
           END-IF.
           MOVE LINEA-SED TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE SPACES TO LRS-CLAVE LRS-SEDE
           MOVE 1 TO TCO-IND.
       600-TOTALES-35.
           IF TCO-IND > 5
              GO TO 600-TOTALES-37
           END-IF.
           MOVE TSE-CANT (TSE-IND, TCO-IND) TO LRS-CANT (TCO-IND)
           ADD 1 TO TCO-IND
           GO TO 600-TOTALES-35.
       600-TOTALES-37.
           MOVE TSE-ALTA (TSE-IND)  TO LRS-ALTA
           MOVE TSE-MEDIA (TSE-IND) TO LRS-MEDIA
           MOVE TSE-BAJA (TSE-IND)  TO LRS-BAJA
           MOVE W-TOTAL TO LRS-TOTAL
           MOVE LINEA-RES TO REG-LISTADO
           WRITE REG-LISTADO.
           ADD 1 TO TSE-IND
           GO TO 600-TOTALES-30.
       600-TOTALES-40.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 1 TO TCO-IND.
       600-TOTALES-50.
           IF TCO-IND > 5
              GO TO 600-TOTALES-99
           END-IF.
           MOVE TCO-CODIGO (TCO-IND)  TO LLY-CODIGO
           MOVE TCO-DESCRIP (TCO-IND) TO LLY-DESCRIP
           MOVE LINEA-LEY TO REG-LISTADO
           WRITE REG-LISTADO.
           ADD 1 TO TCO-IND
           GO TO 600-TOTALES-50.
       600-TOTALES-99. EXIT.

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
