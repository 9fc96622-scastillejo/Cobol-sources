       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-154.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 154
      *  CONSTANCIAS NUMERADAS: ALUMNO REGULAR
      *  (INSCRIPCION ACTIVA), LIBRE DEUDA (SIN
      *  CUOTAS PENDIENTES VENCIDAS NI ETAPA DE
      *  MOROSIDAD) Y ASISTENCIA (PORCENTAJE DE
      *  PROG-18 ENTRE DOS FECHAS). CADA EMISION
      *  VA AL SPOOL CON EL NUMERO DEL PARAMETRO
      *  PROXCONS Y QUEDA ASENTADA EN CONSTREG
      *  PARA SU VERIFICACION (PROG-155)
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-ALUMNO.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-CUOTAS.CPY".
       COPY "S-MOROSO.CPY".
       COPY "S-CONSTA.CPY".
       COPY "S-CERTIF.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-ALUMNO.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-CUOTAS.CPY".
       COPY "F-MOROSO.CPY".
       COPY "F-CONSTA.CPY".
       COPY "F-CERTIF.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-CONS-00.
          03 PIC X(16) VALUE "CONSTANCIA NRO: ".
          03 LC-NUMERO   PIC 9(06).
       01 LINEA-CONS-01.
          03 PIC X(14) VALUE "CONSTANCIA DE ".
          03 LC-TITULO   PIC X(20).
       01 LINEA-CONS-02.
          03 PIC X(46) VALUE
             "POR MEDIO DE LA PRESENTE SE HACE CONSTAR QUE:".
       01 LINEA-CONS-03.
          03 LC-APELLIDO PIC X(20).
          03             PIC X.
          03 LC-NOMBRE   PIC X(20).
          03 PIC X(06) VALUE " DNI: ".
          03 LC-DOCUMENTO PIC 9(08).
       01 LINEA-CONS-04R.
          03 PIC X(29) VALUE "ES ALUMNO REGULAR DEL CURSO: ".
          03 LC-DESCR    PIC X(30).
          03 PIC X(07) VALUE " CICLO ".
          03 LC-CICLOR   PIC 9(04).
       01 LINEA-CONS-04L.
          03 PIC X(44) VALUE
             "NO REGISTRA DEUDA DE CUOTAS CON EL INSTITUTO".
       01 LINEA-CONS-04A.
          03 PIC X(27) VALUE "REGISTRA UNA ASISTENCIA DEL".
          03             PIC X.
          03 LC-PORCENT  PIC ZZ9.
          03 PIC X(13) VALUE " % AL CURSO: ".
          03 LC-DESCA    PIC X(30).
       01 LINEA-CONS-05A.
          03 PIC X(20) VALUE "EN EL PERIODO DESDE ".
          03 LC-DESDE    PIC 9(08).
          03 PIC X(07) VALUE " HASTA ".
          03 LC-HASTA    PIC 9(08).
       01 LINEA-CONS-06.
          03 PIC X(26) VALUE "PARA SER PRESENTADA ANTE: ".
          03 LC-DESTINO  PIC X(30).
       01 LINEA-CONS-07.
          03 PIC X(17) VALUE "FECHA DE EMISION:".
          03             PIC X.
          03 LC-FECHA    PIC X(10).
       01 LINEA-CONS-08.
          03 PIC X(45) VALUE
             "VERIFICABLE POR SU NUMERO EN LA SECRETARIA".
       01 LINEA-CONS-09.
          03 PIC X(45) VALUE ALL "-".

       COPY "L-P11.CPY".
       COPY "L-P12.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".
       COPY "L-P18.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-ALUMNOS     PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-CUOTAS      PIC XX.
       01 ST-MOROSOS     PIC XX.
       01 ST-CONSTREG    PIC XX.
       01 ST-CERTIFIC    PIC XX.
       01 W-HAYINS       PIC X.
       01 W-HAYCUOTAS    PIC X.
       01 W-HAYMOROSOS   PIC X.
       01 EXISTE         PIC X.
       01 CONF           PIC X.
       01 W-TIPO         PIC X(01).
       01 W-ALUMNO       PIC 9(05).
       01 W-CURSO        PIC 9(02).
       01 W-CICLO        PIC 9(04).
       01 W-DESDE        PIC 9(08).
       01 W-HASTA        PIC 9(08).
       01 W-PORCENT      PIC 9(03).
       01 W-DESTINO      PIC X(30).
       01 W-NROCONS      PIC 9(06).
       01 W-HOY          PIC 9(08).
       01 W-PERIODOHOY   PIC 9(06).
       01 W-PERIODOCUO   PIC 9(06).
       01 W-SALDOCUO     PIC 9(06)V99.
       01 W-FECHA        PIC 9(08).

       01 SINO PIC X(001).
       LINKAGE SECTION.
       COPY "L-P40.CPY".

      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-CONSTREG SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CONSTREG.
           DISPLAY "ERROR DE E/S EN CONSTREG. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-CONSTREG LINE 23 POSITION 36
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
           OPEN INPUT ALUMNOS.
           IF ST-ALUMNOS NOT = "00"
              MOVE "NO HAY ALUMNOS CARGADOS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO FINAL-F
           END-IF.
           OPEN INPUT CURSOS.
           OPEN INPUT INSCRIPCIONES.
           IF ST-INSCRIP = "00"
              MOVE "S" TO W-HAYINS
           ELSE
              MOVE "N" TO W-HAYINS
           END-IF.
           OPEN INPUT CUOTAS.
           IF ST-CUOTAS = "00"
              MOVE "S" TO W-HAYCUOTAS
           ELSE
              MOVE "N" TO W-HAYCUOTAS
           END-IF.
           OPEN INPUT MOROSOS.
           IF ST-MOROSOS = "00"
              MOVE "S" TO W-HAYMOROSOS
           ELSE
              MOVE "N" TO W-HAYMOROSOS
           END-IF.
           OPEN I-O CONSTREG.
           IF ST-CONSTREG = "35"
              OPEN OUTPUT CONSTREG
              CLOSE CONSTREG
              OPEN I-O CONSTREG
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-HOY.
           MOVE W-HOY(1:6) TO W-PERIODOHOY.

       INICIO.
           DISPLAY " " ERASE
           MOVE "CONSTANCIAS" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 12 POSITION 10.

           IF OPCION = 1
              MOVE "R" TO W-TIPO
              PERFORM 100-CONSTANCIA-00 THRU 100-CONSTANCIA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              MOVE "L" TO W-TIPO
              PERFORM 100-CONSTANCIA-00 THRU 100-CONSTANCIA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 3
              MOVE "A" TO W-TIPO
              PERFORM 100-CONSTANCIA-00 THRU 100-CONSTANCIA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           CLOSE CONSTREG.
           IF W-HAYMOROSOS = "S"
              CLOSE MOROSOS
           END-IF.
           IF W-HAYCUOTAS = "S"
              CLOSE CUOTAS
           END-IF.
           IF W-HAYINS = "S"
              CLOSE INSCRIPCIONES
           END-IF.
           CLOSE CURSOS.
           CLOSE ALUMNOS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  PIDE EL ALUMNO Y LOS DATOS DE LA
      *  CONSTANCIA W-TIPO, CONTROLA QUE LO QUE
      *  SE CERTIFICA SEA CIERTO Y LA EMITE
      ********************************************
       100-CONSTANCIA-00.
           DISPLAY " " ERASE
           IF W-TIPO = "R"
              MOVE "CONSTANCIA DE ALUMNO REGULAR" TO W-TITULO-ENC
           END-IF.
           IF W-TIPO = "L"
              MOVE "CONSTANCIA DE LIBRE DEUDA" TO W-TITULO-ENC
           END-IF.
           IF W-TIPO = "A"
              MOVE "CONSTANCIA DE ASISTENCIA" TO W-TITULO-ENC
           END-IF.
           PERFORM ENCABEZADO THRU ENCABEZADO-F
           PERFORM PANTALLA THRU PANTALLA-F.
           MOVE 0 TO W-CURSO W-CICLO W-DESDE W-HASTA W-PORCENT.
       100-CONSTANCIA-10.
           ACCEPT W-ALUMNO LINE 4 POSITION 14 PROMPT.
           IF W-ALUMNO = 0
              GO TO 100-CONSTANCIA-99
           END-IF.
           MOVE W-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE "EL ALUMNO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-CONSTANCIA-10
           END-READ.
           DISPLAY ALU-APELLIDO LINE 4 POSITION 21.
           DISPLAY ALU-NOMBRE   LINE 4 POSITION 42.
           IF W-TIPO = "L"
              GO TO 100-CONSTANCIA-40
           END-IF.
       100-CONSTANCIA-20.
           IF W-TIPO = "R"
              DISPLAY "(0 = EL DE SU INSCRIPCION ACTIVA)" LINE 5
                         POSITION 21
           END-IF.
           ACCEPT W-CURSO LINE 5 POSITION 14 PROMPT UPDATE.
           IF (W-CURSO = 0) AND (W-TIPO = "A")
              GO TO 100-CONSTANCIA-20
           END-IF.
           IF W-TIPO = "A"
              GO TO 100-CONSTANCIA-30
           END-IF.
           PERFORM 200-REGULAR-00 THRU 200-REGULAR-99.
           IF EXISTE = "N"
              MOVE "EL ALUMNO NO TIENE UNA INSCRIPCION ACTIVA." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-CONSTANCIA-00
           END-IF.
           PERFORM 210-DESCCURSO-00 THRU 210-DESCCURSO-99.
           DISPLAY W-CURSO      LINE 5 POSITION 14.
           DISPLAY LC-DESCR     LINE 5 POSITION 21.
           DISPLAY "CICLO:"     LINE 6 POSITION 1.
           DISPLAY W-CICLO      LINE 6 POSITION 14.
           GO TO 100-CONSTANCIA-50.
       100-CONSTANCIA-30.
           PERFORM 400-INSCRIPTO-00 THRU 400-INSCRIPTO-99.
           IF EXISTE = "N"
              MOVE "EL ALUMNO NUNCA SE INSCRIBIO EN ESE CURSO." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-CONSTANCIA-20
           END-IF.
           PERFORM 210-DESCCURSO-00 THRU 210-DESCCURSO-99.
           DISPLAY LC-DESCR LINE 5 POSITION 21.
       100-CONSTANCIA-32.
           DISPLAY "DESDE      :" LINE 7 POSITION 1.
           ACCEPT W-DESDE LINE 7 POSITION 14 PROMPT UPDATE.
           MOVE W-DESDE TO W-FECHA
           PERFORM 900-VALIDAFECHA-00 THRU 900-VALIDAFECHA-99.
           IF W12-RESULTADO NOT = "S"
              GO TO 100-CONSTANCIA-32
           END-IF.
       100-CONSTANCIA-34.
           DISPLAY "HASTA      :" LINE 8 POSITION 1.
           ACCEPT W-HASTA LINE 8 POSITION 14 PROMPT UPDATE.
           MOVE W-HASTA TO W-FECHA
           PERFORM 900-VALIDAFECHA-00 THRU 900-VALIDAFECHA-99.
           IF W12-RESULTADO NOT = "S"
              GO TO 100-CONSTANCIA-34
           END-IF.
           IF W-HASTA < W-DESDE
              MOVE "LA FECHA HASTA ES ANTERIOR A LA FECHA DESDE." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-CONSTANCIA-32
           END-IF.
           INITIALIZE W18-DATOS
           MOVE W-ALUMNO TO W18-ALUMNO
           MOVE W-CURSO  TO W18-CURSO
           MOVE W-DESDE  TO W18-DESDE
           MOVE W-HASTA  TO W18-HASTA
           CALL "P18" USING W18-DATOS
           CANCEL "P18"
           MOVE W18-PORCENT TO W-PORCENT.
           DISPLAY "ASISTENCIA :" LINE 9 POSITION 1.
           DISPLAY W-PORCENT      LINE 9 POSITION 14.
           DISPLAY "%"            LINE 9 POSITION 18.
           GO TO 100-CONSTANCIA-50.
       100-CONSTANCIA-40.
           PERFORM 300-DEUDA-00 THRU 300-DEUDA-99.
           IF M-ERROR NOT = SPACES
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-CONSTANCIA-00
           END-IF.
           DISPLAY "SIN DEUDA REGISTRADA" LINE 6 POSITION 14.
       100-CONSTANCIA-50.
           MOVE "A QUIEN CORRESPONDA" TO W-DESTINO
           ACCEPT W-DESTINO LINE 11 POSITION 14 PROMPT UPDATE.
           IF W-DESTINO = SPACES
              GO TO 100-CONSTANCIA-50
           END-IF.
       100-CONSTANCIA-60.
           ACCEPT CONF LINE 21 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO 100-CONSTANCIA-60
           END-IF.
           IF CONF = "N"
              GO TO 100-CONSTANCIA-00
           END-IF.
           PERFORM 500-EMITE-00 THRU 500-EMITE-99.
           GO TO 100-CONSTANCIA-00.
       100-CONSTANCIA-99. EXIT.

      ********************************************
      *  INSCRIPCION ACTIVA DEL ALUMNO: EN EL
      *  CURSO W-CURSO O, SI ES CERO, LA PRIMERA
      *  QUE ENCUENTRE. DEJA CURSO Y CICLO
      ********************************************
       200-REGULAR-00.
           MOVE "N" TO EXISTE.
           IF W-HAYINS NOT = "S"
              GO TO 200-REGULAR-99
           END-IF.
           MOVE W-ALUMNO TO INS-ALUMNO
           MOVE W-CURSO  TO INS-CURSO
           MOVE 0        TO INS-CICLO
           START INSCRIPCIONES KEY IS NOT LESS INS-CLAVE
              INVALID KEY
                 GO TO 200-REGULAR-99
           END-START.
       200-REGULAR-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 200-REGULAR-99
           END-READ.
           IF INS-ALUMNO NOT = W-ALUMNO
              GO TO 200-REGULAR-99
           END-IF.
           IF (W-CURSO NOT = 0) AND (INS-CURSO NOT = W-CURSO)
              GO TO 200-REGULAR-99
           END-IF.
           IF NOT INS-ACTIVA
              GO TO 200-REGULAR-10
           END-IF.
           MOVE INS-CURSO TO W-CURSO
           MOVE INS-CICLO TO W-CICLO
           MOVE "S" TO EXISTE.
       200-REGULAR-99. EXIT.

       210-DESCCURSO-00.
           MOVE SPACES TO LC-DESCR
           MOVE W-CURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CUR-DESCRIPCION TO LC-DESCR
           END-READ.
       210-DESCCURSO-99. EXIT.

      ********************************************
      *  LIBRE DEUDA: NINGUNA CUOTA PENDIENTE CON
      *  SALDO HASTA EL MES EN CURSO Y NINGUNA
      *  ETAPA DE MOROSIDAD. SI HAY DEUDA DEJA EL
      *  MOTIVO EN M-ERROR
      ********************************************
       300-DEUDA-00.
           MOVE SPACES TO M-ERROR.
           IF W-HAYMOROSOS = "S"
              MOVE W-ALUMNO TO MOR-ALUMNO
              READ MOROSOS KEY IS MOR-ALUMNO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NOT MOR-SINETAPA
                       MOVE "EL ALUMNO ESTA EN GESTION DE MOROSIDAD."
                            TO M-ERROR
                       GO TO 300-DEUDA-99
                    END-IF
              END-READ
           END-IF.
           IF W-HAYCUOTAS NOT = "S"
              GO TO 300-DEUDA-99
           END-IF.
           MOVE W-ALUMNO TO CUO-ALUMNO
           MOVE 0 TO CUO-CURSO
           MOVE 0 TO CUO-ANIO
           MOVE 0 TO CUO-MES
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
           COMPUTE W-PERIODOCUO = CUO-ANIO * 100 + CUO-MES.
           IF W-PERIODOCUO > W-PERIODOHOY
              GO TO 300-DEUDA-10
           END-IF.
           COMPUTE W-SALDOCUO = (CUO-IMPORTE + CUO-RECARGO)
                              - CUO-IMPORTEPAGO
           IF W-SALDOCUO NOT = 0
              MOVE "EL ALUMNO REGISTRA CUOTAS PENDIENTES." TO M-ERROR
              GO TO 300-DEUDA-99
           END-IF.
           GO TO 300-DEUDA-10.
       300-DEUDA-99. EXIT.

      *  EL ALUMNO TIENE O TUVO ALGUNA INSCRIPCION EN W-CURSO
       400-INSCRIPTO-00.
           MOVE "N" TO EXISTE.
           IF W-HAYINS NOT = "S"
              GO TO 400-INSCRIPTO-99
           END-IF.
           MOVE W-ALUMNO TO INS-ALUMNO
           MOVE W-CURSO  TO INS-CURSO
           MOVE 0        TO INS-CICLO
           START INSCRIPCIONES KEY IS NOT LESS INS-CLAVE
              INVALID KEY
                 GO TO 400-INSCRIPTO-99
           END-START.
           READ INSCRIPCIONES NEXT AT END
                GO TO 400-INSCRIPTO-99
           END-READ.
           IF (INS-ALUMNO = W-ALUMNO) AND (INS-CURSO = W-CURSO)
              MOVE INS-CICLO TO W-CICLO
              MOVE "S" TO EXISTE
           END-IF.
       400-INSCRIPTO-99. EXIT.

      ********************************************
      *  NUMERA LA CONSTANCIA, LA MANDA AL SPOOL Y
      *  LA ASIENTA EN CONSTREG
      ********************************************
       500-EMITE-00.
           PERFORM 500-PROXCONS-00 THRU 500-PROXCONS-99.
           INITIALIZE W1-DATOS
           MOVE 4 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:10) TO LC-FECHA.
           MOVE W-NROCONS TO LC-NUMERO
           IF W-TIPO = "R"
              MOVE "ALUMNO REGULAR" TO LC-TITULO
           END-IF.
           IF W-TIPO = "L"
              MOVE "LIBRE DEUDA" TO LC-TITULO
           END-IF.
           IF W-TIPO = "A"
              MOVE "ASISTENCIA" TO LC-TITULO
           END-IF.
           MOVE ALU-APELLIDO  TO LC-APELLIDO
           MOVE ALU-NOMBRE    TO LC-NOMBRE
           MOVE ALU-DOCUMENTO TO LC-DOCUMENTO
           MOVE W-DESTINO     TO LC-DESTINO.

           OPEN OUTPUT CERTIFIC.
           MOVE LINEA-CONS-00 TO REG-CERTIFIC
           WRITE REG-CERTIFIC.
           MOVE LINEA-CONS-01 TO REG-CERTIFIC
           WRITE REG-CERTIFIC.
           MOVE LINEA-CONS-02 TO REG-CERTIFIC
           WRITE REG-CERTIFIC.
           MOVE LINEA-CONS-03 TO REG-CERTIFIC
           WRITE REG-CERTIFIC.
           IF W-TIPO = "R"
              MOVE W-CICLO TO LC-CICLOR
              MOVE LINEA-CONS-04R TO REG-CERTIFIC
              WRITE REG-CERTIFIC
           END-IF.
           IF W-TIPO = "L"
              MOVE LINEA-CONS-04L TO REG-CERTIFIC
              WRITE REG-CERTIFIC
           END-IF.
           IF W-TIPO = "A"
              MOVE W-PORCENT TO LC-PORCENT
              MOVE LC-DESCR  TO LC-DESCA
              MOVE LINEA-CONS-04A TO REG-CERTIFIC
              WRITE REG-CERTIFIC
              MOVE W-DESDE TO LC-DESDE
              MOVE W-HASTA TO LC-HASTA
              MOVE LINEA-CONS-05A TO REG-CERTIFIC
              WRITE REG-CERTIFIC
           END-IF.
           MOVE LINEA-CONS-06 TO REG-CERTIFIC
           WRITE REG-CERTIFIC.
           MOVE LINEA-CONS-07 TO REG-CERTIFIC
           WRITE REG-CERTIFIC.
           MOVE LINEA-CONS-08 TO REG-CERTIFIC
           WRITE REG-CERTIFIC.
           MOVE LINEA-CONS-09 TO REG-CERTIFIC
           WRITE REG-CERTIFIC.
           CLOSE CERTIFIC.

           INITIALIZE W15-DATOS
           MOVE "PROG-154" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "CERTIFIC.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".

           PERFORM 500-REGISTRA-00 THRU 500-REGISTRA-99.
           DISPLAY "CONSTANCIA NRO:" LINE 19 POSITION 1.
           DISPLAY W-NROCONS         LINE 19 POSITION 17.
           MOVE "CONSTANCIA EMITIDA Y ENVIADA AL SPOOL." TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F.
       500-EMITE-99. EXIT.

       500-PROXCONS-00.
           MOVE 0 TO W-NROCONS
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "PROXCONS" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF W16-RESULT = "S"
              MOVE W16-VALORNUM TO W-NROCONS
           END-IF.
           IF W-NROCONS = 0
              MOVE 1 TO W-NROCONS
           END-IF.
       500-PROXCONS-99. EXIT.

       500-REGISTRA-00.
           INITIALIZE REG-CONSTREG
           MOVE W-NROCONS   TO CNS-NUMERO
           MOVE W-TIPO      TO CNS-TIPO
           MOVE W-ALUMNO    TO CNS-ALUMNO
           MOVE W-CURSO     TO CNS-CURSO
           MOVE W-CICLO     TO CNS-CICLO
           MOVE W-DESDE     TO CNS-DESDE
           MOVE W-HASTA     TO CNS-HASTA
           MOVE W-PORCENT   TO CNS-PORCENT
           MOVE W-DESTINO   TO CNS-DESTINO
           MOVE LC-FECHA    TO CNS-FECHA
           INITIALIZE W1-DATOS
           MOVE 8 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:8) TO CNS-HORA
           MOVE W40-OPERADOR TO CNS-OPERADOR
           MOVE SPACE       TO CNS-REIMPRESO
           WRITE REG-CONSTREG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           INITIALIZE W16-DATOS
           MOVE 2 TO W16-OPCION
           MOVE "PROXCONS" TO W16-CODIGO
           COMPUTE W16-VALORNUM = W-NROCONS + 1
           CALL "P16" USING W16-DATOS
           CANCEL "P16".
       500-REGISTRA-99. EXIT.

       900-VALIDAFECHA-00.
           INITIALIZE W12-DATOS
           MOVE 3 TO W12-OPCION
           MOVE W-FECHA TO W12-CAMPO(1:8)
           CALL "P12" USING W12-DATOS
           CANCEL "P12"
           IF W12-RESULTADO NOT = "S"
              MOVE W12-MENSAJE TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
           END-IF.
       900-VALIDAFECHA-99. EXIT.

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
           DISPLAY "1-CONSTANCIA DE ALUMNO REGULAR" LINE 5 POSITION 1.
           DISPLAY "2-CONSTANCIA DE LIBRE DEUDA   " LINE 6 POSITION 1.
           DISPLAY "3-CONSTANCIA DE ASISTENCIA    " LINE 7 POSITION 1.
           DISPLAY "9-SALIR                       " LINE 8 POSITION 1.
           DISPLAY "OPCION:"                          LINE 12
                      POSITION 1.
       PANTALLAINICIO-F. EXIT.

       PANTALLA.
           DISPLAY "ALUMNO     :"      LINE 4 POSITION 1.
           IF W-TIPO NOT = "L"
              DISPLAY "CURSO      :"   LINE 5 POSITION 1
           END-IF.
           IF W-TIPO = "L"
              DISPLAY "SITUACION  :"   LINE 6 POSITION 1
           END-IF.
           DISPLAY "PRESENTAR A:"      LINE 11 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): " LINE 21 POSITION 1.
       PANTALLA-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
