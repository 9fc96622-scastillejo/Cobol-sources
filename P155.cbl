       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-155.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 155
      *  VERIFICACION DE CONSTANCIAS EMITIDAS
      *  (PROG-154): CONSULTA DEL REGISTRO POR
      *  NUMERO Y REIMPRESION CONTROLADA MARCADA
      *  DUPLICADO
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-CONSTA.CPY".
       COPY "S-ALUMNO.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-CERTIF.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-CONSTA.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-CERTIF.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-CONS-00.
          03 PIC X(16) VALUE "CONSTANCIA NRO: ".
          03 LC-NUMERO   PIC 9(06).
          03             PIC X.
          03 PIC X(09) VALUE "DUPLICADO".
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
       COPY "L-P15.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-CONSTREG    PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-CERTIFIC    PIC XX.
       01 W-NUMERO       PIC 9(06).
       01 W-TIPODESC     PIC X(20).
       01 CONF           PIC X.

       01 SINO PIC X(001).
       LINKAGE SECTION.
       COPY "L-P40.CPY".

      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       UNION SECTION.
       INICIO-1.
           OPEN I-O CONSTREG.
           IF ST-CONSTREG NOT = "00"
              MOVE "NO HAY CONSTANCIAS REGISTRADAS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO FINAL-F
           END-IF.
           OPEN INPUT ALUMNOS.
           OPEN INPUT CURSOS.

       INICIO.
           DISPLAY " " ERASE
           MOVE "VERIFICACION DE CONSTANCIAS" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "NRO CONSTANCIA:" LINE 4 POSITION 1.
       100-BUSCA-10.
           ACCEPT W-NUMERO LINE 4 POSITION 17 PROMPT.
           IF W-NUMERO = 0
              GO TO FINAL-CIERRE
           END-IF.
           MOVE W-NUMERO TO CNS-NUMERO
           READ CONSTREG KEY IS CNS-NUMERO
              INVALID KEY
                 MOVE "NO EXISTE UNA CONSTANCIA CON ESE NUMERO." TO
                      M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-BUSCA-10
           END-READ.

           MOVE SPACES TO W-TIPODESC
           IF CNS-REGULAR
              MOVE "ALUMNO REGULAR" TO W-TIPODESC
           END-IF.
           IF CNS-LIBREDEUDA
              MOVE "LIBRE DEUDA" TO W-TIPODESC
           END-IF.
           IF CNS-ASISTENCIA
              MOVE "ASISTENCIA" TO W-TIPODESC
           END-IF.
           DISPLAY "TIPO      :" LINE 6 POSITION 1.
           DISPLAY W-TIPODESC    LINE 6 POSITION 13.
           DISPLAY "ALUMNO    :" LINE 7 POSITION 1.
           DISPLAY CNS-ALUMNO    LINE 7 POSITION 13.
           MOVE CNS-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY ALU-APELLIDO LINE 7 POSITION 20
                 DISPLAY ALU-NOMBRE   LINE 7 POSITION 41
           END-READ.
           IF NOT CNS-LIBREDEUDA
              DISPLAY "CURSO     :" LINE 8 POSITION 1
              DISPLAY CNS-CURSO     LINE 8 POSITION 13
              MOVE CNS-CURSO TO CUR-CODIGO
              READ CURSOS KEY IS CUR-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY CUR-DESCRIPCION LINE 8 POSITION 20
              END-READ
           END-IF.
           IF CNS-REGULAR
              DISPLAY "CICLO     :" LINE 9 POSITION 1
              DISPLAY CNS-CICLO     LINE 9 POSITION 13
           END-IF.
           IF CNS-ASISTENCIA
              DISPLAY "PERIODO   :" LINE 9 POSITION 1
              DISPLAY CNS-DESDE     LINE 9 POSITION 13
              DISPLAY CNS-HASTA     LINE 9 POSITION 23
              DISPLAY "ASISTENCIA:" LINE 10 POSITION 1
              DISPLAY CNS-PORCENT   LINE 10 POSITION 13
              DISPLAY "%"           LINE 10 POSITION 17
           END-IF.
           DISPLAY "PRESENTADA:" LINE 11 POSITION 1.
           DISPLAY CNS-DESTINO   LINE 11 POSITION 13.
           DISPLAY "EMITIDA   :" LINE 12 POSITION 1.
           DISPLAY CNS-FECHA     LINE 12 POSITION 13.
           DISPLAY CNS-HORA      LINE 12 POSITION 25.
           DISPLAY "OPERADOR  :" LINE 13 POSITION 1.
           DISPLAY CNS-OPERADOR  LINE 13 POSITION 13.
           DISPLAY "REIMPRESA :" LINE 14 POSITION 1.
           DISPLAY CNS-REIMPRESO LINE 14 POSITION 13.

           DISPLAY "REIMPRIMIR COMO DUPLICADO? (S/N):" LINE 16
                      POSITION 1.
           ACCEPT CONF LINE 16 POSITION 35.
           IF CONF = "S"
              PERFORM 200-REIMPRIME-00 THRU 200-REIMPRIME-99
           END-IF.
           GO TO INICIO.
       FINAL-CIERRE.
           CLOSE CURSOS.
           CLOSE ALUMNOS.
           CLOSE CONSTREG.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  REIMPRIME LA CONSTANCIA LEIDA CON LOS
      *  DATOS DEL REGISTRO, MARCADA DUPLICADO, Y
      *  DEJA CONSTANCIA EN EL REGISTRO
      ********************************************
       200-REIMPRIME-00.
           MOVE CNS-NUMERO TO LC-NUMERO
           MOVE W-TIPODESC TO LC-TITULO
           MOVE SPACES TO LC-APELLIDO LC-NOMBRE
           MOVE 0 TO LC-DOCUMENTO
           MOVE CNS-ALUMNO TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE ALU-APELLIDO  TO LC-APELLIDO
                 MOVE ALU-NOMBRE    TO LC-NOMBRE
                 MOVE ALU-DOCUMENTO TO LC-DOCUMENTO
           END-READ.
           MOVE SPACES TO LC-DESCR
           MOVE CNS-CURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CUR-DESCRIPCION TO LC-DESCR
           END-READ.
           MOVE CNS-DESTINO TO LC-DESTINO
           MOVE CNS-FECHA   TO LC-FECHA.

           OPEN OUTPUT CERTIFIC.
           MOVE LINEA-CONS-00 TO REG-CERTIFIC
           WRITE REG-CERTIFIC.
           MOVE LINEA-CONS-01 TO REG-CERTIFIC
           WRITE REG-CERTIFIC.
           MOVE LINEA-CONS-02 TO REG-CERTIFIC
           WRITE REG-CERTIFIC.
           MOVE LINEA-CONS-03 TO REG-CERTIFIC
           WRITE REG-CERTIFIC.
           IF CNS-REGULAR
              MOVE CNS-CICLO TO LC-CICLOR
              MOVE LINEA-CONS-04R TO REG-CERTIFIC
              WRITE REG-CERTIFIC
           END-IF.
           IF CNS-LIBREDEUDA
              MOVE LINEA-CONS-04L TO REG-CERTIFIC
              WRITE REG-CERTIFIC
           END-IF.
           IF CNS-ASISTENCIA
              MOVE CNS-PORCENT TO LC-PORCENT
              MOVE LC-DESCR    TO LC-DESCA
              MOVE LINEA-CONS-04A TO REG-CERTIFIC
              WRITE REG-CERTIFIC
              MOVE CNS-DESDE TO LC-DESDE
              MOVE CNS-HASTA TO LC-HASTA
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
           MOVE "PROG-155" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "CERTIFIC.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".

           MOVE "S" TO CNS-REIMPRESO
           REWRITE REG-CONSTREG
              INVALID KEY
                 MOVE "NO SE ACTUALIZO EL REGISTRO" TO M-ERROR
              NOT INVALID KEY
                 MOVE "DUPLICADO GENERADO EN CERTIFIC.DAT" TO M-ERROR
           END-REWRITE.
           PERFORM ERRORES THRU ERRORES-F.
       200-REIMPRIME-99. EXIT.

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
