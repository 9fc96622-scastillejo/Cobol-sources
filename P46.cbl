       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-46.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 46
      *  CONSULTA DE ALUMNOS POR PROVINCIA, UNA O
      *  TODAS, AGRUPADOS POR PROVINCIA Y DENTRO
      *  DE ELLA POR LOCALIDAD, CON SUBTOTALES.
      *  FILTRA POR ESTADO DEL ALUMNO Y POR SEDE
      *  (LA DE SU CURSO) Y PUEDE SACAR EL MISMO
      *  DETALLE A LISTADO.DAT COMO PROG-47
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-PROVIN.CPY".
       COPY "S-ALUMNO.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-LISTADO.CPY".
       COPY "S-LOCALI.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-PROVIN.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-LISTADO.CPY".
       COPY "F-LOCALI.CPY".

       WORKING-STORAGE SECTION.

       01 TITULO-01.
          03 PIC X(06) VALUE "COD".
          03 PIC X(21) VALUE "APELLIDO".
          03 PIC X(21) VALUE "NOMBRE".
          03 PIC X(05) VALUE "CURS".
          03 PIC X(05) VALUE "SEDE".
          03 PIC X(03) VALUE "EST".

       01 DETALLE-01.
          03 D1-CODALUM     PIC 9(05).
          03                PIC X.
          03 D1-ALUAPE      PIC X(20).
          03                PIC X.
          03 D1-ALUNOM      PIC X(20).
          03                PIC X.
          03 D1-CODCUR      PIC X(04).
          03                PIC X.
          03 D1-SEDE        PIC 9(02).
          03                PIC XXX.
          03 D1-ESTADO      PIC X.

       01 LINEA-PROVINCIA.
          03 PIC X(11) VALUE "PROVINCIA: ".
          03 LP-CODIGO   PIC 9(02).
          03 PIC X.
          03 LP-DESC     PIC X(30).

       01 LINEA-LOCALIDAD.
          03 PIC X(13) VALUE "  LOCALIDAD: ".
          03 LL-DESC     PIC X(30).

       01 LINEA-SUBLOC.
          03 PIC X(22) VALUE "  SUBTOTAL LOCALIDAD: ".
          03 LSL-CANT    PIC ZZZ9.
          03 PIC X(08) VALUE " ALUMNOS".

       01 LINEA-SUBPROV.
          03 PIC X(19) VALUE "SUBTOTAL PROVINCIA ".
          03 LSP-CODIGO  PIC 9(02).
          03 PIC X VALUE ":".
          03 PIC X.
          03 LSP-CANT    PIC ZZZ9.
          03 PIC X(08) VALUE " ALUMNOS".

       01 LINEA-TOTAL.
          03 PIC X(15) VALUE "TOTAL GENERAL: ".
          03 LT-CANT     PIC ZZZZ9.
          03 PIC X(08) VALUE " ALUMNOS".

       COPY "L-P11.CPY".
       COPY "L-P16.CPY".
       COPY "L-P15.CPY".

       01 UBICACIONFILA PIC 999 VALUE 7.
       01 FILA          PIC 999 VALUE 0.
       01 CANTPEDIDA    PIC 99.

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-PROVINCIAS  PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-LISTADO     PIC XX.
       01 ST-LOCALIDADES PIC XX.
       01 W-HAYLOC       PIC X.
       01 GENLISTADO     PIC X.
       01 W-LINEA        PIC X(80).
       01 W-CODPROVFILTRO PIC 9(02).
       01 W-ESTADOFILTRO  PIC X.
       01 W-CODSEDE       PIC 9(02).
       01 W-CODPROV       PIC 9(02).
       01 W-DESCPROV      PIC X(30).
       01 W-CODLOC        PIC 9(03).
       01 W-PROVCERO      PIC X.
       01 W-SINLOC        PIC X.
       01 W-PROVPEND      PIC X.
       01 W-LOCPEND       PIC X.
       01 W-SUBLOC        PIC 9(04).
       01 W-SUBPROV       PIC 9(04).
       01 W-TOTAL         PIC 9(05).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR W40-SEDE.
      ********************************************
       DECLARATIVES.
       DECLA-PROVINCIAS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROVINCIAS.
           DISPLAY "ERROR DE E/S EN PROVINCIAS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-PROVINCIAS LINE 23 POSITION 38
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-ALUMNOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ALUMNOS.
           DISPLAY "ERROR DE E/S EN ALUMNOS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-ALUMNOS LINE 23 POSITION 38
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-CURSOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CURSOS.
           DISPLAY "ERROR DE E/S EN CURSOS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-CURSOS LINE 23 POSITION 38
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO.
           PERFORM 400-CONSULTA-00 THRU 400-CONSULTA-99.
           ACCEPT SINO LINE 24 POSITION 80.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

       400-CONSULTA-00.
           DISPLAY " " ERASE
           MOVE "CONSULTA ALUMNOS POR PROVINCIA" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           OPEN INPUT PROVINCIAS.
           OPEN INPUT CURSOS.
           OPEN INPUT ALUMNOS.
           IF ST-ALUMNOS NOT = "00"
              MOVE "NO HAY ALUMNOS CARGADOS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              CLOSE PROVINCIAS
              CLOSE CURSOS
              GO TO 400-CONSULTA-99
           END-IF.
           OPEN INPUT LOCALIDADES.
           IF ST-LOCALIDADES = "00"
              MOVE "S" TO W-HAYLOC
           ELSE
              MOVE "N" TO W-HAYLOC
           END-IF.
           MOVE 0 TO W-CODPROVFILTRO.
           DISPLAY "PROVINCIA (0 = TODAS):" LINE 4 POSITION 1.
           ACCEPT W-CODPROVFILTRO LINE 4 POSITION 24.
           IF W-CODPROVFILTRO NOT = 0
              MOVE W-CODPROVFILTRO TO PRO-CODIGO
              READ PROVINCIAS KEY IS PRO-CODIGO
                 INVALID KEY
                    MOVE "LA PROVINCIA NO EXISTE." TO M-ERROR
                    PERFORM ERRORES THRU ERRORES-F
                    GO TO 400-CONSULTA-95
              END-READ
           END-IF.
           MOVE W40-SEDE TO W-CODSEDE.
           DISPLAY "SEDE (0 = TODAS):" LINE 4 POSITION 40.
           ACCEPT W-CODSEDE LINE 4 POSITION 58 PROMPT UPDATE.
           MOVE "A" TO W-ESTADOFILTRO.
           DISPLAY "ESTADO (A)CTIVOS (B)AJAS (T)ODOS:" LINE 5
                      POSITION 1.
           ACCEPT W-ESTADOFILTRO LINE 5 POSITION 35 PROMPT UPDATE.
           IF (W-ESTADOFILTRO NOT = "B") AND (W-ESTADOFILTRO NOT = "T")
              MOVE "A" TO W-ESTADOFILTRO
           END-IF.
           DISPLAY "GENERA LISTADO PARA IMPRESION? (S/N):"
                      LINE 3 POSITION 1.
           ACCEPT GENLISTADO LINE 3 POSITION 39.
           IF GENLISTADO = "S"
              OPEN OUTPUT LISTADO
              MOVE TITULO-01 TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
           PERFORM 100-LEECANTPEDIDA-00 THRU 100-LEECANTPEDIDA-99.
           DISPLAY "INGRESE CANTIDAD REGISTROS:" LINE 6 POSITION 1.
           ACCEPT CANTPEDIDA LINE 6 POSITION 30 PROMPT UPDATE.
           MOVE 6 TO UBICACIONFILA.
           MOVE 0 TO FILA.
           MOVE 0 TO W-TOTAL.
           IF W-CODPROVFILTRO NOT = 0
              MOVE PRO-CODIGO      TO W-CODPROV
              MOVE PRO-DESCRIPCION TO W-DESCPROV
              PERFORM 410-PROVINCIA-00 THRU 410-PROVINCIA-99
              GO TO 400-CONSULTA-80
           END-IF.
      *  TODAS: EN EL ORDEN DEL MAESTRO DE PROVINCIAS Y AL FINAL
      *  LOS ALUMNOS CARGADOS SIN PROVINCIA (CODIGO CERO)
           MOVE "N" TO W-PROVCERO.
           MOVE 0 TO PRO-CODIGO
           START PROVINCIAS KEY IS NOT LESS PRO-CODIGO
              INVALID KEY
                 GO TO 400-CONSULTA-50
           END-START.
       400-CONSULTA-10.
           READ PROVINCIAS NEXT AT END
                GO TO 400-CONSULTA-50
           END-READ.
           IF PRO-CODIGO = 0
              MOVE "S" TO W-PROVCERO
           END-IF.
           MOVE PRO-CODIGO      TO W-CODPROV
           MOVE PRO-DESCRIPCION TO W-DESCPROV
           PERFORM 410-PROVINCIA-00 THRU 410-PROVINCIA-99.
           GO TO 400-CONSULTA-10.
       400-CONSULTA-50.
           IF W-PROVCERO = "N"
              MOVE 0 TO W-CODPROV
              MOVE "SIN PROVINCIA" TO W-DESCPROV
              PERFORM 410-PROVINCIA-00 THRU 410-PROVINCIA-99
           END-IF.
       400-CONSULTA-80.
           IF W-TOTAL = 0
              MOVE "NO HAY ALUMNOS PARA LOS FILTROS PEDIDOS." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
           ELSE
              MOVE W-TOTAL TO LT-CANT
              MOVE LINEA-TOTAL TO W-LINEA
              PERFORM 500-LINEA-00 THRU 500-LINEA-99
           END-IF.
           IF GENLISTADO = "S"
              CLOSE LISTADO
           INITIALIZE W15-DATOS
           MOVE "PROG-46" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15"
              MOVE "LISTADO GENERADO EN LISTADO.DAT" TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
           END-IF.
       400-CONSULTA-95.
           IF W-HAYLOC = "S"
              CLOSE LOCALIDADES
           END-IF.
           CLOSE ALUMNOS.
           CLOSE PROVINCIAS.
           CLOSE CURSOS.
       400-CONSULTA-99. EXIT.

      ********************************************
      *  UNA PROVINCIA: UNA PASADA POR CADA
      *  LOCALIDAD SUYA Y UNA FINAL PARA LOS
      *  ALUMNOS SIN LOCALIDAD O CON UNA QUE NO
      *  ESTA EN EL MAESTRO (COMO PROG-53). LOS
      *  TITULOS SALEN RECIEN CON EL PRIMER ALUMNO
      *  QUE PASA LOS FILTROS
      ********************************************
       410-PROVINCIA-00.
           MOVE "S" TO W-PROVPEND.
           MOVE 0 TO W-SUBPROV.
           IF W-HAYLOC = "N"
              GO TO 410-PROVINCIA-50
           END-IF.
           MOVE W-CODPROV TO LOC-PROVINCIA
           MOVE 0 TO LOC-CODIGO
           START LOCALIDADES KEY IS NOT LESS LOC-CLAVE
              INVALID KEY
                 GO TO 410-PROVINCIA-50
           END-START.
       410-PROVINCIA-10.
           READ LOCALIDADES NEXT AT END
                GO TO 410-PROVINCIA-50
           END-READ.
           IF LOC-PROVINCIA NOT = W-CODPROV
              GO TO 410-PROVINCIA-50
           END-IF.
           MOVE "N" TO W-SINLOC
           MOVE LOC-CODIGO TO W-CODLOC
           MOVE LOC-DESCRIPCION TO LL-DESC
           PERFORM 420-GRUPOLOC-00 THRU 420-GRUPOLOC-99.
           GO TO 410-PROVINCIA-10.
       410-PROVINCIA-50.
           MOVE "S" TO W-SINLOC
           MOVE 0 TO W-CODLOC
           MOVE "SIN LOCALIDAD" TO LL-DESC
           PERFORM 420-GRUPOLOC-00 THRU 420-GRUPOLOC-99.
           IF W-SUBPROV NOT = 0
              MOVE W-CODPROV TO LSP-CODIGO
              MOVE W-SUBPROV TO LSP-CANT
              MOVE LINEA-SUBPROV TO W-LINEA
              PERFORM 500-LINEA-00 THRU 500-LINEA-99
           END-IF.
       410-PROVINCIA-99. EXIT.

      *  ALUMNOS DE LA PROVINCIA CON LA LOCALIDAD EN W-CODLOC, O
      *  LOS QUE NO TIENEN UNA VALIDA CUANDO W-SINLOC = "S"
       420-GRUPOLOC-00.
           MOVE "S" TO W-LOCPEND.
           MOVE 0 TO W-SUBLOC.
           MOVE W-CODPROV TO ALU-CODIGO-PROVINCIA
           START ALUMNOS KEY IS EQUAL ALU-CODIGO-PROVINCIA
              INVALID KEY
                 GO TO 420-GRUPOLOC-99
           END-START.
       420-GRUPOLOC-10.
           READ ALUMNOS NEXT AT END
                GO TO 420-GRUPOLOC-90
           END-READ.
           IF ALU-CODIGO-PROVINCIA NOT = W-CODPROV
              GO TO 420-GRUPOLOC-90
           END-IF.
           IF (W-ESTADOFILTRO = "A") AND (NOT ALU-ACTIVO)
              GO TO 420-GRUPOLOC-10
           END-IF.
           IF (W-ESTADOFILTRO = "B") AND (NOT ALU-DEBAJA)
              GO TO 420-GRUPOLOC-10
           END-IF.
           IF W-SINLOC = "N"
              IF ALU-LOCALIDAD NOT = W-CODLOC
                 GO TO 420-GRUPOLOC-10
              END-IF
           ELSE
              IF (W-HAYLOC = "S") AND (ALU-LOCALIDAD NOT = 0)
                 MOVE ALU-CODIGO-PROVINCIA TO LOC-PROVINCIA
                 MOVE ALU-LOCALIDAD        TO LOC-CODIGO
                 READ LOCALIDADES KEY IS LOC-CLAVE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       GO TO 420-GRUPOLOC-10
                 END-READ
              END-IF
           END-IF.
           MOVE SPACES TO D1-CODCUR
           MOVE 0 TO D1-SEDE
           MOVE ALU-CODIGO-CURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE 0 TO CUR-SEDE
              NOT INVALID KEY
                 MOVE CUR-ABREVIATURA TO D1-CODCUR
                 MOVE CUR-SEDE        TO D1-SEDE
           END-READ
           IF (W-CODSEDE NOT = 0) AND (CUR-SEDE NOT = W-CODSEDE)
              GO TO 420-GRUPOLOC-10
           END-IF.
           IF W-PROVPEND = "S"
              MOVE "N" TO W-PROVPEND
              MOVE W-CODPROV  TO LP-CODIGO
              MOVE W-DESCPROV TO LP-DESC
              MOVE LINEA-PROVINCIA TO W-LINEA
              PERFORM 500-LINEA-00 THRU 500-LINEA-99
           END-IF.
           IF (W-LOCPEND = "S") AND (W-HAYLOC = "S")
              MOVE "N" TO W-LOCPEND
              MOVE LINEA-LOCALIDAD TO W-LINEA
              PERFORM 500-LINEA-00 THRU 500-LINEA-99
           END-IF.
           ADD 1 TO W-SUBLOC W-SUBPROV W-TOTAL.
           MOVE ALU-CODIGO   TO D1-CODALUM
           MOVE ALU-APELLIDO TO D1-ALUAPE
           MOVE ALU-NOMBRE   TO D1-ALUNOM
           MOVE ALU-ESTADO   TO D1-ESTADO
           MOVE DETALLE-01   TO W-LINEA
           PERFORM 500-LINEA-00 THRU 500-LINEA-99.
           GO TO 420-GRUPOLOC-10.
       420-GRUPOLOC-90.
           IF (W-SUBLOC NOT = 0) AND (W-HAYLOC = "S")
              MOVE W-SUBLOC TO LSL-CANT
              MOVE LINEA-SUBLOC TO W-LINEA
              PERFORM 500-LINEA-00 THRU 500-LINEA-99
           END-IF.
       420-GRUPOLOC-99. EXIT.

      *  MUESTRA W-LINEA EN LA PROXIMA FILA (Y LA PASA AL LISTADO),
      *  CORTANDO LA PANTALLA CADA CANTPEDIDA FILAS
       500-LINEA-00.
           IF FILA = 0
              DISPLAY " " ERASE
              MOVE "CONSULTA ALUMNOS POR PROVINCIA" TO W-TITULO-ENC
              PERFORM ENCABEZADO THRU ENCABEZADO-F
              PERFORM COLUMNAS THRU COLUMNAS-F
           END-IF.
           COMPUTE UBICACIONFILA = UBICACIONFILA + 1
           COMPUTE FILA = FILA + 1
           DISPLAY W-LINEA LINE UBICACIONFILA POSITION 1.
           IF GENLISTADO = "S"
              MOVE W-LINEA TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
           IF FILA = CANTPEDIDA
              MOVE 0 TO FILA
              MOVE 6 TO UBICACIONFILA
              ACCEPT SINO LINE 24 POSITION 1
           END-IF.
       500-LINEA-99. EXIT.

      *  CARGA LA CANTIDAD DE REGISTROS POR PANTALLA DESDE LA
      *  TABLA DE PARAMETROS (PROG-54). SI FALTA, USA 15.
       100-LEECANTPEDIDA-00.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "CANTPANT" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM > 0)
              MOVE W16-VALORNUM TO CANTPEDIDA
           ELSE
              MOVE 15 TO CANTPEDIDA
           END-IF.
       100-LEECANTPEDIDA-99. EXIT.

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

       COLUMNAS.
           DISPLAY TITULO-01 LINE 5 POSITION 1.
       COLUMNAS-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
