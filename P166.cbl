       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-166.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 166
      *  GRILLAS HORARIAS SEMANALES DE UN CICLO
      *  POR EL SPOOL: LOS DIAS EN COLUMNAS Y LAS
      *  BANDAS DEL HORARIO (PROG-98) EN FILAS.
      *  UNA BANDA ENTRA EN EL CICLO SI EL CURSO
      *  TIENE EDICION EN ESE CICLO Y, SI ES DE
      *  UNA COMISION, SI LA COMISION ES DEL
      *  CICLO (PROG-144).
      *  - POR CURSO: UNA GRILLA POR COMISION DEL
      *    CICLO (LAS BANDAS DE COMISION CERO VAN
      *    EN TODAS), O LA DE UNA SOLA COMISION
      *  - POR DOCENTE: SUS BANDAS Y LAS QUE CUBRE
      *    COMO SUPLENTE A UNA FECHA (PROG-19);
      *    SUP = COMO SUPLENTE, LIC = BANDA PROPIA
      *    CUBIERTA POR OTRO O SIN DOCENTE
      *  - POR AULA DE UNA SEDE
      *  - OCUPACION DE AULAS: HORAS USADAS SOBRE
      *    LAS DISPONIBLES POR AULA Y POR SEDE, Y
      *    LAS BANDAS LIBRES DE CADA DIA. LO
      *    DISPONIBLE SALE DE LOS PARAMETROS
      *    HORADESD Y HORAHAST (HORARIO HABITUAL,
      *    7 A 21 HS) Y AULADIAS (DIAS DE USO DESDE
      *    EL LUNES, 6 = HASTA EL SABADO)
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-HORARI.CPY".
       COPY "S-CURSO.CPY".
       COPY "S-MATERI.CPY".
       COPY "S-DOCENT.CPY".
       COPY "S-AULAS.CPY".
       COPY "S-SEDE.CPY".
       COPY "S-EDICIO.CPY".
       COPY "S-COMISI.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-HORARI.CPY".
       COPY "F-CURSO.CPY".
       COPY "F-MATERI.CPY".
       COPY "F-DOCENT.CPY".
       COPY "F-AULAS.CPY".
       COPY "F-SEDE.CPY".
       COPY "F-EDICIO.CPY".
       COPY "F-COMISI.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-GRI-TIT.
          03 PIC X(17) VALUE "GRILLA SEMANAL - ".
          03 LGT-TEXTO PIC X(45).
          03 PIC X(07) VALUE " CICLO ".
          03 LGT-CICLO PIC 9(04).
       01 LINEA-GRI-FILA.
          03 LGF-BANDA   PIC X(09).
          03 LGF-CELDA OCCURS 7 TIMES.
             05 LGF-SEPARA PIC X(01).
             05 LGF-TEXTO  PIC X(09).
       01 LINEA-GRI-SUP.
          03 PIC X(44) VALUE
             "SUP = CUBRE COMO SUPLENTE (PROG-19), FECHA: ".
          03 LGS-FECHA.
             05 LGS-DD   PIC 9(02).
             05 PIC X VALUE "/".
             05 LGS-MM   PIC 9(02).
             05 PIC X VALUE "/".
             05 LGS-AAAA PIC 9(04).
       01 LINEA-RAYA.
          03 PIC X(79) VALUE ALL "-".

       01 LINEA-OCU-TIT.
          03 PIC X(28) VALUE "OCUPACION DE AULAS - CICLO ".
          03 LOT-CICLO PIC 9(04).
          03 PIC X(13) VALUE " - HORARIO DE".
          03 LOT-DESDE PIC Z9.
          03 PIC X(03) VALUE " A ".
          03 LOT-HASTA PIC Z9.
          03 PIC X(07) VALUE " HS EN ".
          03 LOT-DIAS  PIC 9.
          03 PIC X(05) VALUE " DIAS".
       01 LINEA-OCU-COL.
          03 PIC X(03) VALUE "SE ".
          03 PIC X(03) VALUE "AU ".
          03 PIC X(21) VALUE "NOMBRE".
          03 PIC X(06) VALUE "CAP.".
          03 PIC X(07) VALUE "HS USO".
          03 PIC X(09) VALUE "HS DISP".
          03 PIC X(05) VALUE "% USO".
       01 LINEA-OCU-AULA.
          03 LOA-SEDE   PIC Z9.
          03            PIC X.
          03 LOA-AULA   PIC Z9.
          03            PIC X.
          03 LOA-NOMBRE PIC X(20).
          03            PIC X.
          03 LOA-CAPAC  PIC ZZZ9.
          03            PIC XX.
          03 LOA-USO    PIC ZZZ9,9.
          03            PIC XX.
          03 LOA-DISP   PIC ZZZ9,9.
          03            PIC XX.
          03 LOA-PORC   PIC ZZ9,9.
          03 PIC X VALUE "%".
       01 LINEA-OCU-LIB.
          03 LOL-DIA    PIC X(13).
          03 LOL-BANDA OCCURS 6 TIMES PIC X(10).
       01 LINEA-OCU-SEDE.
          03 LOS-TEXTO.
             05 PIC X(11) VALUE "TOTAL SEDE ".
             05 LOS-SEDE PIC Z9.
             05          PIC X.
             05 LOS-DESC PIC X(19).
          03 LOS-USO    PIC ZZZ9,9.
          03            PIC XX.
          03 LOS-DISP   PIC ZZZ9,9.
          03            PIC XX.
          03 LOS-PORC   PIC ZZ9,9.
          03 PIC X VALUE "%".

       01 TABLA-DIAS.
          03 PIC X(09) VALUE "LUNES    ".
          03 PIC X(09) VALUE "MARTES   ".
          03 PIC X(09) VALUE "MIERCOLES".
          03 PIC X(09) VALUE "JUEVES   ".
          03 PIC X(09) VALUE "VIERNES  ".
          03 PIC X(09) VALUE "SABADO   ".
          03 PIC X(09) VALUE "DOMINGO  ".
       01 TABLA-DIAS-R REDEFINES TABLA-DIAS.
          03 TDI-NOMBRE OCCURS 7 TIMES PIC X(09).

      *  BANDAS DE LA GRILLA, ORDENADAS POR DESDE Y HASTA, CON
      *  LAS TRES LINEAS DE CADA CELDA POR DIA
       01 TABLA-BANDAS.
          03 TBA-CANT        PIC 9(02).
          03 TBA-ITEM OCCURS 30 TIMES.
             05 TBA-DESDE    PIC 9(04).
             05 TBA-HASTA    PIC 9(04).
             05 TBA-DIA OCCURS 7 TIMES.
                07 TBA-LIN1  PIC X(09).
                07 TBA-LIN2  PIC X(09).
                07 TBA-LIN3  PIC X(09).

      *  DATOS DE CADA CURSO QUE SE LEEN UNA SOLA VEZ POR INFORME
       01 TABLA-CURSOS.
          03 TCU-ITEM OCCURS 99 TIMES.
             05 TCU-LEIDO    PIC X(01).
             05 TCU-ENCICLO  PIC X(01).
             05 TCU-SEDE     PIC 9(02).
             05 TCU-ABREV    PIC X(04).
             05 TCU-P19      PIC X(01).
             05 TCU-SITUA    PIC X(01).
             05 TCU-DOCENTE  PIC 9(03).
             05 TCU-TITULAR  PIC 9(03).

      *  OCUPACION DE UN AULA EN CELDAS DE CINCO MINUTOS
       01 TABLA-OCUPA.
          03 TOC-DIA OCCURS 7 TIMES.
             05 TOC-CELDA OCCURS 288 TIMES PIC X(01).

       01 W-CELCA.
          03 PIC X(01) VALUE "C".
          03 WCA-COMISION PIC 9(02).
          03 PIC X(02) VALUE " A".
          03 WCA-AULA     PIC 9(02).
          03 PIC X(02) VALUE SPACES.
       01 W-CELCU.
          03 WCU-ABREV    PIC X(04).
          03 PIC X(01) VALUE "/".
          03 WCU-COMISION PIC 9(02).
          03 PIC X(02) VALUE SPACES.
       01 W-CELAM.
          03 PIC X(01) VALUE "A".
          03 WAM-AULA     PIC 9(02).
          03 PIC X(01) VALUE SPACE.
          03 WAM-MARCA    PIC X(03).
          03 PIC X(02) VALUE SPACES.
       01 W-BANDA.
          03 WBA-DESDE    PIC 9(04).
          03 PIC X(01) VALUE "-".
          03 WBA-HASTA    PIC 9(04).

       COPY "L-P11.CPY".
       COPY "L-P12.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".
       COPY "L-P19.CPY".
       COPY "L-P25.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 OPCION         PIC 99.
       01 M-ERROR        PIC X(60).
       01 ST-HORARIOS    PIC XX.
       01 ST-CURSOS      PIC XX.
       01 ST-MATERIAS    PIC XX.
       01 ST-DOCENTES    PIC XX.
       01 ST-AULAS       PIC XX.
       01 ST-SEDES       PIC XX.
       01 ST-EDICIONES   PIC XX.
       01 ST-COMISIONES  PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-HAYMAT       PIC X.
       01 W-HAYDOC       PIC X.
       01 W-HAYAULAS     PIC X.
       01 W-HAYSEDES     PIC X.
       01 W-HAYEDI       PIC X.
       01 W-HAYCOM       PIC X.
       01 W-TIPOGRILLA   PIC X.
       01 W-INCLUYE      PIC X.
       01 W-DESBORDE     PIC X.
       01 W-MARCA        PIC X(03).
       01 W-CICLO        PIC 9(04).
       01 W-CICLOACT     PIC 9(04).
       01 W-CURSO        PIC 9(02).
       01 W-COMISION     PIC 9(02).
       01 W-COMPEDIDA    PIC 9(02).
       01 W-COMCLAVE     PIC X(08).
       01 W-GRILLAS      PIC 9(03).
       01 W-DOCENTE      PIC 9(03).
       01 W-SEDE         PIC 9(02).
       01 W-SEDEGRI      PIC 9(02).
       01 W-SEDEANT      PIC 9(02).
       01 W-HAYSEDE      PIC X.
       01 W-AULA         PIC 9(02).
       01 W-FECHAHOY     PIC 9(08).
       01 W-FECHAREF     PIC 9(08).
       01 W-FECHAREF-R REDEFINES W-FECHAREF.
          03 W-REF-AAAA  PIC 9(04).
          03 W-REF-MM    PIC 9(02).
          03 W-REF-DD    PIC 9(02).
       01 W-MATDESC      PIC X(30).
       01 W-DOCNOMBRE    PIC X(30).
       01 W-IND          PIC 9(02).
       01 W-IND2         PIC 9(02).
       01 W-IND3         PIC 9(02).
       01 W-DIA          PIC 9(01).
       01 W-LINEA        PIC 9(01).
       01 W-HORADESD     PIC 9(02).
       01 W-HORAHAST     PIC 9(02).
       01 W-DIASAULA     PIC 9(01).
       01 W-CELINI       PIC 9(03).
       01 W-CELFIN       PIC 9(03).
       01 W-CEL          PIC 9(03).
       01 W-CELLIB       PIC 9(03).
       01 W-HH           PIC 9(02).
       01 W-MM           PIC 9(02).
       01 W-MINUTOS      PIC 9(04).
       01 W-NROBANDA     PIC 9(02).
       01 W-USOAULA      PIC 9(06).
       01 W-DISPDIA      PIC 9(06).
       01 W-DISPAULA     PIC 9(06).
       01 W-USOSEDE      PIC 9(07).
       01 W-DISPSEDE     PIC 9(07).
       01 W-USOTOT       PIC 9(07).
       01 W-DISPTOT      PIC 9(07).
       01 W-HORAS        PIC 9(04)V9.
       01 W-PORC         PIC 9(03)V9.

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-HORARIOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON HORARIOS.
           DISPLAY "ERROR DE E/S EN HORARIOS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-HORARIOS LINE 23 POSITION 36
           ACCEPT SINO LINE 23 POSITION 80.
       DECLA-CURSOS SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CURSOS.
           DISPLAY "ERROR DE E/S EN CURSOS. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-CURSOS LINE 23 POSITION 34
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
           OPEN INPUT HORARIOS.
           IF ST-HORARIOS NOT = "00"
             MOVE "NO HAY HORARIOS CARGADOS (PROG-98)." TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO FINAL-F
           END-IF.
           OPEN INPUT CURSOS.
           IF ST-CURSOS NOT = "00"
             MOVE "CARGAR PRIMERO LOS CURSOS" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE HORARIOS
             GO TO FINAL-F
           END-IF.
           MOVE "N" TO W-HAYMAT.
           OPEN INPUT MATERIAS.
           IF ST-MATERIAS = "00"
              MOVE "S" TO W-HAYMAT
           END-IF.
           MOVE "N" TO W-HAYDOC.
           OPEN INPUT DOCENTES.
           IF ST-DOCENTES = "00"
              MOVE "S" TO W-HAYDOC
           END-IF.
           MOVE "N" TO W-HAYAULAS.
           OPEN INPUT AULAS.
           IF ST-AULAS = "00"
              MOVE "S" TO W-HAYAULAS
           END-IF.
           MOVE "N" TO W-HAYSEDES.
           OPEN INPUT SEDES.
           IF ST-SEDES = "00"
              MOVE "S" TO W-HAYSEDES
           END-IF.
           MOVE "N" TO W-HAYEDI.
           OPEN INPUT EDICIONES.
           IF ST-EDICIONES = "00"
              MOVE "S" TO W-HAYEDI
           END-IF.
           MOVE "N" TO W-HAYCOM.
           OPEN INPUT COMISIONES.
           IF ST-COMISIONES = "00"
              MOVE "S" TO W-HAYCOM
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.
           INITIALIZE W1-DATOS
           MOVE 11 TO W1-OPCION
           MOVE "03" TO W1-DESCRIPCION(1:2)
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO(5:4) TO W-CICLOACT.

       INICIO.
           DISPLAY " " ERASE
           MOVE "GRILLAS HORARIAS Y OCUPACION DE AULAS" TO
                W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 13 POSITION 10.

           IF OPCION = 1
              PERFORM 400-GRICURSO-00 THRU 400-GRICURSO-99
              GO TO INICIO
           END-IF.
           IF OPCION = 2
              PERFORM 500-GRIDOCENTE-00 THRU 500-GRIDOCENTE-99
              GO TO INICIO
           END-IF.
           IF OPCION = 3
              PERFORM 600-GRIAULA-00 THRU 600-GRIAULA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 4
              PERFORM 700-OCUPA-00 THRU 700-OCUPA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 9
              GO TO FINAL-CIERRE
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYCOM = "S"
              CLOSE COMISIONES
           END-IF.
           IF W-HAYEDI = "S"
              CLOSE EDICIONES
           END-IF.
           IF W-HAYSEDES = "S"
              CLOSE SEDES
           END-IF.
           IF W-HAYAULAS = "S"
              CLOSE AULAS
           END-IF.
           IF W-HAYDOC = "S"
              CLOSE DOCENTES
           END-IF.
           IF W-HAYMAT = "S"
              CLOSE MATERIAS
           END-IF.
           CLOSE CURSOS.
           CLOSE HORARIOS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  CICLO DEL INFORME, PROPONE EL ACTUAL.
      *  DEJA LIMPIOS LOS DATOS DE LOS CURSOS
      ********************************************
       100-PIDECICLO-00.
           DISPLAY "CICLO     :" LINE 5 POSITION 1.
           MOVE W-CICLOACT TO W-CICLO.
           ACCEPT W-CICLO LINE 5 POSITION 13 PROMPT UPDATE.
           INITIALIZE TABLA-CURSOS.
       100-PIDECICLO-99. EXIT.

       100-PIDESEDE-00.
           ACCEPT W-SEDE LINE 6 POSITION 13 PROMPT.
           IF W-SEDE = 0
              GO TO 100-PIDESEDE-99
           END-IF.
           IF W-HAYSEDES NOT = "S"
              GO TO 100-PIDESEDE-99
           END-IF.
           MOVE W-SEDE TO SED-CODIGO
           READ SEDES KEY IS SED-CODIGO
              INVALID KEY
                 MOVE "LA SEDE NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 100-PIDESEDE-00
           END-READ.
           DISPLAY SED-DESCRIPCION LINE 6 POSITION 20.
       100-PIDESEDE-99. EXIT.

      ********************************************
      *  DATOS DEL CURSO DE LA BANDA: SEDE,
      *  ABREVIATURA Y SI TIENE EDICION EN EL
      *  CICLO (SIN EDICIONES CARGADAS ENTRA)
      ********************************************
       200-CURSO-00.
           IF TCU-LEIDO (HOR-CURSO) = "S"
              GO TO 200-CURSO-99
           END-IF.
           MOVE "S" TO TCU-LEIDO (HOR-CURSO)
           MOVE "N" TO TCU-ENCICLO (HOR-CURSO)
           MOVE HOR-CURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 GO TO 200-CURSO-99
           END-READ.
           MOVE CUR-SEDE        TO TCU-SEDE (HOR-CURSO)
           MOVE CUR-ABREVIATURA TO TCU-ABREV (HOR-CURSO)
           MOVE "S" TO TCU-ENCICLO (HOR-CURSO)
           IF W-HAYEDI = "S"
              MOVE HOR-CURSO TO EDI-CURSO
              MOVE W-CICLO   TO EDI-CICLO
              READ EDICIONES KEY IS EDI-CLAVE
                 INVALID KEY
                    MOVE "N" TO TCU-ENCICLO (HOR-CURSO)
              END-READ
           END-IF.
       200-CURSO-99. EXIT.

      ********************************************
      *  DECIDE SI LA BANDA LEIDA VA EN LA GRILLA
      *  PEDIDA (W-TIPOGRILLA C CURSO, D DOCENTE,
      *  A AULA) Y CON QUE MARCA
      ********************************************
       210-FILTRO-00.
           MOVE "N" TO W-INCLUYE.
           MOVE SPACES TO W-MARCA.
           IF (HOR-CURSO = 0) OR (HOR-DIA < 1) OR (HOR-DIA > 7)
              GO TO 210-FILTRO-99
           END-IF.
           PERFORM 200-CURSO-00 THRU 200-CURSO-99.
           IF TCU-ENCICLO (HOR-CURSO) NOT = "S"
              GO TO 210-FILTRO-99
           END-IF.
           IF W-TIPOGRILLA = "C"
              IF HOR-CURSO NOT = W-CURSO
                 GO TO 210-FILTRO-99
              END-IF
              IF (W-COMISION NOT = 0) AND (HOR-COMISION NOT = 0) AND
                 (HOR-COMISION NOT = W-COMISION)
                 GO TO 210-FILTRO-99
              END-IF
           END-IF.
           IF W-TIPOGRILLA = "A"
              IF (HOR-AULA NOT = W-AULA) OR
                 (TCU-SEDE (HOR-CURSO) NOT = W-SEDEGRI)
                 GO TO 210-FILTRO-99
              END-IF
           END-IF.
           IF W-TIPOGRILLA = "D"
              IF HOR-DOCENTE = 0
                 GO TO 210-FILTRO-99
              END-IF
              PERFORM 220-P19-00 THRU 220-P19-99
              IF HOR-DOCENTE = W-DOCENTE
                 IF (TCU-TITULAR (HOR-CURSO) = W-DOCENTE) AND
                    (TCU-DOCENTE (HOR-CURSO) NOT = W-DOCENTE)
                    MOVE "LIC" TO W-MARCA
                 END-IF
              ELSE
                 IF (TCU-SITUA (HOR-CURSO) NOT = "S") OR
                    (TCU-DOCENTE (HOR-CURSO) NOT = W-DOCENTE) OR
                    (TCU-TITULAR (HOR-CURSO) NOT = HOR-DOCENTE)
                    GO TO 210-FILTRO-99
                 END-IF
                 MOVE "SUP" TO W-MARCA
              END-IF
           END-IF.
      *  LA BANDA DE UNA COMISION SOLO SI LA COMISION ES DEL CICLO
           IF (HOR-COMISION NOT = 0) AND (W-HAYCOM = "S")
              MOVE HOR-CURSO    TO COM-CURSO
              MOVE W-CICLO      TO COM-CICLO
              MOVE HOR-COMISION TO COM-CODIGO
              READ COMISIONES KEY IS COM-CLAVE
                 INVALID KEY
                    GO TO 210-FILTRO-99
              END-READ
           END-IF.
           MOVE "S" TO W-INCLUYE.
       210-FILTRO-99. EXIT.

      *  DOCENTE EFECTIVO DEL CURSO A LA FECHA PEDIDA
       220-P19-00.
           IF TCU-P19 (HOR-CURSO) = "S"
              GO TO 220-P19-99
           END-IF.
           INITIALIZE W19-DATOS
           MOVE HOR-CURSO  TO W19-CURSO
           MOVE W-FECHAREF TO W19-FECHA
           CALL "P19" USING W19-DATOS
           CANCEL "P19"
           MOVE "S"         TO TCU-P19 (HOR-CURSO)
           MOVE W19-SITUA   TO TCU-SITUA (HOR-CURSO)
           MOVE W19-DOCENTE TO TCU-DOCENTE (HOR-CURSO)
           MOVE W19-TITULAR TO TCU-TITULAR (HOR-CURSO).
       220-P19-99. EXIT.

      ********************************************
      *  ARMA LA GRILLA RECORRIENDO EL HORARIO
      ********************************************
       300-ARMA-00.
           INITIALIZE TABLA-BANDAS.
           MOVE "N" TO W-DESBORDE.
           INITIALIZE REG-HORARIO
           START HORARIOS KEY IS NOT LESS HOR-CLAVE
              INVALID KEY
                 GO TO 300-ARMA-99
           END-START.
       300-ARMA-10.
           READ HORARIOS NEXT AT END
                GO TO 300-ARMA-99
           END-READ.
           PERFORM 210-FILTRO-00 THRU 210-FILTRO-99.
           IF W-INCLUYE NOT = "S"
              GO TO 300-ARMA-10
           END-IF.
           PERFORM 310-UBICA-00 THRU 310-UBICA-99.
           IF W-IND = 0
              GO TO 300-ARMA-10
           END-IF.
           PERFORM 320-CELDA-00 THRU 320-CELDA-99.
           GO TO 300-ARMA-10.
       300-ARMA-99. EXIT.

      *  FILA DE LA BANDA; SI ES NUEVA SE INTERCALA EN ORDEN
       310-UBICA-00.
           MOVE 0 TO W-IND.
           MOVE 1 TO W-IND2.
       310-UBICA-10.
           IF W-IND2 > TBA-CANT
              GO TO 310-UBICA-20
           END-IF.
           IF (TBA-DESDE (W-IND2) = HOR-DESDE) AND
              (TBA-HASTA (W-IND2) = HOR-HASTA)
              MOVE W-IND2 TO W-IND
              GO TO 310-UBICA-99
           END-IF.
           IF (TBA-DESDE (W-IND2) > HOR-DESDE) OR
              ((TBA-DESDE (W-IND2) = HOR-DESDE) AND
               (TBA-HASTA (W-IND2) > HOR-HASTA))
              GO TO 310-UBICA-20
           END-IF.
           ADD 1 TO W-IND2.
           GO TO 310-UBICA-10.
       310-UBICA-20.
           IF TBA-CANT NOT < 30
              MOVE "S" TO W-DESBORDE
              GO TO 310-UBICA-99
           END-IF.
           ADD 1 TO TBA-CANT.
           MOVE TBA-CANT TO W-IND3.
       310-UBICA-30.
           IF W-IND3 > W-IND2
              MOVE TBA-ITEM (W-IND3 - 1) TO TBA-ITEM (W-IND3)
              SUBTRACT 1 FROM W-IND3
              GO TO 310-UBICA-30
           END-IF.
           INITIALIZE TBA-ITEM (W-IND2)
           MOVE HOR-DESDE TO TBA-DESDE (W-IND2)
           MOVE HOR-HASTA TO TBA-HASTA (W-IND2)
           MOVE W-IND2 TO W-IND.
       310-UBICA-99. EXIT.

      *  CONTENIDO DE LA CELDA SEGUN LA GRILLA:
      *   CURSO  : MATERIA / DOCENTE / COMISION Y AULA
      *   DOCENTE: CURSO Y COMISION / MATERIA / AULA Y MARCA
      *   AULA   : CURSO Y COMISION / MATERIA / DOCENTE
       320-CELDA-00.
           IF TBA-LIN1 (W-IND, HOR-DIA) NOT = SPACES
              MOVE "+ OTRAS" TO TBA-LIN3 (W-IND, HOR-DIA)
              GO TO 320-CELDA-99
           END-IF.
           PERFORM 330-MATERIA-00 THRU 330-MATERIA-99.
           PERFORM 340-DOCENTE-00 THRU 340-DOCENTE-99.
           MOVE TCU-ABREV (HOR-CURSO) TO WCU-ABREV
           MOVE HOR-COMISION TO WCU-COMISION
           IF W-TIPOGRILLA = "C"
              MOVE W-MATDESC   TO TBA-LIN1 (W-IND, HOR-DIA)
              MOVE W-DOCNOMBRE TO TBA-LIN2 (W-IND, HOR-DIA)
              MOVE HOR-COMISION TO WCA-COMISION
              MOVE HOR-AULA     TO WCA-AULA
              MOVE W-CELCA      TO TBA-LIN3 (W-IND, HOR-DIA)
           END-IF.
           IF W-TIPOGRILLA = "D"
              MOVE W-CELCU     TO TBA-LIN1 (W-IND, HOR-DIA)
              MOVE W-MATDESC   TO TBA-LIN2 (W-IND, HOR-DIA)
              MOVE HOR-AULA    TO WAM-AULA
              MOVE W-MARCA     TO WAM-MARCA
              MOVE W-CELAM     TO TBA-LIN3 (W-IND, HOR-DIA)
           END-IF.
           IF W-TIPOGRILLA = "A"
              MOVE W-CELCU     TO TBA-LIN1 (W-IND, HOR-DIA)
              MOVE W-MATDESC   TO TBA-LIN2 (W-IND, HOR-DIA)
              MOVE W-DOCNOMBRE TO TBA-LIN3 (W-IND, HOR-DIA)
           END-IF.
       320-CELDA-99. EXIT.

      *  MATERIA DEL PLAN DE LA EDICION DEL CICLO (PROG-25)
       330-MATERIA-00.
           MOVE SPACES TO W-MATDESC.
           IF (HOR-MATERIA = 0) OR (W-HAYMAT NOT = "S")
              GO TO 330-MATERIA-99
           END-IF.
           INITIALIZE W25-DATOS
           MOVE HOR-CURSO   TO W25-CURSO
           MOVE W-CICLO     TO W25-CICLO
           MOVE HOR-MATERIA TO W25-MATERIA
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE HOR-CURSO   TO MAT-CURSO
           MOVE W25-PLAN    TO MAT-PLAN
           MOVE HOR-MATERIA TO MAT-CODIGO
           READ MATERIAS KEY IS MAT-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE MAT-DESCRIPCION TO W-MATDESC
           END-READ.
       330-MATERIA-99. EXIT.

       340-DOCENTE-00.
           MOVE SPACES TO W-DOCNOMBRE.
           IF (HOR-DOCENTE = 0) OR (W-HAYDOC NOT = "S")
              GO TO 340-DOCENTE-99
           END-IF.
           MOVE HOR-DOCENTE TO DOC-CODIGO
           READ DOCENTES KEY IS DOC-CODIGO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE DOC-NOMBRE TO W-DOCNOMBRE
           END-READ.
       340-DOCENTE-99. EXIT.

      ********************************************
      *  IMPRIME LA GRILLA ARMADA: CABECERA CON
      *  LOS DIAS Y TRES LINEAS POR BANDA
      ********************************************
       350-IMPRIME-00.
           MOVE SPACES TO LINEA-GRI-FILA
           MOVE "BANDA" TO LGF-BANDA
           MOVE 1 TO W-DIA.
       350-IMPRIME-05.
           MOVE "|" TO LGF-SEPARA (W-DIA)
           MOVE TDI-NOMBRE (W-DIA) TO LGF-TEXTO (W-DIA)
           IF W-DIA < 7
              ADD 1 TO W-DIA
              GO TO 350-IMPRIME-05
           END-IF.
           MOVE LINEA-GRI-FILA TO REG-LISTADO
           WRITE REG-LISTADO.
           PERFORM 370-SEPARA-00 THRU 370-SEPARA-99.
           IF TBA-CANT = 0
              MOVE "SIN BANDAS EN EL CICLO." TO REG-LISTADO
              WRITE REG-LISTADO
              GO TO 350-IMPRIME-90
           END-IF.
           MOVE 1 TO W-IND.
       350-IMPRIME-10.
           MOVE TBA-DESDE (W-IND) TO WBA-DESDE
           MOVE TBA-HASTA (W-IND) TO WBA-HASTA
           MOVE 1 TO W-LINEA.
       350-IMPRIME-20.
           PERFORM 360-FILA-00 THRU 360-FILA-99.
           IF W-LINEA < 3
              ADD 1 TO W-LINEA
              GO TO 350-IMPRIME-20
           END-IF.
           PERFORM 370-SEPARA-00 THRU 370-SEPARA-99.
           IF W-IND < TBA-CANT
              ADD 1 TO W-IND
              GO TO 350-IMPRIME-10
           END-IF.
       350-IMPRIME-90.
           IF W-DESBORDE = "S"
              MOVE "HAY MAS DE 30 BANDAS: LA GRILLA ESTA INCOMPLETA."
                   TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
           MOVE SPACES TO REG-LISTADO
           WRITE REG-LISTADO.
       350-IMPRIME-99. EXIT.

       360-FILA-00.
           MOVE SPACES TO LINEA-GRI-FILA
           IF W-LINEA = 1
              MOVE W-BANDA TO LGF-BANDA
           END-IF.
           MOVE 1 TO W-DIA.
       360-FILA-10.
           MOVE "|" TO LGF-SEPARA (W-DIA)
           IF W-LINEA = 1
              MOVE TBA-LIN1 (W-IND, W-DIA) TO LGF-TEXTO (W-DIA)
           END-IF.
           IF W-LINEA = 2
              MOVE TBA-LIN2 (W-IND, W-DIA) TO LGF-TEXTO (W-DIA)
           END-IF.
           IF W-LINEA = 3
              MOVE TBA-LIN3 (W-IND, W-DIA) TO LGF-TEXTO (W-DIA)
           END-IF.
           IF W-DIA < 7
              ADD 1 TO W-DIA
              GO TO 360-FILA-10
           END-IF.
           MOVE LINEA-GRI-FILA TO REG-LISTADO
           WRITE REG-LISTADO.
       360-FILA-99. EXIT.

       370-SEPARA-00.
           MOVE ALL "-" TO LINEA-GRI-FILA
           MOVE 1 TO W-DIA.
       370-SEPARA-10.
           MOVE "+" TO LGF-SEPARA (W-DIA)
           IF W-DIA < 7
              ADD 1 TO W-DIA
              GO TO 370-SEPARA-10
           END-IF.
           MOVE LINEA-GRI-FILA TO REG-LISTADO
           WRITE REG-LISTADO.
       370-SEPARA-99. EXIT.

      ********************************************
      *  GRILLA POR CURSO: CON COMISION EN CERO
      *  SALE UNA GRILLA POR CADA COMISION DEL
      *  CICLO, O UNA DEL CURSO SI NO TIENE
      ********************************************
       400-GRICURSO-00.
           DISPLAY " " ERASE
           MOVE "GRILLA SEMANAL POR CURSO O COMISION" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM 100-PIDECICLO-00 THRU 100-PIDECICLO-99.
           IF W-CICLO = 0
              GO TO 400-GRICURSO-99
           END-IF.
           DISPLAY "CURSO     :" LINE 6 POSITION 1.
           DISPLAY "COMISION  :" LINE 7 POSITION 1.
           DISPLAY "(0 = TODAS LAS DEL CICLO)" LINE 7 POSITION 20.
       400-GRICURSO-05.
           ACCEPT W-CURSO LINE 6 POSITION 13 PROMPT.
           IF W-CURSO = 0
              GO TO 400-GRICURSO-99
           END-IF.
           MOVE W-CURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE "EL CURSO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 400-GRICURSO-05
           END-READ.
           DISPLAY CUR-DESCRIPCION LINE 6 POSITION 20.
       400-GRICURSO-10.
           MOVE 0 TO W-COMPEDIDA.
           ACCEPT W-COMPEDIDA LINE 7 POSITION 13 PROMPT UPDATE.
           IF (W-COMPEDIDA NOT = 0) AND (W-HAYCOM = "S")
              MOVE W-CURSO     TO COM-CURSO
              MOVE W-CICLO     TO COM-CICLO
              MOVE W-COMPEDIDA TO COM-CODIGO
              READ COMISIONES KEY IS COM-CLAVE
                 INVALID KEY
                    MOVE "LA COMISION NO EXISTE EN EL CICLO." TO
                         M-ERROR
                    PERFORM ERRORES THRU ERRORES-F
                    GO TO 400-GRICURSO-10
              END-READ
           END-IF.
           MOVE "C" TO W-TIPOGRILLA.
           MOVE 0 TO W-GRILLAS.
           OPEN OUTPUT LISTADO.
           IF W-COMPEDIDA NOT = 0
              MOVE W-COMPEDIDA TO W-COMISION
              PERFORM 410-UNAGRILLA-00 THRU 410-UNAGRILLA-99
              GO TO 400-GRICURSO-90
           END-IF.
           IF W-HAYCOM NOT = "S"
              GO TO 400-GRICURSO-30
           END-IF.
           MOVE W-CURSO TO COM-CURSO
           MOVE W-CICLO TO COM-CICLO
           MOVE 0       TO COM-CODIGO
           START COMISIONES KEY IS NOT LESS COM-CLAVE
              INVALID KEY
                 GO TO 400-GRICURSO-30
           END-START.
       400-GRICURSO-20.
           READ COMISIONES NEXT AT END
                GO TO 400-GRICURSO-30
           END-READ.
           IF (COM-CURSO NOT = W-CURSO) OR (COM-CICLO NOT = W-CICLO)
              GO TO 400-GRICURSO-30
           END-IF.
           MOVE COM-CODIGO TO W-COMISION
      *  EL FILTRO RELEE COMISIONES: SE GUARDA LA POSICION
           MOVE COM-CLAVE TO W-COMCLAVE
           PERFORM 410-UNAGRILLA-00 THRU 410-UNAGRILLA-99.
           MOVE W-COMCLAVE TO COM-CLAVE
           START COMISIONES KEY IS GREATER COM-CLAVE
              INVALID KEY
                 GO TO 400-GRICURSO-30
           END-START.
           GO TO 400-GRICURSO-20.
       400-GRICURSO-30.
           IF W-GRILLAS = 0
              MOVE 0 TO W-COMISION
              PERFORM 410-UNAGRILLA-00 THRU 410-UNAGRILLA-99
           END-IF.
       400-GRICURSO-90.
           PERFORM 900-SPOOL-00 THRU 900-SPOOL-99.
       400-GRICURSO-99. EXIT.

       410-UNAGRILLA-00.
           PERFORM 300-ARMA-00 THRU 300-ARMA-99.
           MOVE W-CURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE SPACES TO CUR-DESCRIPCION
           END-READ.
           MOVE SPACES TO LGT-TEXTO
           MOVE CUR-DESCRIPCION TO LGT-TEXTO
           IF W-COMISION NOT = 0
              MOVE "COMISION" TO LGT-TEXTO(32:8)
              MOVE W-COMISION TO LGT-TEXTO(41:2)
           END-IF.
           MOVE W-CICLO TO LGT-CICLO
           MOVE LINEA-GRI-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           PERFORM 350-IMPRIME-00 THRU 350-IMPRIME-99.
           ADD 1 TO W-GRILLAS.
       410-UNAGRILLA-99. EXIT.

      ********************************************
      *  GRILLA POR DOCENTE: SUS BANDAS MAS LAS
      *  QUE CUBRE COMO SUPLENTE A LA FECHA
      ********************************************
       500-GRIDOCENTE-00.
           DISPLAY " " ERASE
           MOVE "GRILLA SEMANAL POR DOCENTE" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           IF W-HAYDOC NOT = "S"
              MOVE "CARGAR PRIMERO LOS DOCENTES" TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-GRIDOCENTE-99
           END-IF.
           PERFORM 100-PIDECICLO-00 THRU 100-PIDECICLO-99.
           IF W-CICLO = 0
              GO TO 500-GRIDOCENTE-99
           END-IF.
           DISPLAY "DOCENTE   :" LINE 6 POSITION 1.
           DISPLAY "SUPLENCIAS AL (AAAAMMDD):" LINE 7 POSITION 1.
       500-GRIDOCENTE-05.
           ACCEPT W-DOCENTE LINE 6 POSITION 13 PROMPT.
           IF W-DOCENTE = 0
              GO TO 500-GRIDOCENTE-99
           END-IF.
           MOVE W-DOCENTE TO DOC-CODIGO
           READ DOCENTES KEY IS DOC-CODIGO
              INVALID KEY
                 MOVE "EL DOCENTE NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 500-GRIDOCENTE-05
           END-READ.
           DISPLAY DOC-NOMBRE LINE 6 POSITION 20.
       500-GRIDOCENTE-10.
           MOVE W-FECHAHOY TO W-FECHAREF.
           ACCEPT W-FECHAREF LINE 7 POSITION 27 PROMPT UPDATE.
           INITIALIZE W12-DATOS
           MOVE 3 TO W12-OPCION
           MOVE W-FECHAREF TO W12-CAMPO(1:8)
           CALL "P12" USING W12-DATOS
           CANCEL "P12"
           IF W12-RESULTADO NOT = "S"
              MOVE W12-MENSAJE TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-GRIDOCENTE-10
           END-IF.
           MOVE "D" TO W-TIPOGRILLA.
           OPEN OUTPUT LISTADO.
           PERFORM 300-ARMA-00 THRU 300-ARMA-99.
           MOVE W-DOCENTE TO DOC-CODIGO
           READ DOCENTES KEY IS DOC-CODIGO
              INVALID KEY
                 MOVE SPACES TO DOC-NOMBRE
           END-READ.
           MOVE SPACES TO LGT-TEXTO
           MOVE DOC-NOMBRE TO LGT-TEXTO
           MOVE W-CICLO TO LGT-CICLO
           MOVE LINEA-GRI-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-REF-DD   TO LGS-DD
           MOVE W-REF-MM   TO LGS-MM
           MOVE W-REF-AAAA TO LGS-AAAA
           MOVE LINEA-GRI-SUP TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE "LIC = BANDA PROPIA CUBIERTA POR OTRO O SIN DOCENTE"
                TO REG-LISTADO
           WRITE REG-LISTADO.
           PERFORM 350-IMPRIME-00 THRU 350-IMPRIME-99.
           PERFORM 900-SPOOL-00 THRU 900-SPOOL-99.
       500-GRIDOCENTE-99. EXIT.

      ********************************************
      *  GRILLA POR AULA DE UNA SEDE
      ********************************************
       600-GRIAULA-00.
           DISPLAY " " ERASE
           MOVE "GRILLA SEMANAL POR AULA" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           IF W-HAYAULAS NOT = "S"
              MOVE "CARGAR PRIMERO LAS AULAS (PROG-103)" TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 600-GRIAULA-99
           END-IF.
           PERFORM 100-PIDECICLO-00 THRU 100-PIDECICLO-99.
           IF W-CICLO = 0
              GO TO 600-GRIAULA-99
           END-IF.
           DISPLAY "SEDE      :" LINE 6 POSITION 1.
           DISPLAY "AULA      :" LINE 7 POSITION 1.
           PERFORM 100-PIDESEDE-00 THRU 100-PIDESEDE-99.
           IF W-SEDE = 0
              GO TO 600-GRIAULA-99
           END-IF.
       600-GRIAULA-05.
           ACCEPT W-AULA LINE 7 POSITION 13 PROMPT.
           IF W-AULA = 0
              GO TO 600-GRIAULA-99
           END-IF.
           MOVE W-SEDE TO AUL-SEDE
           MOVE W-AULA TO AUL-CODIGO
           READ AULAS KEY IS AUL-CLAVE
              INVALID KEY
                 MOVE "EL AULA NO EXISTE EN LA SEDE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 600-GRIAULA-05
           END-READ.
           DISPLAY AUL-NOMBRE LINE 7 POSITION 20.
           MOVE "A" TO W-TIPOGRILLA.
           MOVE W-SEDE TO W-SEDEGRI.
           OPEN OUTPUT LISTADO.
           PERFORM 300-ARMA-00 THRU 300-ARMA-99.
           MOVE SPACES TO LGT-TEXTO
           MOVE "SEDE"     TO LGT-TEXTO(1:4)
           MOVE W-SEDE     TO LGT-TEXTO(6:2)
           MOVE "AULA"     TO LGT-TEXTO(9:4)
           MOVE W-AULA     TO LGT-TEXTO(14:2)
           MOVE AUL-NOMBRE TO LGT-TEXTO(17:20)
           MOVE W-CICLO TO LGT-CICLO
           MOVE LINEA-GRI-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           PERFORM 350-IMPRIME-00 THRU 350-IMPRIME-99.
           PERFORM 900-SPOOL-00 THRU 900-SPOOL-99.
       600-GRIAULA-99. EXIT.

      ********************************************
      *  OCUPACION DE AULAS DE UNA SEDE (O TODAS)
      *  EN EL CICLO: POR AULA LAS HORAS USADAS
      *  DENTRO DEL HORARIO DISPONIBLE, EL
      *  PORCENTAJE Y LAS BANDAS LIBRES POR DIA;
      *  TOTALES POR SEDE Y GENERAL
      ********************************************
       700-OCUPA-00.
           DISPLAY " " ERASE
           MOVE "OCUPACION DE AULAS POR SEDE" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           IF W-HAYAULAS NOT = "S"
              MOVE "CARGAR PRIMERO LAS AULAS (PROG-103)" TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 700-OCUPA-99
           END-IF.
           PERFORM 100-PIDECICLO-00 THRU 100-PIDECICLO-99.
           IF W-CICLO = 0
              GO TO 700-OCUPA-99
           END-IF.
           DISPLAY "SEDE      :" LINE 6 POSITION 1.
           DISPLAY "(0 = TODAS)" LINE 6 POSITION 20.
           PERFORM 100-PIDESEDE-00 THRU 100-PIDESEDE-99.
           PERFORM 710-HORARIO-00 THRU 710-HORARIO-99.
           MOVE "A" TO W-TIPOGRILLA.
           MOVE 0 TO W-USOSEDE W-DISPSEDE W-USOTOT W-DISPTOT.
           MOVE 0 TO W-SEDEANT.
           MOVE "N" TO W-HAYSEDE.
           OPEN OUTPUT LISTADO.
           MOVE W-CICLO    TO LOT-CICLO
           MOVE W-HORADESD TO LOT-DESDE
           MOVE W-HORAHAST TO LOT-HASTA
           MOVE W-DIASAULA TO LOT-DIAS
           MOVE LINEA-OCU-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-OCU-COL TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-SEDE TO AUL-SEDE
           MOVE 0      TO AUL-CODIGO
           START AULAS KEY IS NOT LESS AUL-CLAVE
              INVALID KEY
                 GO TO 700-OCUPA-80
           END-START.
       700-OCUPA-10.
           READ AULAS NEXT AT END
                GO TO 700-OCUPA-80
           END-READ.
           IF (W-SEDE NOT = 0) AND (AUL-SEDE NOT = W-SEDE)
              GO TO 700-OCUPA-80
           END-IF.
           IF (W-HAYSEDE = "S") AND (AUL-SEDE NOT = W-SEDEANT)
              PERFORM 750-TOTSEDE-00 THRU 750-TOTSEDE-99
           END-IF.
           MOVE "S" TO W-HAYSEDE.
           MOVE AUL-SEDE   TO W-SEDEANT W-SEDEGRI.
           MOVE AUL-CODIGO TO W-AULA.
           PERFORM 720-MARCA-00 THRU 720-MARCA-99.
           PERFORM 730-CUENTA-00 THRU 730-CUENTA-99.
           MOVE AUL-SEDE      TO LOA-SEDE
           MOVE AUL-CODIGO    TO LOA-AULA
           MOVE AUL-NOMBRE    TO LOA-NOMBRE
           MOVE AUL-CAPACIDAD TO LOA-CAPAC
           COMPUTE W-HORAS ROUNDED = W-USOAULA / 60
           MOVE W-HORAS TO LOA-USO
           COMPUTE W-HORAS ROUNDED = W-DISPAULA / 60
           MOVE W-HORAS TO LOA-DISP
           MOVE 0 TO W-PORC
           IF W-DISPAULA > 0
              COMPUTE W-PORC ROUNDED = W-USOAULA * 100 / W-DISPAULA
           END-IF
           MOVE W-PORC TO LOA-PORC
           MOVE LINEA-OCU-AULA TO REG-LISTADO
           WRITE REG-LISTADO.
           ADD W-USOAULA  TO W-USOSEDE W-USOTOT
           ADD W-DISPAULA TO W-DISPSEDE W-DISPTOT
           PERFORM 740-LIBRES-00 THRU 740-LIBRES-99.
           GO TO 700-OCUPA-10.
       700-OCUPA-80.
           IF W-HAYSEDE = "S"
              PERFORM 750-TOTSEDE-00 THRU 750-TOTSEDE-99
           END-IF.
           IF W-SEDE = 0
              MOVE SPACES TO LOS-TEXTO
              MOVE "TOTAL GENERAL" TO LOS-TEXTO
              MOVE W-USOTOT  TO W-USOSEDE
              MOVE W-DISPTOT TO W-DISPSEDE
              PERFORM 760-LINTOTAL-00 THRU 760-LINTOTAL-99
           END-IF.
           PERFORM 900-SPOOL-00 THRU 900-SPOOL-99.
       700-OCUPA-99. EXIT.

      *  HORARIO DISPONIBLE DE LAS AULAS, DE LOS PARAMETROS
       710-HORARIO-00.
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
           IF (W16-RESULT = "S") AND (W16-VALORNUM > 0) AND
              (W16-VALORNUM < 25)
              MOVE W16-VALORNUM TO W-HORAHAST
           END-IF.
           IF W-HORAHAST NOT > W-HORADESD
              MOVE 7  TO W-HORADESD
              MOVE 21 TO W-HORAHAST
           END-IF.
           MOVE 6 TO W-DIASAULA.
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "AULADIAS" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF (W16-RESULT = "S") AND (W16-VALORNUM > 0) AND
              (W16-VALORNUM < 8)
              MOVE W16-VALORNUM TO W-DIASAULA
           END-IF.
           COMPUTE W-CELINI = (W-HORADESD * 12) + 1
           COMPUTE W-CELFIN = W-HORAHAST * 12
           COMPUTE W-DISPDIA = (W-HORAHAST - W-HORADESD) * 60
           COMPUTE W-DISPAULA = W-DISPDIA * W-DIASAULA.
       710-HORARIO-99. EXIT.

      *  MARCA LAS CELDAS QUE OCUPAN LAS BANDAS DEL AULA
       720-MARCA-00.
           INITIALIZE TABLA-OCUPA.
           INITIALIZE REG-HORARIO
           START HORARIOS KEY IS NOT LESS HOR-CLAVE
              INVALID KEY
                 GO TO 720-MARCA-99
           END-START.
       720-MARCA-10.
           READ HORARIOS NEXT AT END
                GO TO 720-MARCA-99
           END-READ.
           PERFORM 210-FILTRO-00 THRU 210-FILTRO-99.
           IF W-INCLUYE NOT = "S"
              GO TO 720-MARCA-10
           END-IF.
           DIVIDE HOR-DESDE BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MINUTOS = (W-HH * 60) + W-MM
           COMPUTE W-CEL = (W-MINUTOS / 5) + 1
           DIVIDE HOR-HASTA BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MINUTOS = (W-HH * 60) + W-MM + 4
           COMPUTE W-CELLIB = W-MINUTOS / 5
           IF W-CELLIB > 288
              MOVE 288 TO W-CELLIB
           END-IF.
       720-MARCA-20.
           IF W-CEL > W-CELLIB
              GO TO 720-MARCA-10
           END-IF.
           MOVE "X" TO TOC-CELDA (HOR-DIA, W-CEL)
           ADD 1 TO W-CEL
           GO TO 720-MARCA-20.
       720-MARCA-99. EXIT.

      *  MINUTOS USADOS DENTRO DEL HORARIO DISPONIBLE
       730-CUENTA-00.
           MOVE 0 TO W-USOAULA.
           MOVE 1 TO W-DIA.
       730-CUENTA-10.
           MOVE W-CELINI TO W-CEL.
       730-CUENTA-20.
           IF TOC-CELDA (W-DIA, W-CEL) = "X"
              ADD 5 TO W-USOAULA
           END-IF.
           IF W-CEL < W-CELFIN
              ADD 1 TO W-CEL
              GO TO 730-CUENTA-20
           END-IF.
           IF W-DIA < W-DIASAULA
              ADD 1 TO W-DIA
              GO TO 730-CUENTA-10
           END-IF.
       730-CUENTA-99. EXIT.

      *  BANDAS LIBRES DE CADA DIA, SEIS POR RENGLON
       740-LIBRES-00.
           MOVE 1 TO W-DIA.
       740-LIBRES-10.
           MOVE SPACES TO LINEA-OCU-LIB
           MOVE TDI-NOMBRE (W-DIA) TO LOL-DIA(4:9)
           MOVE 0 TO W-NROBANDA.
           MOVE W-CELINI TO W-CEL.
           MOVE 0 TO W-CELLIB.
       740-LIBRES-20.
           IF TOC-CELDA (W-DIA, W-CEL) NOT = "X"
              IF W-CELLIB = 0
                 MOVE W-CEL TO W-CELLIB
              END-IF
           ELSE
              IF W-CELLIB NOT = 0
                 PERFORM 745-BANDALIB-00 THRU 745-BANDALIB-99
              END-IF
           END-IF.
           IF W-CEL < W-CELFIN
              ADD 1 TO W-CEL
              GO TO 740-LIBRES-20
           END-IF.
           IF W-CELLIB NOT = 0
              ADD 1 TO W-CEL
              PERFORM 745-BANDALIB-00 THRU 745-BANDALIB-99
           END-IF.
           IF W-NROBANDA = 0
              MOVE "COMPLETA" TO LOL-BANDA (1)
              MOVE 1 TO W-NROBANDA
           END-IF.
           MOVE LINEA-OCU-LIB TO REG-LISTADO
           WRITE REG-LISTADO.
           IF W-DIA < W-DIASAULA
              ADD 1 TO W-DIA
              GO TO 740-LIBRES-10
           END-IF.
       740-LIBRES-99. EXIT.

      *  BANDA LIBRE DESDE LA CELDA W-CELLIB HASTA LA ANTERIOR A
      *  W-CEL; CON SEIS EN EL RENGLON SE IMPRIME Y SE SIGUE
       745-BANDALIB-00.
           IF W-NROBANDA = 6
              MOVE LINEA-OCU-LIB TO REG-LISTADO
              WRITE REG-LISTADO
              MOVE SPACES TO LINEA-OCU-LIB
              MOVE 0 TO W-NROBANDA
           END-IF.
           COMPUTE W-MINUTOS = (W-CELLIB - 1) * 5
           DIVIDE W-MINUTOS BY 60 GIVING W-HH REMAINDER W-MM
           COMPUTE WBA-DESDE = (W-HH * 100) + W-MM
           COMPUTE W-MINUTOS = (W-CEL - 1) * 5
           DIVIDE W-MINUTOS BY 60 GIVING W-HH REMAINDER W-MM
           COMPUTE WBA-HASTA = (W-HH * 100) + W-MM
           ADD 1 TO W-NROBANDA
           MOVE W-BANDA TO LOL-BANDA (W-NROBANDA)
           MOVE 0 TO W-CELLIB.
       745-BANDALIB-99. EXIT.

       750-TOTSEDE-00.
           MOVE SPACES TO LOS-DESC
           MOVE W-SEDEANT TO LOS-SEDE
           IF W-HAYSEDES = "S"
              MOVE W-SEDEANT TO SED-CODIGO
              READ SEDES KEY IS SED-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SED-DESCRIPCION TO LOS-DESC
              END-READ
           END-IF.
           MOVE "TOTAL SEDE " TO LOS-TEXTO(1:11)
           PERFORM 760-LINTOTAL-00 THRU 760-LINTOTAL-99.
           MOVE 0 TO W-USOSEDE W-DISPSEDE.
       750-TOTSEDE-99. EXIT.

       760-LINTOTAL-00.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           COMPUTE W-HORAS ROUNDED = W-USOSEDE / 60
           MOVE W-HORAS TO LOS-USO
           COMPUTE W-HORAS ROUNDED = W-DISPSEDE / 60
           MOVE W-HORAS TO LOS-DISP
           MOVE 0 TO W-PORC
           IF W-DISPSEDE > 0
              COMPUTE W-PORC ROUNDED = W-USOSEDE * 100 / W-DISPSEDE
           END-IF
           MOVE W-PORC TO LOS-PORC
           MOVE LINEA-OCU-SEDE TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE SPACES TO REG-LISTADO
           WRITE REG-LISTADO.
       760-LINTOTAL-99. EXIT.

      ********************************************
      *  CIERRA EL LISTADO Y LO MANDA AL SPOOL
      ********************************************
       900-SPOOL-00.
           CLOSE LISTADO.
           INITIALIZE W15-DATOS
           MOVE "PROG-166" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".
           MOVE "INFORME ENVIADO AL SPOOL." TO M-ERROR
           PERFORM ERRORES THRU ERRORES-F.
       900-SPOOL-99. EXIT.

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
           DISPLAY "1-GRILLA POR CURSO O COMISION" LINE 5 POSITION 1.
           DISPLAY "2-GRILLA POR DOCENTE"          LINE 6 POSITION 1.
           DISPLAY "3-GRILLA POR AULA"             LINE 7 POSITION 1.
           DISPLAY "4-OCUPACION DE AULAS"          LINE 8 POSITION 1.
           DISPLAY "9-SALIR"                       LINE 10 POSITION 1.
           DISPLAY "OPCION:"                       LINE 13 POSITION 1.
       PANTALLAINICIO-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
