       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-148.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 148
      *  CUADRO DE HONOR: ORDEN DE MERITO DE UNA
      *  EDICION (CURSO Y CICLO). PARA CADA
      *  INSCRIPTO ACTIVO SE PROMEDIA LA NOTA
      *  FINAL DE TODAS LAS MATERIAS DEL PLAN
      *  (OPCIONALMENTE SIN LAS EQUIVALENCIAS).
      *  SOLO SON ELEGIBLES LOS QUE NO TIENEN
      *  MATERIAS REPROBADAS NI PENDIENTES.
      *  DESEMPATA EL PORCENTAJE DE ASISTENCIA
      *  (PROG-18) Y DESPUES LA MENOR CANTIDAD DE
      *  RECUPERATORIOS (EXAMENES, INSTANCIA 3).
      *  EL LISTADO VA AL SPOOL Y LOS PRIMEROS
      *  PUESTOS PUEDEN QUEDAR REGISTRADOS EN
      *  DISTINC.DAT, QUE IMPRIME EL ANALITICO
      *  (PROG-101)
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-CURSO.CPY".
       COPY "S-EDICIO.CPY".
       COPY "S-MATERI.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-ALUMNO.CPY".
       COPY "S-NOTAS.CPY".
       COPY "S-EXAMEN.CPY".
       COPY "S-DISTIN.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-CURSO.CPY".
       COPY "F-EDICIO.CPY".
       COPY "F-MATERI.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-NOTAS.CPY".
       COPY "F-EXAMEN.CPY".
       COPY "F-DISTIN.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-OM-TIT.
          03 PIC X(24) VALUE "ORDEN DE MERITO - CURSO ".
          03 LOT-CURSO   PIC 9(02).
          03             PIC X.
          03 LOT-DESC    PIC X(30).
          03 PIC X(07) VALUE " CICLO ".
          03 LOT-CICLO   PIC 9(04).
       01 LINEA-OM-EQUIV.
          03 LOE-TEXTO   PIC X(60).
       01 LINEA-OM-COL.
          03 PIC X(40) VALUE
             "PUESTO ALUMNO APELLIDO Y NOMBRE         ".
          03 PIC X(30) VALUE
             "      PROMEDIO ASIST% RECUP   ".
       01 LINEA-OM-DET.
          03             PIC X(02).
          03 LOD-PUESTO  PIC ZZ9.
          03             PIC X(02).
          03 LOD-ALUMNO  PIC 9(05).
          03             PIC X.
          03 LOD-APELLIDO PIC X(20).
          03             PIC X.
          03 LOD-NOMBRE  PIC X(15).
          03             PIC X(03).
          03 LOD-PROM    PIC Z9,99.
          03             PIC X(03).
          03 LOD-ASIST   PIC ZZ9.
          03             PIC X(03).
          03 LOD-RECUP   PIC Z9.
          03             PIC X.
          03 LOD-MARCA   PIC X(01).
       01 LINEA-OM-TOT.
          03 PIC X(20) VALUE "INSCRIPTOS ACTIVOS: ".
          03 LOX-INSC    PIC ZZZ9.
          03 PIC X(14) VALUE "  ELEGIBLES: ".
          03 LOX-ELEG    PIC ZZZ9.
          03 PIC X(17) VALUE "  NO ELEGIBLES: ".
          03 LOX-NOELEG  PIC ZZZ9.
       01 LINEA-OM-REG.
          03 PIC X(30) VALUE "(*) REGISTRADO EN DISTINCIONES".
       01 LINEA-RAYA.
          03 PIC X(78) VALUE ALL "-".

       COPY "L-P11.CPY".
       COPY "L-P15.CPY".
       COPY "L-P18.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-CURSOS      PIC XX.
       01 ST-EDICIONES   PIC XX.
       01 ST-MATERIAS    PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-ALUMNOS     PIC XX.
       01 ST-NOTAS       PIC XX.
       01 ST-EXAMENES    PIC XX.
       01 ST-DISTINCIONES PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-HAYEXA       PIC X.
       01 CONF           PIC X.
       01 W-SINEQUIV     PIC X.
       01 W-CURSO        PIC 9(02).
       01 W-CICLO        PIC 9(04).
       01 W-PLAN         PIC 9(02).
       01 W-PUESTOS      PIC 9(03).
       01 W-FECHAHOY     PIC 9(08).
       01 W-INSC         PIC 9(04).
       01 W-NOELEG       PIC 9(04).
       01 W-REGISTRADOS  PIC 9(04).

      *  DATOS DEL ALUMNO EN CURSO DE EVALUACION
       01 W-ELEGIBLE     PIC X.
       01 W-SUMANOTA     PIC 9(05).
       01 W-CANTNOTA     PIC 9(03).
       01 W-PROMEDIO     PIC 9(02)V99.
       01 W-ASIST        PIC 9(03).
       01 W-RECUP        PIC 9(02).

      *  ORDEN DE MERITO, MANTENIDO ORDENADO AL INSERTAR
       01 TABLA-MERITO.
          03 TME-ITEM OCCURS 300 TIMES.
             05 TME-ALUMNO   PIC 9(05).
             05 TME-PROMEDIO PIC 9(02)V99.
             05 TME-ASIST    PIC 9(03).
             05 TME-RECUP    PIC 9(02).
             05 TME-PUESTO   PIC 9(03).
       01 TME-USADOS     PIC 9(03).
       01 W-POS          PIC 9(03).
       01 W-IND          PIC 9(03).
       01 W-SIG          PIC 9(03).
       01 W-MEJOR        PIC X.

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-OPERADOR.
      ********************************************
       DECLARATIVES.
       DECLA-DISTINCIONES SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DISTINCIONES.
           DISPLAY "ERROR DE E/S EN DISTINCIONES. STATUS: "
                      LINE 23 POSITION 1
           DISPLAY ST-DISTINCIONES LINE 23 POSITION 40
           ACCEPT SINO LINE 23 POSITION 80.
       END DECLARATIVES.

       UNION SECTION.
       INICIO-1.
           OPEN INPUT CURSOS.
           IF ST-CURSOS NOT = "00"
             MOVE "CARGAR PRIMERO LOS CURSOS" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             GO TO FINAL-F
           END-IF.
           OPEN INPUT EDICIONES.
           IF ST-EDICIONES NOT = "00"
             MOVE "NO HAY EDICIONES CARGADAS" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE CURSOS
             GO TO FINAL-F
           END-IF.
           OPEN INPUT NOTAS.
           IF ST-NOTAS NOT = "00"
             MOVE "NO HAY NOTAS CARGADAS" TO M-ERROR
             PERFORM ERRORES THRU ERRORES-F
             CLOSE EDICIONES CURSOS
             GO TO FINAL-F
           END-IF.
           OPEN INPUT MATERIAS.
           OPEN INPUT INSCRIPCIONES.
           OPEN INPUT ALUMNOS.
           OPEN INPUT EXAMENES.
           IF ST-EXAMENES = "00"
              MOVE "S" TO W-HAYEXA
           ELSE
              MOVE "N" TO W-HAYEXA
           END-IF.
           OPEN I-O DISTINCIONES.
           IF ST-DISTINCIONES = "35"
             OPEN OUTPUT DISTINCIONES
             CLOSE DISTINCIONES
             OPEN I-O DISTINCIONES
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
           MOVE W1-NUMERICO(5:4) TO W-CICLO.

       INICIO.
           DISPLAY " " ERASE
           MOVE "CUADRO DE HONOR / ORDEN DE MERITO" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLA THRU PANTALLA-F.
       INICIO-10.
           ACCEPT W-CURSO LINE 5 POSITION 28 PROMPT.
           IF W-CURSO = 0
              GO TO FINAL-CIERRE
           END-IF.
           MOVE W-CURSO TO CUR-CODIGO
           READ CURSOS KEY IS CUR-CODIGO
              INVALID KEY
                 MOVE "EL CURSO NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO INICIO-10
           END-READ.
           DISPLAY CUR-DESCRIPCION LINE 5 POSITION 33.
       INICIO-20.
           ACCEPT W-CICLO LINE 6 POSITION 28 PROMPT UPDATE.
           MOVE W-CURSO TO EDI-CURSO
           MOVE W-CICLO TO EDI-CICLO
           READ EDICIONES KEY IS EDI-CLAVE
              INVALID KEY
                 MOVE "NO EXISTE ESA EDICION DEL CURSO." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO INICIO-10
           END-READ.
           MOVE EDI-PLAN TO W-PLAN.
           IF W-PLAN = 0
              MOVE 1 TO W-PLAN
           END-IF.
       INICIO-30.
           MOVE "N" TO W-SINEQUIV.
           ACCEPT W-SINEQUIV LINE 7 POSITION 28 PROMPT UPDATE.
           IF (W-SINEQUIV NOT = "S") AND (W-SINEQUIV NOT = "N")
              GO TO INICIO-30
           END-IF.
           MOVE 3 TO W-PUESTOS.
           ACCEPT W-PUESTOS LINE 8 POSITION 28 PROMPT UPDATE.
       INICIO-40.
           ACCEPT CONF LINE 21 POSITION 18.
           IF (CONF NOT = "S") AND (CONF NOT = "N")
              GO TO INICIO-40
           END-IF.
           IF CONF = "N"
              GO TO INICIO
           END-IF.
           PERFORM 100-EVALUA-00 THRU 100-EVALUA-99.
           PERFORM 300-PUESTOS-00 THRU 300-PUESTOS-99.
           MOVE 0 TO W-REGISTRADOS.
           IF W-PUESTOS > 0
              PERFORM 500-REGISTRA-00 THRU 500-REGISTRA-99
           END-IF.
           PERFORM 400-LISTADO-00 THRU 400-LISTADO-99.
           DISPLAY "ELEGIBLES          :" LINE 10 POSITION 1.
           DISPLAY TME-USADOS             LINE 10 POSITION 22.
           DISPLAY "NO ELEGIBLES       :" LINE 11 POSITION 1.
           DISPLAY W-NOELEG               LINE 11 POSITION 22.
           DISPLAY "DISTINCIONES GRAB. :" LINE 12 POSITION 1.
           DISPLAY W-REGISTRADOS          LINE 12 POSITION 22.
           MOVE "ORDEN DE MERITO ENVIADO AL SPOOL" TO M-ERROR.
           PERFORM ERRORES THRU ERRORES-F.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYEXA = "S"
              CLOSE EXAMENES
           END-IF.
           CLOSE DISTINCIONES.
           CLOSE ALUMNOS.
           CLOSE INSCRIPCIONES.
           CLOSE MATERIAS.
           CLOSE NOTAS.
           CLOSE EDICIONES.
           CLOSE CURSOS.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  RECORRE LOS INSCRIPTOS ACTIVOS DE LA
      *  EDICION Y VA ARMANDO EL ORDEN DE MERITO
      *  CON LOS ELEGIBLES
      ********************************************
       100-EVALUA-00.
           MOVE 0 TO TME-USADOS W-INSC W-NOELEG.
           MOVE W-CURSO TO INS-CURSO
           START INSCRIPCIONES KEY IS NOT LESS INS-CURSO
              INVALID KEY
                 GO TO 100-EVALUA-99
           END-START.
       100-EVALUA-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 100-EVALUA-99
           END-READ.
           IF INS-CURSO NOT = W-CURSO
              GO TO 100-EVALUA-99
           END-IF.
           IF (INS-CICLO NOT = W-CICLO) OR (NOT INS-ACTIVA)
              GO TO 100-EVALUA-10
           END-IF.
           ADD 1 TO W-INSC.
           PERFORM 200-ALUMNO-00 THRU 200-ALUMNO-99.
           IF W-ELEGIBLE = "N"
              ADD 1 TO W-NOELEG
              GO TO 100-EVALUA-10
           END-IF.
           INITIALIZE W18-DATOS
           MOVE INS-ALUMNO TO W18-ALUMNO
           MOVE W-CURSO    TO W18-CURSO
           CALL "P18" USING W18-DATOS
           CANCEL "P18"
           MOVE W18-PORCENT TO W-ASIST.
           PERFORM 250-INSERTA-00 THRU 250-INSERTA-99.
           GO TO 100-EVALUA-10.
       100-EVALUA-99. EXIT.

      ********************************************
      *  UN ALUMNO: TODAS LAS MATERIAS DEL PLAN
      *  APROBADAS; PROMEDIO DE NOTAS (SIN LAS
      *  EQUIVALENCIAS SI SE PIDIO) Y CANTIDAD DE
      *  RECUPERATORIOS RENDIDOS
      ********************************************
       200-ALUMNO-00.
           MOVE "S" TO W-ELEGIBLE.
           MOVE 0 TO W-SUMANOTA W-CANTNOTA W-RECUP W-PROMEDIO.
           MOVE W-CURSO TO MAT-CURSO
           MOVE W-PLAN  TO MAT-PLAN
           MOVE 0       TO MAT-CODIGO
           START MATERIAS KEY IS NOT LESS MAT-CLAVE
              INVALID KEY
                 MOVE "N" TO W-ELEGIBLE
                 GO TO 200-ALUMNO-99
           END-START.
       200-ALUMNO-10.
           READ MATERIAS NEXT AT END
                GO TO 200-ALUMNO-20
           END-READ.
           IF (MAT-CURSO NOT = W-CURSO) OR (MAT-PLAN NOT = W-PLAN)
              GO TO 200-ALUMNO-20
           END-IF.
           MOVE W-CURSO    TO NOT-CURSO
           MOVE MAT-CODIGO TO NOT-MATERIA
           MOVE INS-ALUMNO TO NOT-ALUMNO
           READ NOTAS KEY IS NOT-CLAVE
              INVALID KEY
                 MOVE "N" TO W-ELEGIBLE
                 GO TO 200-ALUMNO-99
           END-READ.
           IF NOT NOT-APROBADO
              MOVE "N" TO W-ELEGIBLE
              GO TO 200-ALUMNO-99
           END-IF.
           IF NOT-EQUIVALENCIA AND (W-SINEQUIV = "S")
              GO TO 200-ALUMNO-10
           END-IF.
           ADD NOT-NOTA TO W-SUMANOTA.
           ADD 1 TO W-CANTNOTA.
           IF W-HAYEXA = "S"
              MOVE W-CURSO    TO EXA-CURSO
              MOVE MAT-CODIGO TO EXA-MATERIA
              MOVE INS-ALUMNO TO EXA-ALUMNO
              MOVE 3          TO EXA-INSTANCIA
              READ EXAMENES KEY IS EXA-CLAVE
                 NOT INVALID KEY
                    ADD 1 TO W-RECUP
              END-READ
           END-IF.
           GO TO 200-ALUMNO-10.
       200-ALUMNO-20.
      *  SIN NINGUNA NOTA PROPIA NO HAY PROMEDIO QUE ORDENAR
           IF W-CANTNOTA = 0
              MOVE "N" TO W-ELEGIBLE
              GO TO 200-ALUMNO-99
           END-IF.
           COMPUTE W-PROMEDIO ROUNDED = W-SUMANOTA / W-CANTNOTA.
       200-ALUMNO-99. EXIT.

      ********************************************
      *  INSERTA AL ALUMNO EN SU LUGAR: MAYOR
      *  PROMEDIO, LUEGO MAYOR ASISTENCIA, LUEGO
      *  MENOS RECUPERATORIOS. A IGUALDAD QUEDA
      *  DESPUES DE LOS YA CARGADOS
      ********************************************
       250-INSERTA-00.
           MOVE 1 TO W-POS.
       250-INSERTA-10.
           IF W-POS > TME-USADOS
              GO TO 250-INSERTA-20
           END-IF.
           MOVE "N" TO W-MEJOR.
           IF W-PROMEDIO > TME-PROMEDIO (W-POS)
              MOVE "S" TO W-MEJOR
           END-IF.
           IF (W-PROMEDIO = TME-PROMEDIO (W-POS)) AND
              (W-ASIST > TME-ASIST (W-POS))
              MOVE "S" TO W-MEJOR
           END-IF.
           IF (W-PROMEDIO = TME-PROMEDIO (W-POS)) AND
              (W-ASIST = TME-ASIST (W-POS)) AND
              (W-RECUP < TME-RECUP (W-POS))
              MOVE "S" TO W-MEJOR
           END-IF.
           IF W-MEJOR = "S"
              GO TO 250-INSERTA-20
           END-IF.
           ADD 1 TO W-POS.
           GO TO 250-INSERTA-10.
       250-INSERTA-20.
           IF W-POS > 300
              GO TO 250-INSERTA-99
           END-IF.
           MOVE TME-USADOS TO W-IND.
           IF W-IND = 300
              SUBTRACT 1 FROM W-IND
           END-IF.
       250-INSERTA-30.
           IF W-IND < W-POS
              GO TO 250-INSERTA-40
           END-IF.
           COMPUTE W-SIG = W-IND + 1
           MOVE TME-ITEM (W-IND) TO TME-ITEM (W-SIG).
           SUBTRACT 1 FROM W-IND.
           GO TO 250-INSERTA-30.
       250-INSERTA-40.
           MOVE INS-ALUMNO TO TME-ALUMNO (W-POS)
           MOVE W-PROMEDIO TO TME-PROMEDIO (W-POS)
           MOVE W-ASIST    TO TME-ASIST (W-POS)
           MOVE W-RECUP    TO TME-RECUP (W-POS)
           MOVE 0          TO TME-PUESTO (W-POS)
           IF TME-USADOS < 300
              ADD 1 TO TME-USADOS
           END-IF.
       250-INSERTA-99. EXIT.

      *  PUESTOS: EMPATE TOTAL (PROMEDIO, ASISTENCIA Y
      *  RECUPERATORIOS) COMPARTE EL PUESTO
       300-PUESTOS-00.
           MOVE 0 TO W-IND.
       300-PUESTOS-10.
           ADD 1 TO W-IND.
           IF W-IND > TME-USADOS
              GO TO 300-PUESTOS-99
           END-IF.
           MOVE W-IND TO TME-PUESTO (W-IND).
           IF W-IND > 1
              COMPUTE W-POS = W-IND - 1
              IF (TME-PROMEDIO (W-IND) = TME-PROMEDIO (W-POS)) AND
                 (TME-ASIST (W-IND) = TME-ASIST (W-POS)) AND
                 (TME-RECUP (W-IND) = TME-RECUP (W-POS))
                 MOVE TME-PUESTO (W-POS) TO TME-PUESTO (W-IND)
              END-IF
           END-IF.
           GO TO 300-PUESTOS-10.
       300-PUESTOS-99. EXIT.

       400-LISTADO-00.
           OPEN OUTPUT LISTADO.
           MOVE W-CURSO         TO LOT-CURSO
           MOVE CUR-DESCRIPCION TO LOT-DESC
           MOVE W-CICLO         TO LOT-CICLO
           MOVE LINEA-OM-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           IF W-SINEQUIV = "S"
              MOVE "PROMEDIOS SIN MATERIAS APROBADAS POR EQUIVALENCIA"
                   TO LOE-TEXTO
           ELSE
              MOVE "PROMEDIOS CON TODAS LAS MATERIAS DEL PLAN"
                   TO LOE-TEXTO
           END-IF.
           MOVE LINEA-OM-EQUIV TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-OM-COL TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 0 TO W-IND.
       400-LISTADO-10.
           ADD 1 TO W-IND.
           IF W-IND > TME-USADOS
              GO TO 400-LISTADO-80
           END-IF.
           MOVE TME-ALUMNO (W-IND) TO ALU-CODIGO
           READ ALUMNOS KEY IS ALU-CODIGO
              INVALID KEY
                 MOVE SPACES TO ALU-APELLIDO ALU-NOMBRE
           END-READ.
           MOVE TME-PUESTO (W-IND)   TO LOD-PUESTO
           MOVE TME-ALUMNO (W-IND)   TO LOD-ALUMNO
           MOVE ALU-APELLIDO         TO LOD-APELLIDO
           MOVE ALU-NOMBRE           TO LOD-NOMBRE
           MOVE TME-PROMEDIO (W-IND) TO LOD-PROM
           MOVE TME-ASIST (W-IND)    TO LOD-ASIST
           MOVE TME-RECUP (W-IND)    TO LOD-RECUP
           MOVE SPACE                TO LOD-MARCA
           IF (W-PUESTOS > 0) AND (TME-PUESTO (W-IND) NOT > W-PUESTOS)
              MOVE "*" TO LOD-MARCA
           END-IF.
           MOVE LINEA-OM-DET TO REG-LISTADO
           WRITE REG-LISTADO.
           GO TO 400-LISTADO-10.
       400-LISTADO-80.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-INSC     TO LOX-INSC
           MOVE TME-USADOS TO LOX-ELEG
           MOVE W-NOELEG   TO LOX-NOELEG
           MOVE LINEA-OM-TOT TO REG-LISTADO
           WRITE REG-LISTADO.
           IF W-REGISTRADOS > 0
              MOVE LINEA-OM-REG TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
           CLOSE LISTADO.
           INITIALIZE W15-DATOS
           MOVE "PROG-148" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".
       400-LISTADO-99. EXIT.

      ********************************************
      *  REEMPLAZA LAS DISTINCIONES DE LA EDICION
      *  POR LOS PUESTOS HASTA EL PEDIDO (LOS
      *  EMPATADOS EN EL ULTIMO ENTRAN TODOS)
      ********************************************
       500-REGISTRA-00.
           MOVE W-CURSO TO DIS-CURSO
           MOVE W-CICLO TO DIS-CICLO
           MOVE 0       TO DIS-ORDEN
           START DISTINCIONES KEY IS NOT LESS DIS-CLAVE
              INVALID KEY
                 GO TO 500-REGISTRA-20
           END-START.
       500-REGISTRA-10.
           READ DISTINCIONES NEXT AT END
                GO TO 500-REGISTRA-20
           END-READ.
           IF (DIS-CURSO NOT = W-CURSO) OR (DIS-CICLO NOT = W-CICLO)
              GO TO 500-REGISTRA-20
           END-IF.
           DELETE DISTINCIONES RECORD.
           GO TO 500-REGISTRA-10.
       500-REGISTRA-20.
           MOVE 0 TO W-IND.
       500-REGISTRA-30.
           ADD 1 TO W-IND.
           IF W-IND > TME-USADOS
              GO TO 500-REGISTRA-99
           END-IF.
           IF TME-PUESTO (W-IND) > W-PUESTOS
              GO TO 500-REGISTRA-99
           END-IF.
           MOVE W-CURSO              TO DIS-CURSO
           MOVE W-CICLO              TO DIS-CICLO
           MOVE W-IND                TO DIS-ORDEN
           MOVE TME-ALUMNO (W-IND)   TO DIS-ALUMNO
           MOVE TME-PUESTO (W-IND)   TO DIS-PUESTO
           MOVE TME-PROMEDIO (W-IND) TO DIS-PROMEDIO
           MOVE TME-ASIST (W-IND)    TO DIS-ASISTENCIA
           MOVE TME-RECUP (W-IND)    TO DIS-RECUPERA
           MOVE W-SINEQUIV           TO DIS-SINEQUIV
           MOVE W-FECHAHOY           TO DIS-FECHA
           MOVE W40-OPERADOR         TO DIS-OPERADOR
           WRITE REG-DISTINCION
              INVALID KEY
                 GO TO 500-REGISTRA-30
           END-WRITE.
           ADD 1 TO W-REGISTRADOS.
           GO TO 500-REGISTRA-30.
       500-REGISTRA-99. EXIT.

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

       PANTALLA.
           DISPLAY "CURSO (0 = SALIR)         :" LINE 5 POSITION 1.
           DISPLAY "CICLO                     :" LINE 6 POSITION 1.
           DISPLAY "SIN EQUIVALENCIAS (S/N)   :" LINE 7 POSITION 1.
           DISPLAY "PUESTOS A REGISTRAR (0=NO):" LINE 8 POSITION 1.
           DISPLAY "CONFIRMA? (S/N): "           LINE 21 POSITION 1.
       PANTALLA-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
