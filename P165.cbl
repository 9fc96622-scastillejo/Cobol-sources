       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-165.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 165
      *  CONVERSION POR UNICA VEZ DE NOTAS,
      *  EXAMENES Y ASISTENCIA, QUE INCORPORARON
      *  CLAVES ALTERNATIVAS (ALUMNO EN NOTAS Y
      *  EXAMENES; ALUMNO+FECHA EN ASISTENCIA,
      *  QUE AGREGA ESA CLAVE AL FINAL DEL
      *  REGISTRO). ANTES DE CORRER, RENOMBRAR A
      *  NIVEL SISTEMA OPERATIVO:
      *    NOTAS.DAT    -> NOTAS.OLD
      *    EXAMENES.DAT -> EXAMENES.OLD
      *    ASISTEN.DAT  -> ASISTEN.OLD
      *  EL PROGRAMA RECONSTRUYE CADA ARCHIVO CON
      *  SUS INDICES NUEVOS, COMO HIZO PROG-124.
      *  EL ARCHIVO .OLD QUE NO ESTE SE SALTEA
      *  CON AVISO.
      *  CUOTAS AGREGO AL FINAL EL NUMERO DE
      *  CORRIDA DE GENERACION Y LA FECHA DE ENVIO
      *  AL BANCO; LAS CUOTAS ANTERIORES QUEDAN
      *  EN CERO (SIN CORRIDA, NO ENVIADAS):
      *    CUOTAS.DAT   -> CUOTAS.OLD
      *  TAMBIEN CONVIERTE LOS TRAZADOS QUE
      *  INCORPORARON CAMPOS NUEVOS (COMISION EN
      *  INSCRIPCIONES Y HORARIOS; SALDO A FAVOR
      *  EN SALDOS; MESA DE EXAMEN Y COMISION EN
      *  ACTAS; PLAN DE ESTUDIO EN MATERIAS Y
      *  EDICIONES):
      *    INSCRIP.DAT  -> INSCRIP.OLD
      *    SALDOS.DAT   -> SALDOS.OLD
      *    ACTAS.DAT    -> ACTAS.OLD
      *    MATERIA.DAT  -> MATERIA.OLD
      *    EDICION.DAT  -> EDICION.OLD
      *    HORARIO.DAT  -> HORARIO.OLD
      *  LAS MATERIAS Y EDICIONES EXISTENTES PASAN
      *  AL PLAN 1 DE SU CURSO, Y ESE PLAN SE DA
      *  DE ALTA EN PLANES.DAT.
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-NOTANT.CPY".
       COPY "S-EXAANT.CPY".
       COPY "S-ASIANT.CPY".
       COPY "S-CUOANT.CPY".
       COPY "S-INSANT.CPY".
       COPY "S-SALVIE.CPY".
       COPY "S-ACTVIE.CPY".
       COPY "S-MATVIE.CPY".
       COPY "S-EDIVIE.CPY".
       COPY "S-HORVIE.CPY".
       COPY "S-NOTAS.CPY".
       COPY "S-EXAMEN.CPY".
       COPY "S-ASISTE.CPY".
       COPY "S-CUOTAS.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-SALDOS.CPY".
       COPY "S-ACTAS.CPY".
       COPY "S-MATERI.CPY".
       COPY "S-EDICIO.CPY".
       COPY "S-PLANES.CPY".
       COPY "S-HORARI.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-NOTANT.CPY".
       COPY "F-EXAANT.CPY".
       COPY "F-ASIANT.CPY".
       COPY "F-CUOANT.CPY".
       COPY "F-INSANT.CPY".
       COPY "F-SALVIE.CPY".
       COPY "F-ACTVIE.CPY".
       COPY "F-MATVIE.CPY".
       COPY "F-EDIVIE.CPY".
       COPY "F-HORVIE.CPY".
       COPY "F-NOTAS.CPY".
       COPY "F-EXAMEN.CPY".
       COPY "F-ASISTE.CPY".
       COPY "F-CUOTAS.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-SALDOS.CPY".
       COPY "F-ACTAS.CPY".
       COPY "F-MATERI.CPY".
       COPY "F-EDICIO.CPY".
       COPY "F-PLANES.CPY".
       COPY "F-HORARI.CPY".

       WORKING-STORAGE SECTION.

       COPY "L-P11.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 ST-NOTANTES    PIC XX.
       01 ST-EXAANTES    PIC XX.
       01 ST-ASIANTES    PIC XX.
       01 ST-NOTAS       PIC XX.
       01 ST-EXAMENES    PIC XX.
       01 ST-ASISTENCIA  PIC XX.
       01 ST-CUOANTES    PIC XX.
       01 ST-CUOTAS      PIC XX.
       01 ST-INSANTES    PIC XX.
       01 ST-SALVIEJO    PIC XX.
       01 ST-ACTVIEJO    PIC XX.
       01 ST-MATVIEJO    PIC XX.
       01 ST-EDIVIEJO    PIC XX.
       01 ST-HORVIEJO    PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-SALDOS      PIC XX.
       01 ST-ACTAS       PIC XX.
       01 ST-MATERIAS    PIC XX.
       01 ST-EDICIONES   PIC XX.
       01 ST-PLANES      PIC XX.
       01 ST-HORARIOS    PIC XX.
       01 CONF           PIC X.
       01 W-NOTAS        PIC 9(07).
       01 W-EXAMENES     PIC 9(07).
       01 W-ASISTENCIA   PIC 9(07).
       01 W-CUOTAS       PIC 9(07).
       01 W-INSCRIP      PIC 9(07).
       01 W-SALDOS       PIC 9(05).
       01 W-ACTAS        PIC 9(06).
       01 W-MATERIAS     PIC 9(05).
       01 W-EDICIONES    PIC 9(05).
       01 W-HORARIOS     PIC 9(05).
       01 W-PLANCURSO    PIC 9(02).

       01 SINO PIC X(001).
      ********************************************
       PROCEDURE DIVISION.
      ********************************************
       UNION SECTION.
       INICIO.
           DISPLAY " " ERASE
           MOVE "CONVERSION DE CLAVES Y CAMPOS NUEVOS" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "REQUIERE NOTAS.OLD, EXAMENES.OLD, ASISTEN.OLD,"
                      LINE 4 POSITION 1.
           DISPLAY "CUOTAS.OLD, INSCRIP.OLD, SALDOS.OLD, ACTAS.OLD,"
                      LINE 5 POSITION 1.
           DISPLAY "MATERIA.OLD, EDICION.OLD, HORARIO.OLD"
                      LINE 6 POSITION 1.
           DISPLAY "(RENOMBRADOS) Y RECONSTRUYE LOS ARCHIVOS EN EL"
                      LINE 7 POSITION 1.
           DISPLAY "TRAZADO NUEVO."
                      LINE 8 POSITION 1.
           DISPLAY "CONFIRMA? (S/N):" LINE 9 POSITION 1.
           ACCEPT CONF LINE 9 POSITION 18.
           IF CONF NOT = "S"
              GO TO FINAL-F
           END-IF.

           MOVE 0 TO W-NOTAS W-EXAMENES W-ASISTENCIA W-CUOTAS
                     W-INSCRIP W-SALDOS W-ACTAS W-MATERIAS
                     W-EDICIONES W-HORARIOS.
           PERFORM 100-NOTAS-00 THRU 100-NOTAS-99.
           PERFORM 200-EXAMENES-00 THRU 200-EXAMENES-99.
           PERFORM 300-ASISTE-00 THRU 300-ASISTE-99.
           PERFORM 400-CUOTAS-00 THRU 400-CUOTAS-99.
           PERFORM 500-INSCRIP-00 THRU 500-INSCRIP-99.
           PERFORM 600-SALDOS-00 THRU 600-SALDOS-99.
           PERFORM 700-ACTAS-00 THRU 700-ACTAS-99.
           PERFORM 800-MATERIAS-00 THRU 800-MATERIAS-99.
           PERFORM 850-EDICIONES-00 THRU 850-EDICIONES-99.
           PERFORM 900-HORARIOS-00 THRU 900-HORARIOS-99.

           DISPLAY "NOTAS CONVERTIDAS         :" LINE 12 POSITION 1.
           DISPLAY W-NOTAS                       LINE 12 POSITION 29.
           DISPLAY "EXAMENES CONVERTIDOS      :" LINE 13 POSITION 1.
           DISPLAY W-EXAMENES                    LINE 13 POSITION 29.
           DISPLAY "ASISTENCIAS CONVERTIDAS   :" LINE 14 POSITION 1.
           DISPLAY W-ASISTENCIA                  LINE 14 POSITION 29.
           DISPLAY "CUOTAS CONVERTIDAS        :" LINE 15 POSITION 1.
           DISPLAY W-CUOTAS                      LINE 15 POSITION 29.
           DISPLAY "INSCRIPCIONES CONVERTIDAS :" LINE 16 POSITION 1.
           DISPLAY W-INSCRIP                     LINE 16 POSITION 29.
           DISPLAY "CAPTURAS SALDOS CONVERT.  :" LINE 17 POSITION 1.
           DISPLAY W-SALDOS                      LINE 17 POSITION 29.
           DISPLAY "ACTAS CONVERTIDAS         :" LINE 18 POSITION 1.
           DISPLAY W-ACTAS                       LINE 18 POSITION 29.
           DISPLAY "MATERIAS CONVERTIDAS      :" LINE 19 POSITION 1.
           DISPLAY W-MATERIAS                    LINE 19 POSITION 29.
           DISPLAY "EDICIONES CONVERTIDAS     :" LINE 20 POSITION 1.
           DISPLAY W-EDICIONES                   LINE 20 POSITION 29.
           DISPLAY "HORARIOS CONVERTIDOS      :" LINE 21 POSITION 1.
           DISPLAY W-HORARIOS                    LINE 21 POSITION 29.
           ACCEPT SINO LINE 24 POSITION 80.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  NOTAS: MISMO TRAZADO, SE AGREGA EL INDICE
      *  ALTERNATIVO POR ALUMNO
      ********************************************
       100-NOTAS-00.
           OPEN INPUT NOTANTES.
           IF ST-NOTANTES NOT = "00"
              DISPLAY "NO SE ENCUENTRA NOTAS.OLD" LINE 12
                         POSITION 40
              GO TO 100-NOTAS-99
           END-IF.
           OPEN OUTPUT NOTAS.
       100-NOTAS-10.
           READ NOTANTES NEXT AT END
                GO TO 100-NOTAS-90
           END-READ.
           MOVE ANO-CURSO      TO NOT-CURSO
           MOVE ANO-MATERIA    TO NOT-MATERIA
           MOVE ANO-ALUMNO     TO NOT-ALUMNO
           MOVE ANO-NOTA       TO NOT-NOTA
           MOVE ANO-ESTADO     TO NOT-ESTADO
           MOVE ANO-ORIGEN     TO NOT-ORIGEN
           MOVE ANO-ORICURSO   TO NOT-ORICURSO
           MOVE ANO-ORIMATERIA TO NOT-ORIMATERIA
           WRITE REG-NOTA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-NOTAS
           END-WRITE.
           GO TO 100-NOTAS-10.
       100-NOTAS-90.
           CLOSE NOTAS.
           CLOSE NOTANTES.
       100-NOTAS-99. EXIT.

      ********************************************
      *  EXAMENES: MISMO TRAZADO, SE AGREGA EL
      *  INDICE ALTERNATIVO POR ALUMNO
      ********************************************
       200-EXAMENES-00.
           OPEN INPUT EXAANTES.
           IF ST-EXAANTES NOT = "00"
              DISPLAY "NO SE ENCUENTRA EXAMENES.OLD" LINE 13
                         POSITION 40
              GO TO 200-EXAMENES-99
           END-IF.
           OPEN OUTPUT EXAMENES.
       200-EXAMENES-10.
           READ EXAANTES NEXT AT END
                GO TO 200-EXAMENES-90
           END-READ.
           MOVE AEX-CURSO     TO EXA-CURSO
           MOVE AEX-MATERIA   TO EXA-MATERIA
           MOVE AEX-ALUMNO    TO EXA-ALUMNO
           MOVE AEX-INSTANCIA TO EXA-INSTANCIA
           MOVE AEX-NOTA      TO EXA-NOTA
           MOVE AEX-FECHA     TO EXA-FECHA
           WRITE REG-EXAMEN
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-EXAMENES
           END-WRITE.
           GO TO 200-EXAMENES-10.
       200-EXAMENES-90.
           CLOSE EXAMENES.
           CLOSE EXAANTES.
       200-EXAMENES-99. EXIT.

      ********************************************
      *  ASISTENCIA: SE AGREGA LA CLAVE ALUMNO+
      *  FECHA, TOMADA DE LA CLAVE PRIMARIA
      ********************************************
       300-ASISTE-00.
           OPEN INPUT ASIANTES.
           IF ST-ASIANTES NOT = "00"
              DISPLAY "NO SE ENCUENTRA ASISTEN.OLD" LINE 14
                         POSITION 40
              GO TO 300-ASISTE-99
           END-IF.
           OPEN OUTPUT ASISTENCIA.
       300-ASISTE-10.
           READ ASIANTES NEXT AT END
                GO TO 300-ASISTE-90
           END-READ.
           MOVE AAS-CURSO  TO ASI-CURSO
           MOVE AAS-FECHA  TO ASI-FECHA
           MOVE AAS-ALUMNO TO ASI-ALUMNO
           MOVE AAS-ESTADO TO ASI-ESTADO
           MOVE AAS-ALUMNO TO ASI-ALUMNOALT
           MOVE AAS-FECHA  TO ASI-FECHAALT
           WRITE REG-ASISTENCIA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-ASISTENCIA
           END-WRITE.
           GO TO 300-ASISTE-10.
       300-ASISTE-90.
           CLOSE ASISTENCIA.
           CLOSE ASIANTES.
       300-ASISTE-99. EXIT.

      ********************************************
      *  CUOTAS: SE AGREGAN CORRIDA Y FECHA DE
      *  ENVIO AL BANCO, EN CERO
      ********************************************
       400-CUOTAS-00.
           OPEN INPUT CUOANTES.
           IF ST-CUOANTES NOT = "00"
              DISPLAY "NO SE ENCUENTRA CUOTAS.OLD" LINE 15
                         POSITION 40
              GO TO 400-CUOTAS-99
           END-IF.
           OPEN OUTPUT CUOTAS.
       400-CUOTAS-10.
           READ CUOANTES NEXT AT END
                GO TO 400-CUOTAS-90
           END-READ.
           MOVE ACU-ALUMNO      TO CUO-ALUMNO
           MOVE ACU-CURSO       TO CUO-CURSO
           MOVE ACU-ANIO        TO CUO-ANIO
           MOVE ACU-MES         TO CUO-MES
           MOVE ACU-IMPORTE     TO CUO-IMPORTE
           MOVE ACU-ESTADO      TO CUO-ESTADO
           MOVE ACU-FECHAPAGO   TO CUO-FECHAPAGO
           MOVE ACU-IMPORTEPAGO TO CUO-IMPORTEPAGO
           MOVE ACU-RECARGO     TO CUO-RECARGO
           MOVE ACU-OPERADOR    TO CUO-OPERADOR
           MOVE ACU-DESCUENTO   TO CUO-DESCUENTO
           MOVE 0               TO CUO-CORRIDA
           MOVE 0               TO CUO-ENVIOBANCO
           WRITE REG-CUOTA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-CUOTAS
           END-WRITE.
           GO TO 400-CUOTAS-10.
       400-CUOTAS-90.
           CLOSE CUOTAS.
           CLOSE CUOANTES.
       400-CUOTAS-99. EXIT.

      ********************************************
      *  INSCRIPCIONES: SE CONSERVA EL FOLIO Y SE
      *  AGREGA LA COMISION EN CERO (LA ASIGNA
      *  PROG-63, OPCION 3)
      ********************************************
       500-INSCRIP-00.
           OPEN INPUT INSANTES.
           IF ST-INSANTES NOT = "00"
              DISPLAY "NO SE ENCUENTRA INSCRIP.OLD" LINE 16
                         POSITION 40
              GO TO 500-INSCRIP-99
           END-IF.
           OPEN OUTPUT INSCRIPCIONES.
       500-INSCRIP-10.
           READ INSANTES NEXT AT END
                GO TO 500-INSCRIP-90
           END-READ.
           MOVE AIN-ALUMNO TO INS-ALUMNO
           MOVE AIN-CURSO  TO INS-CURSO
           MOVE AIN-CICLO  TO INS-CICLO
           MOVE AIN-FECHA  TO INS-FECHA
           MOVE AIN-ESTADO TO INS-ESTADO
           MOVE AIN-FOLIO  TO INS-FOLIO
           MOVE 0          TO INS-COMISION
           WRITE REG-INSCRIPCION
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-INSCRIP
           END-WRITE.
           GO TO 500-INSCRIP-10.
       500-INSCRIP-90.
           CLOSE INSCRIPCIONES.
           CLOSE INSANTES.
       500-INSCRIP-99. EXIT.

      ********************************************
      *  SALDOS: SE AGREGA EL TOTAL DE SALDO A
      *  FAVOR EN CERO (LO CAPTURA PROG-114 EN LA
      *  PROXIMA CORRIDA)
      ********************************************
       600-SALDOS-00.
           OPEN INPUT SALVIEJO.
           IF ST-SALVIEJO NOT = "00"
              DISPLAY "NO SE ENCUENTRA SALDOS.OLD" LINE 17
                         POSITION 40
              GO TO 600-SALDOS-99
           END-IF.
           OPEN OUTPUT SALDOS.
       600-SALDOS-10.
           READ SALVIEJO NEXT AT END
                GO TO 600-SALDOS-90
           END-READ.
           MOVE VSA-FECHA      TO SAL-FECHA
           MOVE VSA-ALUACTIVOS TO SAL-ALUACTIVOS
           MOVE VSA-CUOPEND    TO SAL-CUOPEND
           MOVE VSA-CUOPENDIMP TO SAL-CUOPENDIMP
           MOVE VSA-CUOPAGIMP  TO SAL-CUOPAGIMP
           MOVE VSA-INSACTIVAS TO SAL-INSACTIVAS
           MOVE 0              TO SAL-SALFAVOR
           WRITE REG-SALDO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-SALDOS
           END-WRITE.
           GO TO 600-SALDOS-10.
       600-SALDOS-90.
           CLOSE SALDOS.
           CLOSE SALVIEJO.
       600-SALDOS-99. EXIT.

      ********************************************
      *  ACTAS: SE AGREGAN LA FECHA DE LA MESA DE
      *  EXAMEN Y LA COMISION EN CERO (LAS ACTAS
      *  EXISTENTES SON TODAS DE CURSADA)
      ********************************************
       700-ACTAS-00.
           OPEN INPUT ACTVIEJO.
           IF ST-ACTVIEJO NOT = "00"
              DISPLAY "NO SE ENCUENTRA ACTAS.OLD" LINE 18
                         POSITION 40
              GO TO 700-ACTAS-99
           END-IF.
           OPEN OUTPUT ACTAS.
       700-ACTAS-10.
           READ ACTVIEJO NEXT AT END
                GO TO 700-ACTAS-90
           END-READ.
           MOVE VAC-FOLIO      TO ACT-FOLIO
           MOVE VAC-CURSO      TO ACT-CURSO
           MOVE VAC-MATERIA    TO ACT-MATERIA
           MOVE VAC-FECHA      TO ACT-FECHA
           MOVE VAC-HORA       TO ACT-HORA
           MOVE VAC-OPERADOR   TO ACT-OPERADOR
           MOVE VAC-DOCENTE    TO ACT-DOCENTE
           MOVE VAC-TIPO       TO ACT-TIPO
           MOVE VAC-ESTADO     TO ACT-ESTADO
           MOVE 0              TO ACT-MESA
           MOVE 0              TO ACT-COMISION
           WRITE REG-ACTA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-ACTAS
           END-WRITE.
           GO TO 700-ACTAS-10.
       700-ACTAS-90.
           CLOSE ACTAS.
           CLOSE ACTVIEJO.
       700-ACTAS-99. EXIT.

      ********************************************
      *  MATERIAS: PASAN AL PLAN 1 DEL CURSO, QUE
      *  SE DA DE ALTA EN PLANES.DAT SIN VIGENCIA
      *  (LA CARGA PROG-143)
      ********************************************
       800-MATERIAS-00.
           OPEN INPUT MATVIEJO.
           IF ST-MATVIEJO NOT = "00"
              DISPLAY "NO SE ENCUENTRA MATERIA.OLD" LINE 19
                         POSITION 40
              GO TO 800-MATERIAS-99
           END-IF.
           PERFORM 950-ABREPLANES-00 THRU 950-ABREPLANES-99.
           OPEN OUTPUT MATERIAS.
       800-MATERIAS-10.
           READ MATVIEJO NEXT AT END
                GO TO 800-MATERIAS-90
           END-READ.
           MOVE VMA-CURSO       TO MAT-CURSO
           MOVE 1               TO MAT-PLAN
           MOVE VMA-CODIGO      TO MAT-CODIGO
           MOVE VMA-DESCRIPCION TO MAT-DESCRIPCION
           WRITE REG-MATERIA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-MATERIAS
           END-WRITE.
           MOVE VMA-CURSO TO W-PLANCURSO.
           PERFORM 960-ALTAPLAN-00 THRU 960-ALTAPLAN-99.
           GO TO 800-MATERIAS-10.
       800-MATERIAS-90.
           CLOSE MATERIAS.
           CLOSE PLANES.
           CLOSE MATVIEJO.
       800-MATERIAS-99. EXIT.

      ********************************************
      *  EDICIONES: SE AGREGA EL PLAN DE ESTUDIO
      *  QUE SE DICTA, EL 1 DEL CURSO
      ********************************************
       850-EDICIONES-00.
           OPEN INPUT EDIVIEJO.
           IF ST-EDIVIEJO NOT = "00"
              DISPLAY "NO SE ENCUENTRA EDICION.OLD" LINE 20
                         POSITION 40
              GO TO 850-EDICIONES-99
           END-IF.
           PERFORM 950-ABREPLANES-00 THRU 950-ABREPLANES-99.
           OPEN OUTPUT EDICIONES.
       850-EDICIONES-10.
           READ EDIVIEJO NEXT AT END
                GO TO 850-EDICIONES-90
           END-READ.
           MOVE VED-CURSO    TO EDI-CURSO
           MOVE VED-CICLO    TO EDI-CICLO
           MOVE VED-CUPO     TO EDI-CUPO
           MOVE VED-FECHAINI TO EDI-FECHAINI
           MOVE VED-FECHAFIN TO EDI-FECHAFIN
           MOVE VED-ESTADO   TO EDI-ESTADO
           MOVE 1            TO EDI-PLAN
           WRITE REG-EDICION
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-EDICIONES
           END-WRITE.
           MOVE VED-CURSO TO W-PLANCURSO.
           PERFORM 960-ALTAPLAN-00 THRU 960-ALTAPLAN-99.
           GO TO 850-EDICIONES-10.
       850-EDICIONES-90.
           CLOSE EDICIONES.
           CLOSE PLANES.
           CLOSE EDIVIEJO.
       850-EDICIONES-99. EXIT.

      ********************************************
      *  HORARIOS: LAS BANDAS EXISTENTES QUEDAN EN
      *  LA COMISION 0 (TODO EL CURSO)
      ********************************************
       900-HORARIOS-00.
           OPEN INPUT HORVIEJO.
           IF ST-HORVIEJO NOT = "00"
              DISPLAY "NO SE ENCUENTRA HORARIO.OLD" LINE 21
                         POSITION 40
              GO TO 900-HORARIOS-99
           END-IF.
           OPEN OUTPUT HORARIOS.
       900-HORARIOS-10.
           READ HORVIEJO NEXT AT END
                GO TO 900-HORARIOS-90
           END-READ.
           MOVE VHO-CURSO   TO HOR-CURSO
           MOVE 0           TO HOR-COMISION
           MOVE VHO-DIA     TO HOR-DIA
           MOVE VHO-DESDE   TO HOR-DESDE
           MOVE VHO-HASTA   TO HOR-HASTA
           MOVE VHO-MATERIA TO HOR-MATERIA
           MOVE VHO-DOCENTE TO HOR-DOCENTE
           MOVE VHO-AULA    TO HOR-AULA
           WRITE REG-HORARIO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-HORARIOS
           END-WRITE.
           GO TO 900-HORARIOS-10.
       900-HORARIOS-90.
           CLOSE HORARIOS.
           CLOSE HORVIEJO.
       900-HORARIOS-99. EXIT.

       950-ABREPLANES-00.
           OPEN I-O PLANES.
           IF ST-PLANES = "35"
              OPEN OUTPUT PLANES
              CLOSE PLANES
              OPEN I-O PLANES
           END-IF.
       950-ABREPLANES-99. EXIT.

      *  ALTA DEL PLAN 1 DEL CURSO SI NO EXISTE
       960-ALTAPLAN-00.
           MOVE W-PLANCURSO TO PLA-CURSO
           MOVE 1           TO PLA-VERSION
           READ PLANES KEY IS PLA-CLAVE
              INVALID KEY
                 MOVE "PLAN ORIGINAL" TO PLA-DESCRIPCION
                 MOVE 0 TO PLA-VIGDESDE PLA-VIGHASTA
                 WRITE REG-PLAN
                    INVALID KEY
                       CONTINUE
                 END-WRITE
           END-READ.
       960-ALTAPLAN-99. EXIT.

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
