       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-25.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 25
      *  SUBPROGRAMA QUE DEVUELVE EL PLAN DE
      *  ESTUDIO (PLANES.DAT, PROG-143) QUE RIGE
      *  PARA UN CURSO:
      *   - CON W25-CICLO: EL PLAN DE ESA EDICION
      *   - SIN CICLO Y CON W25-ALUMNO: EL DE LA
      *     EDICION QUE CURSO EL ALUMNO (SU
      *     INSCRIPCION ACTIVA O LA ULTIMA)
      *   - SIN AMBOS: EL DE LA EDICION DEL CICLO
      *     ACTUAL
      *  SI LA EDICION NO EXISTE O NO TIENE PLAN
      *  SE TOMA EL PLAN VIGENTE A HOY (EL DE
      *  VERSION MAS ALTA), Y SI EL CURSO NO TIENE
      *  PLANES, EL PLAN 1.
      *  CON W25-MATERIA INFORMADA VERIFICA QUE LA
      *  MATERIA ESTE EN ESE PLAN; SI NO ESTA,
      *  DEVUELVE EL PLAN MAS NUEVO QUE LA TENGA.
      *  W25-RESULT: S = OK  N = LA MATERIA NO
      *  ESTA EN NINGUN PLAN DEL CURSO
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-INSCRI.CPY".
       COPY "S-EDICIO.CPY".
       COPY "S-PLANES.CPY".
       COPY "S-MATERI.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-INSCRI.CPY".
       COPY "F-EDICIO.CPY".
       COPY "F-PLANES.CPY".
       COPY "F-MATERI.CPY".

       WORKING-STORAGE SECTION.

       COPY "L-P11.CPY".

       01 ST-INSCRIP     PIC XX.
       01 ST-EDICIONES   PIC XX.
       01 ST-PLANES      PIC XX.
       01 ST-MATERIAS    PIC XX.
       01 W-CICLO        PIC 9(04).
       01 W-CICACTIVA    PIC 9(04).
       01 W-CICULTIMA    PIC 9(04).
       01 W-FECHAHOY     PIC 9(08).
       01 W-VIGENTE      PIC 9(02).
       01 W-ULTIMO       PIC 9(02).
       01 W-HALLADO      PIC 9(02).

       LINKAGE SECTION.
       COPY "L-P25.CPY".

      ********************************************
       PROCEDURE DIVISION USING W25-DATOS.
      ********************************************
       INICIO.
           MOVE 0   TO W25-PLAN.
           MOVE "S" TO W25-RESULT.
           MOVE W25-CICLO TO W-CICLO.
           IF (W-CICLO = 0) AND (W25-ALUMNO NOT = 0)
              PERFORM 100-INSCRIP-00 THRU 100-INSCRIP-99
           END-IF.
           IF W-CICLO = 0
              INITIALIZE W1-DATOS
              MOVE 11 TO W1-OPCION
              MOVE "03" TO W1-DESCRIPCION(1:2)
              CALL "P11" USING W1-DATOS
              CANCEL "P11"
              MOVE W1-NUMERICO(5:4) TO W-CICLO
           END-IF.
           PERFORM 200-EDICION-00 THRU 200-EDICION-99.
           IF W25-PLAN = 0
              PERFORM 300-VIGENTE-00 THRU 300-VIGENTE-99
           END-IF.
           IF W25-MATERIA NOT = 0
              PERFORM 400-MATERIA-00 THRU 400-MATERIA-99
           END-IF.
       FINAL-F.
           EXIT PROGRAM.

      ********************************************
      *  CICLO EN QUE EL ALUMNO CURSO EL CURSO:
      *  EL DE LA INSCRIPCION ACTIVA, O SI NO LA
      *  HAY, EL DE LA ULTIMA
      ********************************************
       100-INSCRIP-00.
           MOVE 0 TO W-CICACTIVA W-CICULTIMA.
           OPEN INPUT INSCRIPCIONES.
           IF ST-INSCRIP NOT = "00"
              GO TO 100-INSCRIP-99
           END-IF.
           MOVE W25-ALUMNO TO INS-ALUMNO
           MOVE W25-CURSO  TO INS-CURSO
           MOVE 0          TO INS-CICLO
           START INSCRIPCIONES KEY IS NOT LESS INS-CLAVE
              INVALID KEY
                 GO TO 100-INSCRIP-90
           END-START.
       100-INSCRIP-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 100-INSCRIP-90
           END-READ.
           IF (INS-ALUMNO NOT = W25-ALUMNO) OR
              (INS-CURSO NOT = W25-CURSO)
              GO TO 100-INSCRIP-90
           END-IF.
           MOVE INS-CICLO TO W-CICULTIMA.
           IF INS-ACTIVA
              MOVE INS-CICLO TO W-CICACTIVA
           END-IF.
           GO TO 100-INSCRIP-10.
       100-INSCRIP-90.
           CLOSE INSCRIPCIONES.
           MOVE W-CICULTIMA TO W-CICLO.
           IF W-CICACTIVA NOT = 0
              MOVE W-CICACTIVA TO W-CICLO
           END-IF.
       100-INSCRIP-99. EXIT.

       200-EDICION-00.
           OPEN INPUT EDICIONES.
           IF ST-EDICIONES NOT = "00"
              GO TO 200-EDICION-99
           END-IF.
           MOVE W25-CURSO TO EDI-CURSO
           MOVE W-CICLO   TO EDI-CICLO
           READ EDICIONES KEY IS EDI-CLAVE
              INVALID KEY
                 MOVE 0 TO EDI-PLAN
           END-READ.
           MOVE EDI-PLAN TO W25-PLAN.
           CLOSE EDICIONES.
       200-EDICION-99. EXIT.

      ********************************************
      *  PLAN VIGENTE A HOY: EL DE VERSION MAS
      *  ALTA CUYA VIGENCIA INCLUYE LA FECHA (HASTA
      *  EN CERO = SIN FIN); SI NINGUNO, EL ULTIMO
      ********************************************
       300-VIGENTE-00.
           MOVE 0 TO W-VIGENTE W-ULTIMO.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.
           OPEN INPUT PLANES.
           IF ST-PLANES NOT = "00"
              GO TO 300-VIGENTE-80
           END-IF.
           MOVE W25-CURSO TO PLA-CURSO
           MOVE 0         TO PLA-VERSION
           START PLANES KEY IS NOT LESS PLA-CLAVE
              INVALID KEY
                 GO TO 300-VIGENTE-70
           END-START.
       300-VIGENTE-10.
           READ PLANES NEXT AT END
                GO TO 300-VIGENTE-70
           END-READ.
           IF PLA-CURSO NOT = W25-CURSO
              GO TO 300-VIGENTE-70
           END-IF.
           MOVE PLA-VERSION TO W-ULTIMO.
           IF (PLA-VIGDESDE NOT > W-FECHAHOY) AND
              ((PLA-VIGHASTA = 0) OR (PLA-VIGHASTA NOT < W-FECHAHOY))
              MOVE PLA-VERSION TO W-VIGENTE
           END-IF.
           GO TO 300-VIGENTE-10.
       300-VIGENTE-70.
           CLOSE PLANES.
       300-VIGENTE-80.
           MOVE W-VIGENTE TO W25-PLAN.
           IF W25-PLAN = 0
              MOVE W-ULTIMO TO W25-PLAN
           END-IF.
           IF W25-PLAN = 0
              MOVE 1 TO W25-PLAN
           END-IF.
       300-VIGENTE-99. EXIT.

      ********************************************
      *  LA MATERIA DEBE ESTAR EN EL PLAN; SI NO,
      *  SE BUSCA EN LOS DEMAS PLANES DEL CURSO
      ********************************************
       400-MATERIA-00.
           MOVE 0 TO W-HALLADO.
           OPEN INPUT MATERIAS.
           IF ST-MATERIAS NOT = "00"
              MOVE "N" TO W25-RESULT
              GO TO 400-MATERIA-99
           END-IF.
           MOVE W25-CURSO   TO MAT-CURSO
           MOVE W25-PLAN    TO MAT-PLAN
           MOVE W25-MATERIA TO MAT-CODIGO
           READ MATERIAS KEY IS MAT-CLAVE
              INVALID KEY
                 GO TO 400-MATERIA-05
           END-READ.
           GO TO 400-MATERIA-90.
       400-MATERIA-05.
           MOVE W25-CURSO TO MAT-CURSO
           MOVE 0         TO MAT-PLAN
           MOVE 0         TO MAT-CODIGO
           START MATERIAS KEY IS NOT LESS MAT-CLAVE
              INVALID KEY
                 GO TO 400-MATERIA-80
           END-START.
       400-MATERIA-10.
           READ MATERIAS NEXT AT END
                GO TO 400-MATERIA-80
           END-READ.
           IF MAT-CURSO NOT = W25-CURSO
              GO TO 400-MATERIA-80
           END-IF.
           IF MAT-CODIGO = W25-MATERIA
              MOVE MAT-PLAN TO W-HALLADO
           END-IF.
           GO TO 400-MATERIA-10.
       400-MATERIA-80.
           IF W-HALLADO = 0
              MOVE "N" TO W25-RESULT
           ELSE
              MOVE W-HALLADO TO W25-PLAN
           END-IF.
       400-MATERIA-90.
           CLOSE MATERIAS.
       400-MATERIA-99. EXIT.
