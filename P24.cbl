       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-24.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 24
      *  SUBPROGRAMA DE CONTROL DE
      *  CORRELATIVIDADES (CORRELAT.DAT, PROG-141)
      *  DE UN ALUMNO.
      *  W24-MATERIA EN CERO: INSCRIPCION AL CURSO
      *  W24-CURSO. SE EXIGEN LAS MATERIAS QUE
      *  PIDE EL CURSO (APROBADAS) Y LAS QUE PIDEN
      *  SUS MATERIAS A MATERIAS DE OTROS CURSOS
      *  (SEGUN LA CONDICION DE CADA UNA).
      *  W24-MATERIA INFORMADA: LAS QUE PIDE ESA
      *  MATERIA.
      *  RIGEN LAS DEL PLAN DE ESTUDIO DE LA
      *  EDICION W24-CICLO, O CON CICLO EN CERO LA
      *  QUE CURSO EL ALUMNO (PROG-25).
      *  W24-PARA: C = CURSAR (RIGE LA CONDICION
      *                CARGADA)
      *            R = RENDIR EL FINAL (TODAS
      *                APROBADAS)
      *  APROBADA: NOTA APROBADA O EQUIVALENCIA
      *  (NOT-ORIGEN E). REGULARIZADA: APROBADA,
      *  O CON NOTA NO REPROBADA Y ASISTENCIA
      *  MINIMA CUMPLIDA EN EL CURSO DE LA MATERIA
      *  (PROG-18).
      *  W24-RESULT: S = CUMPLE  N = NO CUMPLE,
      *  CON LA CANTIDAD DE FALTANTES EN
      *  W24-FALTAN Y LA PRIMERA EN W24-FALTA...
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-CORREL.CPY".
       COPY "S-NOTAS.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-CORREL.CPY".
       COPY "F-NOTAS.CPY".

       WORKING-STORAGE SECTION.

       COPY "L-P18.CPY".
       COPY "L-P25.CPY".

       01 ST-CORRELAT    PIC XX.
       01 ST-NOTAS       PIC XX.
       01 W-HAYNOTAS     PIC X.
       01 W-EXIGE        PIC X.
       01 W-CUMPLE       PIC X.
       01 W-PLAN         PIC 9(02).

       LINKAGE SECTION.
       COPY "L-P24.CPY".

      ********************************************
       PROCEDURE DIVISION USING W24-DATOS.
      ********************************************
       INICIO.
           MOVE "S" TO W24-RESULT
           MOVE 0 TO W24-FALTAN W24-FALTACURSO W24-FALTAMAT
           MOVE SPACE TO W24-FALTACOND.
           OPEN INPUT CORRELAT.
           IF ST-CORRELAT NOT = "00"
              GO TO FINAL-F
           END-IF.
           MOVE "N" TO W-HAYNOTAS.
           OPEN INPUT NOTAS.
           IF ST-NOTAS = "00"
              MOVE "S" TO W-HAYNOTAS
           END-IF.
           PERFORM 100-RECORRE-00 THRU 100-RECORRE-99.
           IF W-HAYNOTAS = "S"
              CLOSE NOTAS
           END-IF.
           CLOSE CORRELAT.
           IF W24-FALTAN > 0
              MOVE "N" TO W24-RESULT
           END-IF.
       FINAL-F.
           EXIT PROGRAM.

      ********************************************
      *  RECORRE LOS REQUISITOS DEL CURSO (O DE LA
      *  MATERIA) Y CUENTA LOS NO CUMPLIDOS
      ********************************************
       100-RECORRE-00.
           INITIALIZE W25-DATOS
           MOVE W24-ALUMNO TO W25-ALUMNO
           MOVE W24-CURSO  TO W25-CURSO
           MOVE W24-CICLO  TO W25-CICLO
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE W25-PLAN TO W-PLAN.
           MOVE W24-CURSO   TO COR-CURSO
           MOVE W-PLAN      TO COR-PLAN
           MOVE W24-MATERIA TO COR-MATERIA
           MOVE 0           TO COR-REQCURSO
           MOVE 0           TO COR-REQMATERIA
           START CORRELAT KEY IS NOT LESS COR-CLAVE
              INVALID KEY
                 GO TO 100-RECORRE-99
           END-START.
       100-RECORRE-10.
           READ CORRELAT NEXT AT END
                GO TO 100-RECORRE-99
           END-READ.
           IF (COR-CURSO NOT = W24-CURSO) OR (COR-PLAN NOT = W-PLAN)
              GO TO 100-RECORRE-99
           END-IF.
           IF (W24-MATERIA NOT = 0) AND
              (COR-MATERIA NOT = W24-MATERIA)
              GO TO 100-RECORRE-99
           END-IF.
      *  AL INSCRIBIRSE AL CURSO NO SE MIRAN LOS REQUISITOS
      *  ENTRE MATERIAS DEL MISMO CURSO: SE CURSAN JUNTAS Y
      *  SE CONTROLAN AL RENDIR
           MOVE "S" TO W-EXIGE.
           IF (W24-MATERIA = 0) AND (COR-MATERIA NOT = 0) AND
              (COR-REQCURSO = W24-CURSO)
              MOVE "N" TO W-EXIGE
           END-IF.
           IF W-EXIGE = "N"
              GO TO 100-RECORRE-10
           END-IF.
           PERFORM 200-CUMPLE-00 THRU 200-CUMPLE-99.
           IF W-CUMPLE = "N"
              IF W24-FALTAN = 0
                 MOVE COR-REQCURSO   TO W24-FALTACURSO
                 MOVE COR-REQMATERIA TO W24-FALTAMAT
                 MOVE COR-CONDICION  TO W24-FALTACOND
                 IF (W24-PARA = "R") OR (COR-MATERIA = 0)
                    MOVE "A" TO W24-FALTACOND
                 END-IF
              END-IF
              ADD 1 TO W24-FALTAN
           END-IF.
           GO TO 100-RECORRE-10.
       100-RECORRE-99. EXIT.

      ********************************************
      *  CONDICION DEL ALUMNO EN LA MATERIA
      *  REQUERIDA. REGULARIZADA SOLO ALCANZA PARA
      *  CURSAR Y SI EL REQUISITO ES DE MATERIA
      ********************************************
       200-CUMPLE-00.
           MOVE "N" TO W-CUMPLE.
           IF W-HAYNOTAS = "N"
              GO TO 200-CUMPLE-99
           END-IF.
           MOVE COR-REQCURSO   TO NOT-CURSO
           MOVE COR-REQMATERIA TO NOT-MATERIA
           MOVE W24-ALUMNO     TO NOT-ALUMNO
           READ NOTAS KEY IS NOT-CLAVE
              INVALID KEY
                 GO TO 200-CUMPLE-99
           END-READ.
           IF NOT-APROBADO OR NOT-EQUIVALENCIA
              MOVE "S" TO W-CUMPLE
              GO TO 200-CUMPLE-99
           END-IF.
           IF (W24-PARA = "R") OR (COR-MATERIA = 0) OR
              (NOT COR-REGULAR) OR NOT-REPROBADO
              GO TO 200-CUMPLE-99
           END-IF.
           INITIALIZE W18-DATOS
           MOVE W24-ALUMNO   TO W18-ALUMNO
           MOVE COR-REQCURSO TO W18-CURSO
           CALL "P18" USING W18-DATOS
           CANCEL "P18".
           IF (W18-RESULT NOT = "R") AND (W18-PORCENT > 0)
              MOVE "S" TO W-CUMPLE
           END-IF.
       200-CUMPLE-99. EXIT.
