      *  ASISTENCIA Y LA SITUACION DE PROMOCION
      *  (PROG-18). LA EMISION QUEDA ASENTADA EN
      *  CERTREG CON TIPO A, NUMERADA CON EL MISMO
      *  NUMERADOR QUE LOS CERTIFICADOS (PROG-50).
      *  SI EL ALUMNO FIGURA EN EL CUADRO DE HONOR
      *  DE UNA EDICION (DISTINC.DAT, PROG-148) SE
      *  IMPRIME LA DISTINCION EN ESA SECCION
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "S-NOTAS.CPY".
       COPY "S-CERTRE.CPY".
       COPY "S-CERTIF.CPY".
       COPY "S-DISTIN.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-ALUMNO.CPY".
       COPY "F-NOTAS.CPY".
       COPY "F-CERTRE.CPY".
       COPY "F-CERTIF.CPY".
       COPY "F-DISTIN.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-ANA-06.
          03 PIC X(45) VALUE
             "---------------------------------------------".
       01 LINEA-ANA-08.
          03 PIC X(22) VALUE "   DISTINCION: PUESTO ".
          03 LN-PUESTO   PIC ZZ9.
          03 PIC X(30) VALUE " EN EL ORDEN DE MERITO (PROM. ".
          03 LN-PROMEDIO PIC Z9,99.
          03 PIC X(01) VALUE ")".
       01 LINEA-ANA-07.
          03 PIC X(17) VALUE "FECHA DE EMISION:".
          03             PIC X.
          03 LN-FECHA    PIC X(10).

       COPY "L-P11.CPY".
       COPY "L-P25.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".
       COPY "L-P18.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 W-PLAN         PIC 9(02).
       01 M-ERROR        PIC X(60).
       01 ST-ALUMNOS     PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-NOTAS       PIC XX.
       01 ST-CERTREG     PIC XX.
       01 ST-CERTIFIC    PIC XX.
       01 ST-DISTINCIONES PIC XX.
       01 W-HAYDIS       PIC X.
       01 W-HAYNOTAS     PIC X.
       01 W-CODALUMNO    PIC 9(05).
       01 W-NROCERT      PIC 9(06).
              CLOSE CERTREG
              OPEN I-O CERTREG
           END-IF.
           MOVE "N" TO W-HAYDIS.
           OPEN INPUT DISTINCIONES.
           IF ST-DISTINCIONES = "00"
              MOVE "S" TO W-HAYDIS
           END-IF.

       INICIO.
           DISPLAY " " ERASE
           PERFORM 200-EMITE-00 THRU 200-EMITE-99.
           GO TO INICIO.
       FINAL-CIERRE.
           IF W-HAYDIS = "S"
              CLOSE DISTINCIONES
           END-IF.
           CLOSE CERTREG.
           IF W-HAYNOTAS = "S"
              CLOSE NOTAS
           END-IF
           MOVE LINEA-ANA-05 TO REG-CERTIFIC
           WRITE REG-CERTIFIC.
           IF W-HAYDIS = "S"
              PERFORM 300-DISTINCION-00 THRU 300-DISTINCION-99
           END-IF.
           MOVE LINEA-ANA-06 TO REG-CERTIFIC
           WRITE REG-CERTIFIC.
       300-SECCION-99. EXIT.

      *  DISTINCIONES DEL ALUMNO EN LA EDICION DE LA SECCION
       300-DISTINCION-00.
           MOVE ALU-CODIGO TO DIS-ALUMNO
           START DISTINCIONES KEY IS NOT LESS DIS-ALUMNO
              INVALID KEY
                 GO TO 300-DISTINCION-99
           END-START.
       300-DISTINCION-10.
           READ DISTINCIONES NEXT AT END
                GO TO 300-DISTINCION-99
           END-READ.
           IF DIS-ALUMNO NOT = ALU-CODIGO
              GO TO 300-DISTINCION-99
           END-IF.
           IF (DIS-CURSO = W-CURSOANA) AND (DIS-CICLO = INS-CICLO)
              MOVE DIS-PUESTO   TO LN-PUESTO
              MOVE DIS-PROMEDIO TO LN-PROMEDIO
              MOVE LINEA-ANA-08 TO REG-CERTIFIC
              WRITE REG-CERTIFIC
           END-IF.
           GO TO 300-DISTINCION-10.
       300-DISTINCION-99. EXIT.

       300-MATERIAS-00.
           INITIALIZE W25-DATOS
           MOVE ALU-CODIGO TO W25-ALUMNO
           MOVE W-CURSOANA TO W25-CURSO
           CALL "P25" USING W25-DATOS
           CANCEL "P25"
           MOVE W25-PLAN TO W-PLAN.
           MOVE W-CURSOANA TO MAT-CURSO
           MOVE W-PLAN TO MAT-PLAN
           MOVE 0 TO MAT-CODIGO
           START MATERIAS KEY IS NOT LESS MAT-CLAVE
              INVALID KEY
           READ MATERIAS NEXT AT END
                GO TO 300-MATERIAS-99
           END-READ.
           IF (MAT-CURSO NOT = W-CURSOANA) OR (MAT-PLAN NOT = W-PLAN)
              GO TO 300-MATERIAS-99
           END-IF.
           MOVE MAT-DESCRIPCION TO LN-MATERIA
