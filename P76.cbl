      *  DATOS FALTANTES DEL SOBREVIVIENTE,
      *  REAPUNTA HISTORIAL, INSCRIPCIONES, CUOTAS,
      *  NOTAS Y ASISTENCIA, Y BORRA EL DUPLICADO
      *  DEJANDO RASTRO EN EL HISTORIAL. LA PARTE
      *  DE EMPRESA DE LAS CUOTAS (CUOEMP) VIAJA
      *  CON ELLAS, EL SALDO A FAVOR SE SUMA AL
      *  DEL SOBREVIVIENTE Y EL CONVENIO PASA AL
      *  SOBREVIVIENTE; SI LOS DOS TIENEN CONVENIO
      *  LA FUSION NO SE HACE
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "S-HISTAL.CPY".
       COPY "S-HISTMP.CPY".
       COPY "S-OPERAD.CPY".
       COPY "S-CUOEMP.CPY".
       COPY "S-SALFAV.CPY".
       COPY "S-ALUCNV.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-ALUMNO.CPY".
       COPY "F-HISTAL.CPY".
       COPY "F-HISTMP.CPY".
       COPY "F-OPERAD.CPY".
       COPY "F-CUOEMP.CPY".
       COPY "F-SALFAV.CPY".
       COPY "F-ALUCNV.CPY".

       WORKING-STORAGE SECTION.

       01 ST-ASISTENCIA  PIC XX.
       01 ST-HISTALU     PIC XX.
       01 ST-HISTEMP     PIC XX.
       01 ST-CUOEMP      PIC XX.
       01 ST-SALFAVOR    PIC XX.
       01 ST-ALUCONV     PIC XX.
       01 W-HAYCUE       PIC X.
       01 W-REAPUNTO     PIC X.
       01 W-CONVSOB      PIC X.
       01 W-CONVDUP      PIC X.
       01 W-SALDUP       PIC 9(07)V99.
       01 CONF           PIC X.
       01 W-REGANT       PIC X(200).
       01 W-REAPUNTADOS  PIC 9(05).
           IF CONF = "N"
              GO TO INICIO
           END-IF.
           PERFORM 150-CONVENIOS-00 THRU 150-CONVENIOS-99.
           IF (W-CONVSOB = "S") AND (W-CONVDUP = "S")
              MOVE "LOS DOS TIENEN CONVENIO: DAR DE BAJA UNO (PROG-128)"
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO INICIO
           END-IF.

           MOVE 0 TO W-NROAUTO.
           IF W-ESJUNIOR = "S"
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  CONVENIO CON EMPRESA DE CADA ALUMNO
      ********************************************
       150-CONVENIOS-00.
           MOVE "N" TO W-CONVSOB.
           MOVE "N" TO W-CONVDUP.
           OPEN INPUT ALUCONV.
           IF ST-ALUCONV NOT = "00"
              GO TO 150-CONVENIOS-99
           END-IF.
           MOVE SOB-CODIGO TO ACV-ALUMNO
           READ ALUCONV KEY IS ACV-ALUMNO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO W-CONVSOB
           END-READ.
           MOVE DUP-CODIGO TO ACV-ALUMNO
           READ ALUCONV KEY IS ACV-ALUMNO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO W-CONVDUP
           END-READ.
           CLOSE ALUCONV.
       150-CONVENIOS-99. EXIT.

      ********************************************
      *  COMPLETA EN EL SOBREVIVIENTE LOS DATOS
      *  QUE LE FALTAN CON LOS DEL DUPLICADO

      ********************************************
      *  REAPUNTA AL SOBREVIVIENTE LAS
      *  INSCRIPCIONES, CUOTAS, NOTAS, ASISTENCIA,
      *  SALDO A FAVOR, CONVENIO Y EL HISTORIAL
      *  DEL DUPLICADO
      ********************************************
       300-REAPUNTA-00.
           MOVE 0 TO W-REAPUNTADOS.
           PERFORM 310-INSCRIP-00 THRU 310-INSCRIP-99.
           PERFORM 320-CUOTAS-00 THRU 320-CUOTAS-99.
           PERFORM 360-SALFAVOR-00 THRU 360-SALFAVOR-99.
           PERFORM 370-CONVENIO-00 THRU 370-CONVENIO-99.
           PERFORM 330-NOTAS-00 THRU 330-NOTAS-99.
           PERFORM 340-ASISTE-00 THRU 340-ASISTE-99.
           PERFORM 350-HISTORIAL-00 THRU 350-HISTORIAL-99.
           IF ST-CUOTAS NOT = "00"
              GO TO 320-CUOTAS-99
           END-IF.
           MOVE "N" TO W-HAYCUE.
           OPEN I-O CUOEMPRESA.
           IF ST-CUOEMP = "00"
              MOVE "S" TO W-HAYCUE
           END-IF.
           MOVE DUP-CODIGO TO CUO-ALUMNO
           MOVE 0 TO CUO-CURSO
           MOVE 0 TO CUO-ANIO
           END-IF.
           DELETE CUOTAS
           END-DELETE
           MOVE "N" TO W-REAPUNTO
           MOVE SOB-CODIGO TO CUO-ALUMNO
           WRITE REG-CUOTA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-REAPUNTADOS
                 MOVE "S" TO W-REAPUNTO
           END-WRITE
           MOVE DUP-CODIGO TO CUO-ALUMNO
           IF (W-REAPUNTO = "S") AND (W-HAYCUE = "S")
              PERFORM 325-CUOEMP-00 THRU 325-CUOEMP-99
           END-IF.
           GO TO 320-CUOTAS-10.
       320-CUOTAS-90.
           IF W-HAYCUE = "S"
              CLOSE CUOEMPRESA
           END-IF.
           CLOSE CUOTAS.
       320-CUOTAS-99. EXIT.

      *  LA PARTE DE EMPRESA DE LA CUOTA REAPUNTADA
      *  PASA AL SOBREVIVIENTE
       325-CUOEMP-00.
           MOVE CUO-CLAVE TO CUE-CLAVE
           READ CUOEMPRESA KEY IS CUE-CLAVE
              INVALID KEY
                 GO TO 325-CUOEMP-99
           END-READ.
           INITIALIZE W13-DATOS
           MOVE REG-CUOEMP TO W13-ANTES.
           DELETE CUOEMPRESA
              INVALID KEY
                 GO TO 325-CUOEMP-99
           END-DELETE.
           MOVE SOB-CODIGO TO CUE-ALUMNO
           WRITE REG-CUOEMP
              INVALID KEY
                 GO TO 325-CUOEMP-99
           END-WRITE.
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CUOEMP"     TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE REG-CUOEMP   TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       325-CUOEMP-99. EXIT.

       330-NOTAS-00.
           OPEN I-O NOTAS.
           IF ST-NOTAS NOT = "00"
              GO TO 330-NOTAS-99
           END-IF.
      *  SE REPOSICIONA POR LA CLAVE ALTERNATIVA DESPUES DE
      *  CADA BAJA
       330-NOTAS-10.
           MOVE DUP-CODIGO TO NOT-ALUMNO
           START NOTAS KEY IS EQUAL NOT-ALUMNO
              INVALID KEY
                 GO TO 330-NOTAS-90
           END-START.
           READ NOTAS NEXT AT END
                GO TO 330-NOTAS-90
           END-READ.
           IF NOT-ALUMNO NOT = DUP-CODIGO
              GO TO 330-NOTAS-90
           END-IF.
           DELETE NOTAS
           END-DELETE
           IF ST-ASISTENCIA NOT = "00"
              GO TO 340-ASISTE-99
           END-IF.
      *  SE REPOSICIONA POR LA CLAVE ALTERNATIVA DESPUES DE
      *  CADA BAJA
       340-ASISTE-10.
           MOVE DUP-CODIGO TO ASI-ALUMNOALT
           MOVE 0 TO ASI-FECHAALT
           START ASISTENCIA KEY IS NOT LESS ASI-CLAVEALU
              INVALID KEY
                 GO TO 340-ASISTE-90
           END-START.
           READ ASISTENCIA NEXT AT END
                GO TO 340-ASISTE-90
           END-READ.
           IF ASI-ALUMNOALT NOT = DUP-CODIGO
              GO TO 340-ASISTE-90
           END-IF.
           DELETE ASISTENCIA
           END-DELETE
           MOVE SOB-CODIGO TO ASI-ALUMNO
           MOVE SOB-CODIGO TO ASI-ALUMNOALT
           WRITE REG-ASISTENCIA
              INVALID KEY
                 CONTINUE
           CLOSE HISTALU.
       350-HISTORIAL-99. EXIT.

      ********************************************
      *  EL SALDO A FAVOR DEL DUPLICADO SE SUMA AL
      *  DEL SOBREVIVIENTE Y SE BORRA
      ********************************************
       360-SALFAVOR-00.
           OPEN I-O SALFAVOR.
           IF ST-SALFAVOR NOT = "00"
              GO TO 360-SALFAVOR-99
           END-IF.
           MOVE DUP-CODIGO TO SAF-ALUMNO
           READ SALFAVOR KEY IS SAF-ALUMNO
              INVALID KEY
                 GO TO 360-SALFAVOR-90
           END-READ.
           MOVE SAF-SALDO TO W-SALDUP.
           INITIALIZE W13-DATOS
           MOVE REG-SALFAVOR TO W13-ANTES.
           DELETE SALFAVOR
              INVALID KEY
                 GO TO 360-SALFAVOR-90
           END-DELETE.
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "SALFAVOR"   TO W13-ARCHIVO
           MOVE "B"          TO W13-OPERACION
           MOVE SPACES       TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11".
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "SALFAVOR"   TO W13-ARCHIVO
           MOVE SOB-CODIGO TO SAF-ALUMNO
           READ SALFAVOR KEY IS SAF-ALUMNO
              INVALID KEY
                 MOVE "A"    TO W13-OPERACION
                 MOVE SPACES TO W13-ANTES
                 MOVE SOB-CODIGO TO SAF-ALUMNO
                 MOVE 0      TO SAF-SALDO
              NOT INVALID KEY
                 MOVE "M"    TO W13-OPERACION
                 MOVE REG-SALFAVOR TO W13-ANTES
           END-READ.
           ADD W-SALDUP      TO SAF-SALDO
           MOVE W1-NUMERICO  TO SAF-FECHAULT
           MOVE W40-OPERADOR TO SAF-OPERADOR
           MOVE REG-SALFAVOR TO W13-DESPUES
           IF W13-OPERACION = "A"
              WRITE REG-SALFAVOR
                 INVALID KEY
                    GO TO 360-SALFAVOR-90
              END-WRITE
           ELSE
              REWRITE REG-SALFAVOR
                 INVALID KEY
                    GO TO 360-SALFAVOR-90
              END-REWRITE
           END-IF.
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           ADD 1 TO W-REAPUNTADOS.
       360-SALFAVOR-90.
           CLOSE SALFAVOR.
       360-SALFAVOR-99. EXIT.

      ********************************************
      *  EL CONVENIO DEL DUPLICADO PASA AL
      *  SOBREVIVIENTE (SI LOS DOS TENIAN, LA
      *  FUSION YA FUE RECHAZADA)
      ********************************************
       370-CONVENIO-00.
           IF W-CONVDUP NOT = "S"
              GO TO 370-CONVENIO-99
           END-IF.
           OPEN I-O ALUCONV.
           IF ST-ALUCONV NOT = "00"
              GO TO 370-CONVENIO-99
           END-IF.
           MOVE DUP-CODIGO TO ACV-ALUMNO
           READ ALUCONV KEY IS ACV-ALUMNO
              INVALID KEY
                 GO TO 370-CONVENIO-90
           END-READ.
           INITIALIZE W13-DATOS
           MOVE REG-ALUCONV TO W13-ANTES.
           DELETE ALUCONV
              INVALID KEY
                 GO TO 370-CONVENIO-90
           END-DELETE.
           MOVE SOB-CODIGO TO ACV-ALUMNO
           WRITE REG-ALUCONV
              INVALID KEY
                 GO TO 370-CONVENIO-90
           END-WRITE.
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "ALUCONV"    TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE REG-ALUCONV  TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           ADD 1 TO W-REAPUNTADOS.
       370-CONVENIO-90.
           CLOSE ALUCONV.
       370-CONVENIO-99. EXIT.

      ********************************************
      *  DEJA EN EL HISTORIAL EL RASTRO DE LA
      *  FUSION SOBRE EL SOBREVIVIENTE
