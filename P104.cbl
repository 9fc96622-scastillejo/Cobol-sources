      *  REINSCRIBE SOLO A LOS REPITENTES EN LA
      *  EDICION DEL CICLO SIGUIENTE DEL MISMO
      *  CURSO SI EXISTE Y ESTA ABIERTA (EL
      *  PROMOVIDO TERMINO EL CURSO Y LO UBICA EN
      *  EL CURSO SIGUIENTE DE SU TRAYECTO LA
      *  REINSCRIPCION DE PROMOVIDOS, PROG-157),
      *  CIERRA
      *  CADA EDICION CON ASIENTO EN EL DIARIO Y
      *  DEJA POR EL SPOOL EL RESUMEN DEL CICLO:
      *  PROMOVIDOS, REPITENTES, BAJAS Y
              ADD 1 TO W-BAJAS
              GO TO 300-ALUMNOS-10
           END-IF.
      *  EL QUE SE CAMBIO DE CURSO SE EVALUA EN EL CURSO NUEVO
           IF INS-CAMBIADA
              GO TO 300-ALUMNOS-10
           END-IF.
           INITIALIZE W18-DATOS
           MOVE INS-ALUMNO TO W18-ALUMNO
           MOVE W-CURSOCIE TO W18-CURSO
           MOVE W-FECHAHOY  TO INS-FECHA
           MOVE "A"         TO INS-ESTADO
           MOVE 0           TO INS-FOLIO
           MOVE 0           TO INS-COMISION
           WRITE REG-INSCRIPCION
              INVALID KEY
                 CONTINUE
