           MOVE ALU-FECHAALTA     TO INS-FECHA
           MOVE "A" TO INS-ESTADO
           MOVE 0 TO INS-FOLIO
           MOVE 0 TO INS-COMISION
           WRITE REG-INSCRIPCION
              INVALID KEY
      *  REACTIVACION: SE RELEE LA INSCRIPCION EXISTENTE PARA
           MOVE ALU-FECHAALTA     TO INS-FECHA
           MOVE "A" TO INS-ESTADO
           MOVE 0 TO INS-FOLIO
           MOVE 0 TO INS-COMISION
           WRITE REG-INSCRIPCION
              INVALID KEY
      *  REACTIVACION: SE RELEE LA INSCRIPCION EXISTENTE PARA
