           END-IF.
           MOVE SPACES TO REG-ARCHSAL
           MOVE "2" TO REG-ARCHSAL(1:1)
           MOVE REG-CUOTA TO REG-ARCHSAL(2:72)
           WRITE REG-ARCHSAL.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
