      *  CADA ENTRADA EXTRAIDA QUEDA MARCADA PARA
      *  NO ENVIARSE DOS VECES; LAS QUE NO TIENEN
      *  EMAIL QUEDAN PENDIENTES
      *  LAS SANCIONES DISCIPLINARIAS (EVENTO SA)
      *  VAN PRIMERO AL TUTOR DE EMERGENCIA
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *  SIN EMAIL DEL ALUMNO SE INTENTA EL DEL TUTOR
      *  (PROG-112) ANTES DE DEJARLA PENDIENTE
           MOVE ALU-EMAIL TO W-EMAILDEST
           IF NTF-EVENTO = "SA"
              PERFORM 100-EMAILEMERG-00 THRU 100-EMAILEMERG-99
           END-IF.
           IF W-EMAILDEST = SPACES
              PERFORM 100-EMAILTUTOR-00 THRU 100-EMAILTUTOR-99
           END-IF.
           MOVE TUT-EMAIL TO W-EMAILDEST.
       100-EMAILTUTOR-99. EXIT.

      ********************************************
      *  EMAIL DEL TUTOR MARCADO DE EMERGENCIA;
      *  SI NO HAY, QUEDA EL DESTINO ANTERIOR
      ********************************************
       100-EMAILEMERG-00.
           IF W-HAYTUTORES NOT = "S"
              GO TO 100-EMAILEMERG-99
           END-IF.
           MOVE ALU-CODIGO TO ALT-ALUMNO
           MOVE 0 TO ALT-TUTOR
           START ALUTUTOR KEY IS NOT LESS ALT-CLAVE
              INVALID KEY
                 GO TO 100-EMAILEMERG-99
           END-START.
       100-EMAILEMERG-10.
           READ ALUTUTOR NEXT AT END
                GO TO 100-EMAILEMERG-99
           END-READ.
           IF ALT-ALUMNO NOT = ALU-CODIGO
              GO TO 100-EMAILEMERG-99
           END-IF.
           IF NOT ALT-ESEMERGENCIA
              GO TO 100-EMAILEMERG-10
           END-IF.
           MOVE ALT-TUTOR TO TUT-CODIGO
           READ TUTORES KEY IS TUT-CODIGO
              INVALID KEY
                 GO TO 100-EMAILEMERG-10
           END-READ.
           IF TUT-EMAIL = SPACES
              GO TO 100-EMAILEMERG-10
           END-IF.
           MOVE TUT-EMAIL TO W-EMAILDEST.
       100-EMAILEMERG-99. EXIT.

       100-ASUNTO-00.
           MOVE SPACES TO NTX-ASUNTO.
           IF NTF-EVENTO = "AL"
           IF NTF-EVENTO = "CU"
              MOVE "CUOTA VENCIDA" TO NTX-ASUNTO
           END-IF.
           IF NTF-EVENTO = "SA"
              MOVE "SANCION DISCIPLINARIA" TO NTX-ASUNTO
           END-IF.
           IF NTF-EVENTO = "BI"
              MOVE "PRESTAMO VENCIDO DE BIBLIOTECA" TO NTX-ASUNTO
           END-IF.
           IF NTX-ASUNTO = SPACES
              MOVE "AVISO DE LA ACADEMIA" TO NTX-ASUNTO
           END-IF.
