      *  REVISION DE LA COLA DE AUTORIZACIONES
      *  (AUTORIZA.DAT, PROG-21): UN SUPERVISOR
      *  RECORRE LAS SOLICITUDES PENDIENTES DE
      *  FUSION (PROG-76), RESTAURACION (PROG-69),
      *  BAJA CON DEUDA (PROG-42), ANULACION DE
      *  RECIBOS (PROG-125), AJUSTE DE CUOTAS DE
      *  PERIODOS CERRADOS (PROG-134), EXCEPCION
      *  DE CORRELATIVAS (PROG-63, 107 Y 140) Y
      *  REVERSION DE CORRIDAS DE CUOTAS (PROG-59)
      *  Y LAS APRUEBA O RECHAZA CON MOTIVO. NADIE
      *  APRUEBA LA ANULACION, EL AJUSTE, LA
      *  EXCEPCION NI LA REVERSION QUE EL MISMO
      *  PIDIO. LA RESOLUCION QUEDA EN EL DIARIO
      *  CON EL SUPERVISOR; LA OPERACION RECIEN
      *  CORRE CUANDO EL SOLICITANTE LA REINTENTA
      *  YA APROBADA
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           IF (W-RESPUESTA NOT = "A") AND (W-RESPUESTA NOT = "R")
              GO TO 100-RECORRE-20
           END-IF.
           IF (W-RESPUESTA = "A") AND (AUT-ANULACION) AND
              (AUT-SOLICITANTE = W40-OPERADOR)
              MOVE "NO PUEDE APROBAR UNA ANULACION PEDIDA POR USTED."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-RECORRE-20
           END-IF.
           IF (W-RESPUESTA = "A") AND (AUT-AJUSTECUO) AND
              (AUT-SOLICITANTE = W40-OPERADOR)
              MOVE "NO PUEDE APROBAR UN AJUSTE PEDIDO POR USTED."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-RECORRE-20
           END-IF.
           IF (W-RESPUESTA = "A") AND (AUT-CORRELAT) AND
              (AUT-SOLICITANTE = W40-OPERADOR)
              MOVE "NO PUEDE APROBAR UNA EXCEPCION PEDIDA POR USTED."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-RECORRE-20
           END-IF.
           IF (W-RESPUESTA = "A") AND (AUT-REVCORRIDA) AND
              (AUT-SOLICITANTE = W40-OPERADOR)
              MOVE "NO PUEDE APROBAR UNA REVERSION PEDIDA POR USTED."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 100-RECORRE-20
           END-IF.
           DISPLAY "MOTIVO:" LINE 16 POSITION 1.
           ACCEPT W-MOTIVO LINE 16 POSITION 9 PROMPT.
           PERFORM 300-RESUELVE-00 THRU 300-RESUELVE-99.
              DISPLAY "ALUMNO    :" LINE 9 POSITION 1
              DISPLAY AUT-DATO1     LINE 9 POSITION 13
           END-IF.
           IF AUT-ANULACION
              DISPLAY "ANULACION DE RECIBO" LINE 6 POSITION 13
              DISPLAY "RECIBO    :" LINE 9 POSITION 1
              DISPLAY AUT-DATO1     LINE 9 POSITION 13
              DISPLAY "FECHA ANUL:" LINE 10 POSITION 1
              DISPLAY AUT-DATO2     LINE 10 POSITION 13
           END-IF.
           IF AUT-AJUSTECUO
              DISPLAY "AJUSTE DE CUOTA EN PERIODO CERRADO"
                                    LINE 6 POSITION 13
              DISPLAY "ALUMNO    :" LINE 9 POSITION 1
              DISPLAY AUT-DATO1     LINE 9 POSITION 13
              DISPLAY "CURSO/PER.:" LINE 10 POSITION 1
              DISPLAY AUT-DATO2     LINE 10 POSITION 13
              DISPLAY "NUEVO TOT.:" LINE 11 POSITION 1
              DISPLAY AUT-DATO3     LINE 11 POSITION 13
           END-IF.
           IF AUT-CORRELAT
              DISPLAY "EXCEPCION DE CORRELATIVAS" LINE 6 POSITION 13
              DISPLAY "ALUMNO    :" LINE 9 POSITION 1
              DISPLAY AUT-DATO1     LINE 9 POSITION 13
              DISPLAY "CURSO/MAT.:" LINE 10 POSITION 1
              DISPLAY AUT-DATO2     LINE 10 POSITION 13
           END-IF.
           IF AUT-REVCORRIDA
              DISPLAY "REVERSION DE CORRIDA DE CUOTAS"
                                    LINE 6 POSITION 13
              DISPLAY "CORRIDA   :" LINE 9 POSITION 1
              DISPLAY AUT-DATO1     LINE 9 POSITION 13
              DISPLAY "PERIODO   :" LINE 10 POSITION 1
              DISPLAY AUT-DATO2     LINE 10 POSITION 13
           END-IF.
           DISPLAY "PEDIDA POR:" LINE 7 POSITION 1.
           DISPLAY AUT-SOLICITANTE LINE 7 POSITION 13.
           DISPLAY "EL        :" LINE 8 POSITION 1.
