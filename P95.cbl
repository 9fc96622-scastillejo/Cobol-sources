      *  EL ALUMNO QUE SALDA SU DEUDA SALE DE
      *  MOROSOS AUTOMATICAMENTE. EL ESTADO
      *  SUSPENDIDO SE MUESTRA EN PROG-42 Y
      *  BLOQUEA INSCRIPCIONES EN PROG-63.
      *  MIENTRAS EL ALUMNO TENGA UNA PROMESA DE
      *  PAGO VIGENTE Y EN TERMINO (PROG-131) LA
      *  ETAPA NO AVANZA
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "S-CUOTAS.CPY".
       COPY "S-ALUMNO.CPY".
       COPY "S-MOROSO.CPY".
       COPY "S-CONTAC.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-CUOTAS.CPY".
       COPY "F-ALUMNO.CPY".
       COPY "F-MOROSO.CPY".
       COPY "F-CONTAC.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.
       01 ST-ALUMNOS     PIC XX.
       01 ST-MOROSOS     PIC XX.
       01 ST-LISTADO     PIC XX.
       01 ST-CONTACTOS   PIC XX.
       01 W-HAYCTC       PIC X.
       01 W-PROMESA      PIC X.
       01 W-RETENIDOS    PIC 9(05).
       01 W-FECHAHOY     PIC 9(08).
       01 W-ALUMNOACT    PIC 9(05).
       01 W-MESES        PIC 9(02).
       01 W-SALDO        PIC 9(06)V99.
              CLOSE MOROSOS
              OPEN I-O MOROSOS
           END-IF.
           MOVE "N" TO W-HAYCTC.
           OPEN INPUT CONTACTOS.
           IF ST-CONTACTOS = "00"
              MOVE "S" TO W-HAYCTC
           END-IF.

           DISPLAY "CONFIRMA EL PROCESO? (S/N):" LINE 5 POSITION 1.
           ACCEPT CONF LINE 5 POSITION 29.
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:10) TO W-FECHAHOY-A.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.

           MOVE 0 TO W-AVANZADOS W-SALIDOS W-RETENIDOS.
           MOVE "N" TO W-HAYCARTAS.
           OPEN OUTPUT LISTADO.
           PERFORM 100-RECORRE-00 THRU 100-RECORRE-99.
           DISPLAY W-AVANZADOS            LINE 10 POSITION 22.
           DISPLAY "SALIDOS DE MOROSOS :" LINE 11 POSITION 1.
           DISPLAY W-SALIDOS              LINE 11 POSITION 22.
           DISPLAY "RETENIDOS X PROMESA:" LINE 12 POSITION 1.
           DISPLAY W-RETENIDOS            LINE 12 POSITION 22.
           ACCEPT SINO LINE 24 POSITION 80.
       CIERRE-F.
           IF W-HAYCTC = "S"
              CLOSE CONTACTOS
           END-IF.
           CLOSE MOROSOS.
           CLOSE ALUMNOS.
           CLOSE CUOTAS.
      *  DECIDE LA ETAPA SEGUN LOS MESES: 1 UN
      *  MES, 2 DOS MESES, 3 TRES MESES, 4 CUATRO
      *  O MAS. LA ETAPA SOLO AVANZA; CON DEUDA
      *  CERO EL ALUMNO SALE DE MOROSOS. CON UNA
      *  PROMESA DE PAGO EN TERMINO SOLO SE
      *  ACTUALIZAN LOS MESES
      ********************************************
       200-EVALUA-00.
           MOVE W-ALUMNOACT TO MOR-ALUMNO
           IF W-ETAPANUEVA > 4
              MOVE 4 TO W-ETAPANUEVA
           END-IF.
           PERFORM 200-PROMESA-00 THRU 200-PROMESA-99.
           IF (W-PROMESA = "S") AND (W-ETAPANUEVA > MOR-ETAPA)
              ADD 1 TO W-RETENIDOS
           END-IF.
           IF (W-ETAPANUEVA NOT > MOR-ETAPA) OR (W-PROMESA = "S")
              IF MOR-ETAPA NOT = 0
                 MOVE W-MESES TO MOR-MESES
                 REWRITE REG-MOROSO
           PERFORM 200-AVANCE-00 THRU 200-AVANCE-99.
       200-EVALUA-99. EXIT.

      ********************************************
      *  BUSCA UNA PROMESA DE PAGO VIGENTE CON
      *  FECHA DE HOY EN ADELANTE
      ********************************************
       200-PROMESA-00.
           MOVE "N" TO W-PROMESA.
           IF W-HAYCTC NOT = "S"
              GO TO 200-PROMESA-99
           END-IF.
           MOVE W-ALUMNOACT TO CTC-ALUMNO
           MOVE 0 TO CTC-FECHA CTC-SECUENCIA
           START CONTACTOS KEY IS NOT LESS CTC-CLAVE
              INVALID KEY
                 GO TO 200-PROMESA-99
           END-START.
       200-PROMESA-10.
           READ CONTACTOS NEXT AT END
                GO TO 200-PROMESA-99
           END-READ.
           IF CTC-ALUMNO NOT = W-ALUMNOACT
              GO TO 200-PROMESA-99
           END-IF.
           IF CTC-PROMVIGENTE AND (CTC-PROMFECHA NOT < W-FECHAHOY)
              MOVE "S" TO W-PROMESA
              GO TO 200-PROMESA-99
           END-IF.
           GO TO 200-PROMESA-10.
       200-PROMESA-99. EXIT.

      ********************************************
      *  AVANZA LA ETAPA, IMPRIME LA CARTA Y
      *  ENCOLA LA NOTIFICACION
