      *  (ARANCEL.DAT, PROG-113) O, SI NO HAY, EL
      *  IMPORTE DEL CATALOGO (CUR-CUOTA), Y
      *  LA BECA O DESCUENTO VIGENTE DEL ALUMNO
      *  (BECAS.DAT, PROG-92) PARA EL CICLO.
      *  SI EL ALUMNO TIENE SALDO A FAVOR
      *  (SALFAVOR.DAT, PROG-60) SE APLICA A LA
      *  CUOTA RECIEN GENERADA, TOTAL O PARCIAL,
      *  CON SU PAR DE MOVIMIENTOS EN PAGOS.DAT
      *  (ALTA EN LA CUOTA Y BAJA EN LA CUENTA A
      *  FAVOR, CURSO 00), SU RECIBO EN RECREG
      *  (TIPO S) Y UN LISTADO POR EL SPOOL.
      *  SI EL ALUMNO ESTA ADHERIDO A UN CONVENIO
      *  CON UNA EMPRESA (ALUCONV.DAT, PROG-128)
      *  LA CUOTA NETA DE BECA SE DIVIDE: LA PARTE
      *  DE LA EMPRESA VA A CUOEMP.DAT PARA LA
      *  LIQUIDACION MENSUAL (PROG-129) Y EN LA
      *  CUOTA QUEDA SOLO LA PARTE DEL ALUMNO.
      *  CADA CORRIDA REAL TOMA UN NUMERO
      *  (PROXCORR) QUE QUEDA EN CADA CUOTA
      *  (CUO-CORRIDA) Y EN CUOCORR.DAT.
      *  LA SIMULACION LISTA POR CURSO Y SEDE LO
      *  QUE SE GENERARIA (CANTIDAD, BRUTO, BECAS
      *  Y NETO) SIN GRABAR NADA. LA REVERSION DE
      *  UNA CORRIDA, CON AUTORIZACION DE UN
      *  SUPERVISOR (PROG-21 / PROG-118), BORRA
      *  SUS CUOTAS SALVO LAS QUE TENGAN PAGOS,
      *  RECARGO, ENVIO AL BANCO (PROG-93) O
      *  PARTE DE EMPRESA LIQUIDADA, QUE SE
      *  LISTAN COMO RETENIDAS
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY "S-INSCRI.CPY".
       COPY "S-BECAS.CPY".
       COPY "S-ARANCE.CPY".
       COPY "S-SALFAV.CPY".
       COPY "S-PAGOS.CPY".
       COPY "S-RECREG.CPY".
       COPY "S-LISTADO.CPY".
       COPY "S-CONVEN.CPY".
       COPY "S-ALUCNV.CPY".
       COPY "S-CUOEMP.CPY".
       COPY "S-CUOCOR.CPY".
       COPY "S-SEDE.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-CUOTAS.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-BECAS.CPY".
       COPY "F-ARANCE.CPY".
       COPY "F-SALFAV.CPY".
       COPY "F-PAGOS.CPY".
       COPY "F-RECREG.CPY".
       COPY "F-LISTADO.CPY".
       COPY "F-CONVEN.CPY".
       COPY "F-ALUCNV.CPY".
       COPY "F-CUOEMP.CPY".
       COPY "F-CUOCOR.CPY".
       COPY "F-SEDE.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-SAF-TIT.
          03 PIC X(36) VALUE "APLICACION DE SALDOS A FAVOR - PER.".
          03 PIC X VALUE " ".
          03 LST-ANIO    PIC 9(04).
          03 PIC X VALUE "/".
          03 LST-MES     PIC 9(02).
       01 LINEA-SAF-COL.
          03 PIC X(40) VALUE
             "ALUMNO CURSO  RECIBO    APLICADO  SALDO".
          03 PIC X(15) VALUE " A FAVOR RESTA".
       01 LINEA-SAF-DET.
          03 LSD-ALUMNO  PIC 9(05).
          03             PIC X(03).
          03 LSD-CURSO   PIC 9(02).
          03             PIC X(02).
          03 LSD-RECIBO  PIC 9(06).
          03             PIC X(02).
          03 LSD-APLICA  PIC ZZZZ9,99.
          03             PIC X(03).
          03 LSD-RESTA   PIC ZZZZZZ9,99.
       01 LINEA-SAF-TOT.
          03 PIC X(20) VALUE "TOTAL APLICADO     :".
          03 LSF-CANT    PIC ZZZZ9.
          03             PIC X(03).
          03 LSF-TOTAL   PIC ZZZZZZ9,99.
       01 LINEA-RAYA.
          03 PIC X(55) VALUE ALL "-".

       01 LINEA-SIM-TIT.
          03 PIC X(31) VALUE "SIMULACION DE CUOTAS - PERIODO".
          03 LMT-ANIO    PIC 9(04).
          03 PIC X VALUE "/".
          03 LMT-MES     PIC 9(02).
       01 LINEA-SIM-COL.
          03 PIC X(36) VALUE
             "CU CURSO                SE   CANT   ".
          03 PIC X(30) VALUE
             "   BRUTO      BECAS       NETO".
       01 LINEA-SIM-DET.
          03 LMD-CURSO   PIC 9(02).
          03             PIC X(01).
          03 LMD-DESC    PIC X(20).
          03             PIC X(01).
          03 LMD-SEDE    PIC 9(02).
          03             PIC X(02).
          03 LMD-CANT    PIC ZZZZ9.
          03             PIC X(01).
          03 LMD-BRUTO   PIC ZZZZZZ9,99.
          03             PIC X(01).
          03 LMD-BECAS   PIC ZZZZZZ9,99.
          03             PIC X(01).
          03 LMD-NETO    PIC ZZZZZZ9,99.
       01 LINEA-SIM-SEDE.
          03 PIC X(05) VALUE "SEDE ".
          03 LMS-SEDE    PIC 9(02).
          03             PIC X(01).
          03 LMS-DESC    PIC X(18).
          03             PIC X(02).
          03 LMS-CANT    PIC ZZZZ9.
          03             PIC X(01).
          03 LMS-BRUTO   PIC ZZZZZZ9,99.
          03             PIC X(01).
          03 LMS-BECAS   PIC ZZZZZZ9,99.
          03             PIC X(01).
          03 LMS-NETO    PIC ZZZZZZ9,99.
       01 LINEA-SIM-EXI.
          03 PIC X(31) VALUE "YA EXISTENTES (NO SE GENERAN):".
          03 LME-CANT    PIC ZZZZ9.

       01 LINEA-REV-TIT.
          03 PIC X(28) VALUE "REVERSION DE LA CORRIDA NRO ".
          03 LRT-NUMERO  PIC 9(06).
          03 PIC X(11) VALUE " - PERIODO ".
          03 LRT-ANIO    PIC 9(04).
          03 PIC X VALUE "/".
          03 LRT-MES     PIC 9(02).
       01 LINEA-REV-COL.
          03 PIC X(40) VALUE
             "ALUMNO CURSO PERIODO   IMPORTE   MOTIVO ".
          03 PIC X(10) VALUE "RETENCION".
       01 LINEA-REV-DET.
          03 LRD-ALUMNO  PIC 9(05).
          03             PIC X(03).
          03 LRD-CURSO   PIC 9(02).
          03             PIC X(03).
          03 LRD-ANIO    PIC 9(04).
          03             PIC X VALUE "/".
          03 LRD-MES     PIC 9(02).
          03             PIC X(02).
          03 LRD-IMPORTE PIC ZZZZ9,99.
          03             PIC X(03).
          03 LRD-MOTIVO  PIC X(20).
       01 LINEA-REV-TOT.
          03 LRO-CONCEPTO PIC X(20).
          03 LRO-CANT     PIC ZZZZ9.

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".
       COPY "L-P21.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 W-HAYARAN      PIC X.
       01 W-IMPORTECUR   PIC 9(05)V99.
       01 W-PERIODOINI   PIC 9(08).
       01 W-CERRADO      PIC 9(06).
       01 W-ANIO         PIC 9(04).
       01 W-MES          PIC 9(02).
       01 W-FECHAHOY     PIC 9(08).
          03 W-HOY-MES   PIC 9(02).
          03 W-HOY-DIA   PIC 9(02).
       01 W-GENERADAS    PIC 9(05).
       01 ST-SALFAVOR    PIC XX.
       01 ST-PAGOS       PIC XX.
       01 ST-RECREG      PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-HAYSAF       PIC X.
       01 W-APLICA       PIC 9(05)V99.
       01 W-APLICADAS    PIC 9(05).
       01 W-TOTAPLICADO  PIC 9(07)V99.
       01 W-NRORECIBO    PIC 9(06).
       01 W-SECUENCIA    PIC 9(02).
       01 W-SECCTA       PIC 9(02).
       01 W-REGANT       PIC X(200).
       01 W-EXISTENTES   PIC 9(05).
       01 ST-CONVENIOS   PIC XX.
       01 ST-ALUCONV     PIC XX.
       01 ST-CUOEMP      PIC XX.
       01 W-HAYCONV      PIC X.
       01 W-PARTEEMP     PIC 9(05)V99.
       01 W-CODCONV      PIC 9(03).
       01 W-CONVENIADAS  PIC 9(05).
       01 ST-CORRIDAS    PIC XX.
       01 ST-SEDES       PIC XX.
       01 W-NROCORRIDA   PIC 9(06).
       01 W-NROAUTO      PIC 9(06).
       01 W-HAYCUOTAS    PIC X.
       01 W-HAYSEDES     PIC X.
       01 W-HAYPAG       PIC X.
       01 W-HAYCUE       PIC X.
       01 W-HAYEMP       PIC X.
       01 W-MOTIVO       PIC X(20).
       01 W-BORRADAS     PIC 9(05).
       01 W-RETENIDAS    PIC 9(05).
       01 W-SEDE         PIC 9(02).
       01 W-CURCANT      PIC 9(05).
       01 W-CURBRUTO     PIC 9(07)V99.
       01 W-CURBECAS     PIC 9(07)V99.
       01 W-TOTCANT      PIC 9(05).
       01 W-TOTBRUTO     PIC 9(07)V99.
       01 W-TOTBECAS     PIC 9(07)V99.
       01 OPCION         PIC 9.
       01 CONF           PIC X.

       01 TABLA-SIMSEDE.
          03 TSS-ITEM OCCURS 99 TIMES.
             05 TSS-CANT    PIC 9(05).
             05 TSS-BRUTO   PIC 9(07)V99.
             05 TSS-BECAS   PIC 9(07)V99.

       01 SINO PIC X(001).

       LINKAGE SECTION.
           DISPLAY " " ERASE
           MOVE "GENERACION MENSUAL DE CUOTAS" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           DISPLAY "1-GENERAR LAS CUOTAS DEL PERIODO" LINE 5 POSITION 1.
           DISPLAY "2-SIMULAR LA GENERACION"          LINE 6 POSITION 1.
           DISPLAY "3-REVERTIR UNA CORRIDA"           LINE 7 POSITION 1.
           DISPLAY "9-SALIR"                          LINE 8 POSITION 1.
           DISPLAY "OPCION:" LINE 11 POSITION 1.
           ACCEPT OPCION LINE 11 POSITION 10.
           IF OPCION = 9
              GO TO FINAL-F
           END-IF.
           IF OPCION = 2
              PERFORM 400-SIMULA-00 THRU 400-SIMULA-99
              GO TO INICIO
           END-IF.
           IF OPCION = 3
              PERFORM 500-REVIERTE-00 THRU 500-REVIERTE-99
              GO TO INICIO
           END-IF.
           IF OPCION NOT = 1
              GO TO INICIO
           END-IF.
           DISPLAY " " ERASE
           PERFORM ENCABEZADO THRU ENCABEZADO-F.

           OPEN INPUT CURSOS.
           IF ST-CURSOS = "35"
             OPEN I-O CUOTAS
           END-IF.

           OPEN I-O CORRIDAS.
           IF ST-CORRIDAS = "35"
             OPEN OUTPUT CORRIDAS
             CLOSE CORRIDAS
             OPEN I-O CORRIDAS
           END-IF.

           MOVE "N" TO W-HAYBECAS.
           OPEN INPUT BECAS.
           IF ST-BECAS = "00"
              MOVE "S" TO W-HAYARAN
           END-IF.

           MOVE "N" TO W-HAYSAF.
           OPEN I-O SALFAVOR.
           IF ST-SALFAVOR = "00"
              MOVE "S" TO W-HAYSAF
              OPEN I-O PAGOS
              IF ST-PAGOS = "35"
                 OPEN OUTPUT PAGOS
                 CLOSE PAGOS
                 OPEN I-O PAGOS
              END-IF
              OPEN I-O RECREG
              IF ST-RECREG = "35"
                 OPEN OUTPUT RECREG
                 CLOSE RECREG
                 OPEN I-O RECREG
              END-IF
           END-IF.

           MOVE "N" TO W-HAYCONV.
           OPEN INPUT CONVENIOS.
           IF ST-CONVENIOS = "00"
              OPEN INPUT ALUCONV
              IF ST-ALUCONV = "00"
                 MOVE "S" TO W-HAYCONV
                 OPEN I-O CUOEMPRESA
                 IF ST-CUOEMP = "35"
                    OPEN OUTPUT CUOEMPRESA
                    CLOSE CUOEMPRESA
                    OPEN I-O CUOEMPRESA
                 END-IF
              ELSE
                 CLOSE CONVENIOS
              END-IF
           END-IF.

           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
              PERFORM ERRORES THRU ERRORES-F
              GO TO CIERRE-F
           END-IF.
      *  NO SE GENERAN CUOTAS EN UN PERIODO YA CERRADO (PROG-134)
           MOVE 0 TO W-CERRADO
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "CIERREMM" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF W16-RESULT = "S"
              MOVE W16-VALORNUM TO W-CERRADO
           END-IF.
           IF ((W-ANIO * 100) + W-MES) NOT > W-CERRADO
              MOVE "EL PERIODO ESTA CERRADO. NO SE GENERAN CUOTAS."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO CIERRE-F
           END-IF.
           DISPLAY "CONFIRMA LA GENERACION? (S/N):" LINE 8 POSITION 1.
           ACCEPT CONF LINE 8 POSITION 32.
           IF CONF NOT = "S"

           COMPUTE W-PERIODOINI = (W-ANIO * 10000) + (W-MES * 100)
                                + 1.
           PERFORM 300-NUMCORRIDA-00 THRU 300-NUMCORRIDA-99.
           MOVE 0 TO W-GENERADAS W-EXISTENTES.
           MOVE 0 TO W-APLICADAS W-TOTAPLICADO.
           MOVE 0 TO W-CONVENIADAS.
           IF W-HAYSAF = "S"
              OPEN OUTPUT LISTADO
              MOVE W-ANIO TO LST-ANIO
              MOVE W-MES  TO LST-MES
              MOVE LINEA-SAF-TIT TO REG-LISTADO
              WRITE REG-LISTADO
              MOVE LINEA-RAYA TO REG-LISTADO
              WRITE REG-LISTADO
              MOVE LINEA-SAF-COL TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
           PERFORM 100-CURSOS-00 THRU 100-CURSOS-99.
           IF W-HAYSAF = "S"
              PERFORM 200-LISTASALDO-00 THRU 200-LISTASALDO-99
           END-IF.
           PERFORM 300-GRABACORRIDA-00 THRU 300-GRABACORRIDA-99.

           INITIALIZE W14-DATOS
           MOVE "PROG-59"    TO W14-PROGRAMA
           DISPLAY W-GENERADAS            LINE 10 POSITION 22.
           DISPLAY "YA EXISTENTES      :" LINE 11 POSITION 1.
           DISPLAY W-EXISTENTES           LINE 11 POSITION 22.
           DISPLAY "SALDOS A FAVOR APL.:" LINE 12 POSITION 1.
           DISPLAY W-APLICADAS            LINE 12 POSITION 22.
           DISPLAY "CON PARTE EMPRESA  :" LINE 13 POSITION 1.
           DISPLAY W-CONVENIADAS          LINE 13 POSITION 22.
           DISPLAY "CORRIDA NRO        :" LINE 15 POSITION 1.
           DISPLAY W-NROCORRIDA           LINE 15 POSITION 22.
           ACCEPT SINO LINE 24 POSITION 80.
       CIERRE-F.
           IF W-HAYCONV = "S"
              CLOSE CUOEMPRESA
              CLOSE ALUCONV
              CLOSE CONVENIOS
           END-IF.
           IF W-HAYSAF = "S"
              CLOSE RECREG
              CLOSE PAGOS
              CLOSE SALFAVOR
           END-IF.
           IF W-HAYARAN = "S"
              CLOSE ARANCELES
           END-IF.
           IF W-HAYBECAS = "S"
              CLOSE BECAS
           END-IF.
           CLOSE CORRIDAS.
           CLOSE CUOTAS.
           CLOSE INSCRIPCIONES.
           CLOSE CURSOS.
           MOVE W-IMPORTECUR TO CUO-IMPORTE
           MOVE 0           TO CUO-DESCUENTO
           PERFORM 100-BECA-00 THRU 100-BECA-99
           PERFORM 100-CONVENIO-00 THRU 100-CONVENIO-99
           MOVE "P"         TO CUO-ESTADO
           MOVE 0           TO CUO-FECHAPAGO
           MOVE 0           TO CUO-IMPORTEPAGO
           MOVE 0           TO CUO-RECARGO
           MOVE SPACES      TO CUO-OPERADOR
           MOVE W-NROCORRIDA TO CUO-CORRIDA
           MOVE 0           TO CUO-ENVIOBANCO
           WRITE REG-CUOTA
              INVALID KEY
                 ADD 1 TO W-EXISTENTES
                 MOVE REG-CUOTA    TO W13-DESPUES
                 CALL "P13" USING W13-DATOS
                 CANCEL "P13"
                 PERFORM 200-PARTEEMP-00 THRU 200-PARTEEMP-99
                 PERFORM 200-APLICASALDO-00 THRU 200-APLICASALDO-99
           END-WRITE.
           GO TO 100-ALUMNOS-10.
       100-ALUMNOS-99. EXIT.
           SUBTRACT W-DESCUENTO FROM CUO-IMPORTE.
       100-BECA-99. EXIT.

      ********************************************
      *  PARTE DE LA EMPRESA: SI EL ALUMNO ESTA
      *  ADHERIDO A UN CONVENIO VIGENTE EN EL
      *  PERIODO (ADHESION Y CONVENIO), CALCULA EL
      *  PORCENTAJE O MONTO FIJO SOBRE LA CUOTA
      *  NETA DE BECA Y LO DESCUENTA DE LA PARTE
      *  DEL ALUMNO
      ********************************************
       100-CONVENIO-00.
           MOVE 0 TO W-PARTEEMP W-CODCONV.
           IF (W-HAYCONV NOT = "S") OR (CUO-IMPORTE = 0)
              GO TO 100-CONVENIO-99
           END-IF.
           MOVE INS-ALUMNO TO ACV-ALUMNO
           READ ALUCONV KEY IS ACV-ALUMNO
              INVALID KEY
                 GO TO 100-CONVENIO-99
           END-READ.
           IF (ACV-DESDE > W-PERIODOINI) OR
              ((ACV-HASTA > 0) AND (ACV-HASTA < W-PERIODOINI))
              GO TO 100-CONVENIO-99
           END-IF.
           MOVE ACV-CONVENIO TO CNV-CODIGO
           READ CONVENIOS KEY IS CNV-CODIGO
              INVALID KEY
                 GO TO 100-CONVENIO-99
           END-READ.
           IF NOT CNV-VIGENTE
              GO TO 100-CONVENIO-99
           END-IF.
           IF (CNV-DESDE > W-PERIODOINI) OR
              ((CNV-HASTA > 0) AND (CNV-HASTA < W-PERIODOINI))
              GO TO 100-CONVENIO-99
           END-IF.
           IF CNV-PORCENTAJE
              COMPUTE W-PARTEEMP ROUNDED =
                      (CUO-IMPORTE * CNV-VALOR) / 100
           ELSE
              MOVE CNV-VALOR TO W-PARTEEMP
           END-IF.
           IF W-PARTEEMP > CUO-IMPORTE
              MOVE CUO-IMPORTE TO W-PARTEEMP
           END-IF.
           MOVE CNV-CODIGO TO W-CODCONV
           SUBTRACT W-PARTEEMP FROM CUO-IMPORTE.
       100-CONVENIO-99. EXIT.

      ********************************************
      *  GRABA LA PARTE DE LA EMPRESA DE LA CUOTA
      *  RECIEN GENERADA, PENDIENTE DE LIQUIDAR
      ********************************************
       200-PARTEEMP-00.
           IF W-PARTEEMP = 0
              GO TO 200-PARTEEMP-99
           END-IF.
           INITIALIZE REG-CUOEMP
           MOVE CUO-CLAVE    TO CUE-CLAVE
           MOVE W-CODCONV    TO CUE-CONVENIO
           MOVE W-PARTEEMP   TO CUE-IMPORTE
           MOVE 0            TO CUE-LIQUIDACION
           MOVE 0            TO CUE-IMPORTEPAGO
           MOVE 0            TO CUE-FECHAPAGO
           MOVE "P"          TO CUE-ESTADO
           WRITE REG-CUOEMP
              INVALID KEY
                 GO TO 200-PARTEEMP-99
           END-WRITE.
           ADD 1 TO W-CONVENIADAS
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CUOEMP"     TO W13-ARCHIVO
           MOVE "A"          TO W13-OPERACION
           MOVE SPACES       TO W13-ANTES
           MOVE REG-CUOEMP   TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       200-PARTEEMP-99. EXIT.

      ********************************************
      *  APLICA EL SALDO A FAVOR DEL ALUMNO A LA
      *  CUOTA RECIEN GENERADA: PAGO EN LA CUOTA,
      *  CONTRAMOVIMIENTO EN LA CUENTA A FAVOR
      *  (CURSO 00, PERIODO DE HOY), RECIBO TIPO S
      *  EN RECREG Y TODO AL DIARIO
      ********************************************
       200-APLICASALDO-00.
           IF (W-HAYSAF NOT = "S") OR (CUO-IMPORTE = 0)
              GO TO 200-APLICASALDO-99
           END-IF.
           MOVE CUO-ALUMNO TO SAF-ALUMNO
           READ SALFAVOR KEY IS SAF-ALUMNO
              INVALID KEY
                 GO TO 200-APLICASALDO-99
           END-READ.
           IF SAF-SALDO = 0
              GO TO 200-APLICASALDO-99
           END-IF.
           IF SAF-SALDO < CUO-IMPORTE
              MOVE SAF-SALDO TO W-APLICA
           ELSE
              MOVE CUO-IMPORTE TO W-APLICA
           END-IF.
           PERFORM 300-NUMRECIBO-00 THRU 300-NUMRECIBO-99.

      *  PAGO EN LA CUOTA
           MOVE CUO-ALUMNO TO PAG-ALUMNO
           MOVE CUO-CURSO  TO PAG-CURSO
           MOVE CUO-ANIO   TO PAG-ANIO
           MOVE CUO-MES    TO PAG-MES
           MOVE 0 TO W-SECUENCIA.
       200-APLICASALDO-10.
           IF W-SECUENCIA = 99
              GO TO 200-APLICASALDO-99
           END-IF.
           ADD 1 TO W-SECUENCIA
           MOVE W-SECUENCIA TO PAG-SECUENCIA
           READ PAGOS KEY IS PAG-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 GO TO 200-APLICASALDO-10
           END-READ.
      *  CONTRAMOVIMIENTO EN LA CUENTA A FAVOR
           MOVE CUO-ALUMNO TO PAG-ALUMNO
           MOVE 0          TO PAG-CURSO
           MOVE W-HOY-ANIO TO PAG-ANIO
           MOVE W-HOY-MES  TO PAG-MES
           MOVE 0 TO W-SECCTA.
       200-APLICASALDO-20.
           IF W-SECCTA = 99
              GO TO 200-APLICASALDO-99
           END-IF.
           ADD 1 TO W-SECCTA
           MOVE W-SECCTA TO PAG-SECUENCIA
           READ PAGOS KEY IS PAG-CLAVE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 GO TO 200-APLICASALDO-20
           END-READ.
           MOVE CUO-ALUMNO    TO PAG-ALUMNO
           MOVE 0             TO PAG-CURSO
           MOVE W-HOY-ANIO    TO PAG-ANIO
           MOVE W-HOY-MES     TO PAG-MES
           MOVE W-SECCTA      TO PAG-SECUENCIA
           MOVE W-FECHAHOY    TO PAG-FECHA
           COMPUTE PAG-IMPORTE = 0 - W-APLICA
           MOVE W40-OPERADOR  TO PAG-OPERADOR
           MOVE W-NRORECIBO   TO PAG-RECIBO
           WRITE REG-PAGO
              INVALID KEY
                 GO TO 200-APLICASALDO-99
           END-WRITE.
           MOVE CUO-ALUMNO    TO PAG-ALUMNO
           MOVE CUO-CURSO     TO PAG-CURSO
           MOVE CUO-ANIO      TO PAG-ANIO
           MOVE CUO-MES       TO PAG-MES
           MOVE W-SECUENCIA   TO PAG-SECUENCIA
           MOVE W-FECHAHOY    TO PAG-FECHA
           MOVE W-APLICA      TO PAG-IMPORTE
           MOVE W40-OPERADOR  TO PAG-OPERADOR
           MOVE W-NRORECIBO   TO PAG-RECIBO
           WRITE REG-PAGO
              INVALID KEY
                 CONTINUE
           END-WRITE.

      *  LA CUOTA QUEDA COBRADA (O CON SALDO MENOR)
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CUOTAS"     TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE REG-CUOTA    TO W13-ANTES
           ADD W-APLICA      TO CUO-IMPORTEPAGO
           MOVE W-FECHAHOY   TO CUO-FECHAPAGO
           MOVE W40-OPERADOR TO CUO-OPERADOR
           IF CUO-IMPORTEPAGO NOT < CUO-IMPORTE
              MOVE "C" TO CUO-ESTADO
           END-IF
           MOVE REG-CUOTA    TO W13-DESPUES
           REWRITE REG-CUOTA
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           CALL "P13" USING W13-DATOS
           CANCEL "P13".

           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "SALFAVOR"   TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE REG-SALFAVOR TO W13-ANTES
           SUBTRACT W-APLICA FROM SAF-SALDO
           MOVE W-FECHAHOY   TO SAF-FECHAULT
           MOVE W40-OPERADOR TO SAF-OPERADOR
           MOVE REG-SALFAVOR TO W13-DESPUES
           REWRITE REG-SALFAVOR
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           CALL "P13" USING W13-DATOS
           CANCEL "P13".

           MOVE W-NRORECIBO   TO REC-NUMERO
           MOVE CUO-ALUMNO    TO REC-ALUMNO
           MOVE CUO-CURSO     TO REC-CURSO
           MOVE CUO-ANIO      TO REC-ANIO
           MOVE CUO-MES       TO REC-MES
           MOVE W-SECUENCIA   TO REC-SECUENCIA
           MOVE W-APLICA      TO REC-IMPORTE
           INITIALIZE W1-DATOS
           MOVE 4 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:10) TO REC-FECHA
           INITIALIZE W1-DATOS
           MOVE 8 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:8) TO REC-HORA
           MOVE W40-OPERADOR  TO REC-OPERADOR
           MOVE "S"           TO REC-TIPO
           MOVE SPACE         TO REC-REIMPRESO
           WRITE REG-RECREG
              INVALID KEY
                 CONTINUE
           END-WRITE.
           INITIALIZE W16-DATOS
           MOVE 2 TO W16-OPCION
           MOVE "PROXRECI" TO W16-CODIGO
           COMPUTE W16-VALORNUM = W-NRORECIBO + 1
           CALL "P16" USING W16-DATOS
           CANCEL "P16".

           ADD 1 TO W-APLICADAS
           ADD W-APLICA TO W-TOTAPLICADO
           MOVE CUO-ALUMNO  TO LSD-ALUMNO
           MOVE CUO-CURSO   TO LSD-CURSO
           MOVE W-NRORECIBO TO LSD-RECIBO
           MOVE W-APLICA    TO LSD-APLICA
           MOVE SAF-SALDO   TO LSD-RESTA
           MOVE LINEA-SAF-DET TO REG-LISTADO
           WRITE REG-LISTADO.
       200-APLICASALDO-99. EXIT.

      ********************************************
      *  CIERRA EL LISTADO DE APLICACIONES Y LO
      *  MANDA AL SPOOL SI HUBO ALGUNA
      ********************************************
       200-LISTASALDO-00.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-APLICADAS   TO LSF-CANT
           MOVE W-TOTAPLICADO TO LSF-TOTAL
           MOVE LINEA-SAF-TOT TO REG-LISTADO
           WRITE REG-LISTADO.
           CLOSE LISTADO.
           IF W-APLICADAS = 0
              GO TO 200-LISTASALDO-99
           END-IF.
           INITIALIZE W15-DATOS
           MOVE "PROG-59" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".
       200-LISTASALDO-99. EXIT.

      ********************************************
      *  TOMA EL PROXIMO NUMERO DE RECIBO DE LA
      *  TABLA DE PARAMETROS (PROXRECI)
      ********************************************
       300-NUMRECIBO-00.
           MOVE 0 TO W-NRORECIBO
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "PROXRECI" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF W16-RESULT = "S"
              MOVE W16-VALORNUM TO W-NRORECIBO
           END-IF.
           IF W-NRORECIBO = 0
              MOVE 1 TO W-NRORECIBO
           END-IF.
       300-NUMRECIBO-99. EXIT.

      ********************************************
      *  TOMA EL NUMERO DE CORRIDA (PROXCORR) Y LO
      *  DEJA RESERVADO ANTES DE GENERAR
      ********************************************
       300-NUMCORRIDA-00.
           MOVE 0 TO W-NROCORRIDA
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "PROXCORR" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF W16-RESULT = "S"
              MOVE W16-VALORNUM TO W-NROCORRIDA
           END-IF.
           IF W-NROCORRIDA = 0
              MOVE 1 TO W-NROCORRIDA
           END-IF.
           INITIALIZE W16-DATOS
           MOVE 2 TO W16-OPCION
           MOVE "PROXCORR" TO W16-CODIGO
           COMPUTE W16-VALORNUM = W-NROCORRIDA + 1
           CALL "P16" USING W16-DATOS
           CANCEL "P16".
       300-NUMCORRIDA-99. EXIT.

      ********************************************
      *  REGISTRA LA CORRIDA EN CUOCORR.DAT CON
      *  LA CANTIDAD GENERADA, Y AL DIARIO
      ********************************************
       300-GRABACORRIDA-00.
           INITIALIZE REG-CORRIDA
           MOVE W-NROCORRIDA TO CRR-NUMERO
           MOVE W-ANIO       TO CRR-ANIO
           MOVE W-MES        TO CRR-MES
           MOVE W-FECHAHOY   TO CRR-FECHA
           MOVE W40-OPERADOR TO CRR-OPERADOR
           MOVE W-GENERADAS  TO CRR-GENERADAS
           MOVE "G"          TO CRR-ESTADO
           MOVE 0            TO CRR-FECHAREV
           MOVE SPACES       TO CRR-OPERREV
           MOVE 0            TO CRR-BORRADAS
           MOVE 0            TO CRR-RETENIDAS
           WRITE REG-CORRIDA
              INVALID KEY
                 GO TO 300-GRABACORRIDA-99
           END-WRITE.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CORRIDAS"   TO W13-ARCHIVO
           MOVE "A"          TO W13-OPERACION
           MOVE SPACES       TO W13-ANTES
           MOVE REG-CORRIDA  TO W13-DESPUES
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
       300-GRABACORRIDA-99. EXIT.

      ********************************************
      *  SIMULACION: RECORRE CURSOS E INSCRIPTOS
      *  IGUAL QUE LA GENERACION Y LISTA POR CURSO
      *  Y POR SEDE LA CANTIDAD, EL BRUTO, LAS
      *  BECAS Y EL NETO DEL PERIODO. NO GRABA
      *  NADA: LAS CUOTAS QUE YA EXISTEN SOLO SE
      *  CUENTAN
      ********************************************
       400-SIMULA-00.
           DISPLAY " " ERASE
           MOVE "SIMULACION DE LA GENERACION DE CUOTAS" TO
                W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           OPEN INPUT CURSOS.
           IF ST-CURSOS NOT = "00"
              MOVE "CARGAR PRIMERO LOS CURSOS" TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 400-SIMULA-99
           END-IF.
           OPEN INPUT INSCRIPCIONES.
           IF ST-INSCRIP NOT = "00"
              MOVE "NO HAY INSCRIPCIONES CARGADAS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              CLOSE CURSOS
              GO TO 400-SIMULA-99
           END-IF.
           MOVE "N" TO W-HAYCUOTAS.
           OPEN INPUT CUOTAS.
           IF ST-CUOTAS = "00"
              MOVE "S" TO W-HAYCUOTAS
           END-IF.
           MOVE "N" TO W-HAYBECAS.
           OPEN INPUT BECAS.
           IF ST-BECAS = "00"
              MOVE "S" TO W-HAYBECAS
           END-IF.
           MOVE "N" TO W-HAYARAN.
           OPEN INPUT ARANCELES.
           IF ST-ARANCELES = "00"
              MOVE "S" TO W-HAYARAN
           END-IF.
           MOVE "N" TO W-HAYSEDES.
           OPEN INPUT SEDES.
           IF ST-SEDES = "00"
              MOVE "S" TO W-HAYSEDES
           END-IF.

           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.
           MOVE W-HOY-ANIO TO W-ANIO.
           MOVE W-HOY-MES  TO W-MES.
           DISPLAY "ANIO A SIMULAR :" LINE 5 POSITION 1.
           ACCEPT W-ANIO LINE 5 POSITION 18 PROMPT UPDATE.
           DISPLAY "MES A SIMULAR  :" LINE 6 POSITION 1.
           ACCEPT W-MES LINE 6 POSITION 18 PROMPT UPDATE.
           IF (W-MES < 1) OR (W-MES > 12)
              MOVE "EL MES DEBE ESTAR ENTRE 1 Y 12." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 400-SIMULA-90
           END-IF.
           MOVE 0 TO W-CERRADO
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "CIERREMM" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF W16-RESULT = "S"
              MOVE W16-VALORNUM TO W-CERRADO
           END-IF.
           IF ((W-ANIO * 100) + W-MES) NOT > W-CERRADO
              MOVE "EL PERIODO ESTA CERRADO. NO SE GENERARIAN CUOTAS."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 400-SIMULA-90
           END-IF.

           COMPUTE W-PERIODOINI = (W-ANIO * 10000) + (W-MES * 100)
                                + 1.
           MOVE 0 TO W-EXISTENTES W-TOTCANT W-TOTBRUTO W-TOTBECAS.
           INITIALIZE TABLA-SIMSEDE.
           OPEN OUTPUT LISTADO.
           MOVE W-ANIO TO LMT-ANIO
           MOVE W-MES  TO LMT-MES
           MOVE LINEA-SIM-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-SIM-COL TO REG-LISTADO
           WRITE REG-LISTADO.
           PERFORM 410-SIMCURSOS-00 THRU 410-SIMCURSOS-99.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           PERFORM 430-SIMSEDES-00 THRU 430-SIMSEDES-99.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE SPACES     TO LINEA-SIM-SEDE
           MOVE "TOTAL"    TO LINEA-SIM-SEDE(1:5)
           MOVE W-TOTCANT  TO LMS-CANT
           MOVE W-TOTBRUTO TO LMS-BRUTO
           MOVE W-TOTBECAS TO LMS-BECAS
           COMPUTE LMS-NETO = W-TOTBRUTO - W-TOTBECAS
           MOVE LINEA-SIM-SEDE TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-EXISTENTES TO LME-CANT
           MOVE LINEA-SIM-EXI TO REG-LISTADO
           WRITE REG-LISTADO.
           CLOSE LISTADO.
           INITIALIZE W15-DATOS
           MOVE "PROG-59" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".

           DISPLAY "CUOTAS A GENERAR   :" LINE 10 POSITION 1.
           DISPLAY W-TOTCANT              LINE 10 POSITION 22.
           DISPLAY "IMPORTE BRUTO      :" LINE 11 POSITION 1.
           MOVE W-TOTBRUTO TO LMS-BRUTO
           DISPLAY LMS-BRUTO              LINE 11 POSITION 22.
           DISPLAY "BECAS              :" LINE 12 POSITION 1.
           MOVE W-TOTBECAS TO LMS-BECAS
           DISPLAY LMS-BECAS              LINE 12 POSITION 22.
           DISPLAY "IMPORTE NETO       :" LINE 13 POSITION 1.
           DISPLAY LMS-NETO               LINE 13 POSITION 22.
           DISPLAY "YA EXISTENTES      :" LINE 14 POSITION 1.
           DISPLAY W-EXISTENTES           LINE 14 POSITION 22.
           DISPLAY "SIMULACION SIN GRABAR. DETALLE EN EL SPOOL."
                      LINE 16 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
       400-SIMULA-90.
           IF W-HAYSEDES = "S"
              CLOSE SEDES
           END-IF.
           IF W-HAYARAN = "S"
              CLOSE ARANCELES
           END-IF.
           IF W-HAYBECAS = "S"
              CLOSE BECAS
           END-IF.
           IF W-HAYCUOTAS = "S"
              CLOSE CUOTAS
           END-IF.
           CLOSE INSCRIPCIONES.
           CLOSE CURSOS.
       400-SIMULA-99. EXIT.

       410-SIMCURSOS-00.
           MOVE 0 TO CUR-CODIGO
           START CURSOS KEY IS NOT LESS CUR-CODIGO
              INVALID KEY
                 GO TO 410-SIMCURSOS-99
           END-START.
       410-SIMCURSOS-10.
           READ CURSOS NEXT AT END
                GO TO 410-SIMCURSOS-99
           END-READ.
           IF CUR-CERRADO
              GO TO 410-SIMCURSOS-10
           END-IF.
           PERFORM 100-ARANCEL-00 THRU 100-ARANCEL-99.
           IF W-IMPORTECUR = 0
              GO TO 410-SIMCURSOS-10
           END-IF.
           MOVE 0 TO W-CURCANT W-CURBRUTO W-CURBECAS.
           PERFORM 420-SIMALUMNOS-00 THRU 420-SIMALUMNOS-99.
           IF W-CURCANT = 0
              GO TO 410-SIMCURSOS-10
           END-IF.
           MOVE CUR-SEDE TO W-SEDE
           IF W-SEDE = 0
              MOVE 99 TO W-SEDE
           END-IF
           ADD W-CURCANT  TO TSS-CANT (W-SEDE) W-TOTCANT
           ADD W-CURBRUTO TO TSS-BRUTO (W-SEDE) W-TOTBRUTO
           ADD W-CURBECAS TO TSS-BECAS (W-SEDE) W-TOTBECAS
           MOVE CUR-CODIGO      TO LMD-CURSO
           MOVE CUR-DESCRIPCION TO LMD-DESC
           MOVE CUR-SEDE        TO LMD-SEDE
           MOVE W-CURCANT       TO LMD-CANT
           MOVE W-CURBRUTO      TO LMD-BRUTO
           MOVE W-CURBECAS      TO LMD-BECAS
           COMPUTE LMD-NETO = W-CURBRUTO - W-CURBECAS
           MOVE LINEA-SIM-DET TO REG-LISTADO
           WRITE REG-LISTADO.
           GO TO 410-SIMCURSOS-10.
       410-SIMCURSOS-99. EXIT.

      *  LA BECA SE CALCULA CON EL MISMO PARRAFO DE LA
      *  GENERACION, SOBRE EL AREA DE LA CUOTA, SIN GRABARLA
       420-SIMALUMNOS-00.
           MOVE CUR-CODIGO TO INS-CURSO
           START INSCRIPCIONES KEY IS EQUAL INS-CURSO
              INVALID KEY
                 GO TO 420-SIMALUMNOS-99
           END-START.
       420-SIMALUMNOS-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 420-SIMALUMNOS-99
           END-READ.
           IF INS-CURSO NOT = CUR-CODIGO
              GO TO 420-SIMALUMNOS-99
           END-IF.
           IF NOT INS-ACTIVA
              GO TO 420-SIMALUMNOS-10
           END-IF.
           MOVE INS-ALUMNO  TO CUO-ALUMNO
           MOVE W-ANIO      TO CUO-ANIO
           MOVE W-MES       TO CUO-MES
           MOVE CUR-CODIGO  TO CUO-CURSO
           IF W-HAYCUOTAS = "S"
              READ CUOTAS KEY IS CUO-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO W-EXISTENTES
                    GO TO 420-SIMALUMNOS-10
              END-READ
           END-IF.
           MOVE W-IMPORTECUR TO CUO-IMPORTE
           MOVE 0            TO CUO-DESCUENTO
           PERFORM 100-BECA-00 THRU 100-BECA-99
           ADD 1 TO W-CURCANT
           ADD W-IMPORTECUR  TO W-CURBRUTO
           ADD CUO-DESCUENTO TO W-CURBECAS.
           GO TO 420-SIMALUMNOS-10.
       420-SIMALUMNOS-99. EXIT.

      *  RESUMEN POR SEDE (LOS CURSOS SIN SEDE VAN A LA 99)
       430-SIMSEDES-00.
           MOVE 0 TO W-SEDE.
       430-SIMSEDES-10.
           ADD 1 TO W-SEDE.
           IF W-SEDE > 98
              IF TSS-CANT (99) = 0
                 GO TO 430-SIMSEDES-99
              END-IF
           END-IF.
           IF TSS-CANT (W-SEDE) = 0
              GO TO 430-SIMSEDES-10
           END-IF.
           MOVE SPACES TO LMS-DESC
           IF W-HAYSEDES = "S"
              MOVE W-SEDE TO SED-CODIGO
              READ SEDES KEY IS SED-CODIGO
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SED-DESCRIPCION TO LMS-DESC
              END-READ
           END-IF.
           MOVE "SEDE "            TO LINEA-SIM-SEDE(1:5)
           MOVE W-SEDE             TO LMS-SEDE
           MOVE TSS-CANT (W-SEDE)  TO LMS-CANT
           MOVE TSS-BRUTO (W-SEDE) TO LMS-BRUTO
           MOVE TSS-BECAS (W-SEDE) TO LMS-BECAS
           COMPUTE LMS-NETO = TSS-BRUTO (W-SEDE) - TSS-BECAS (W-SEDE)
           MOVE LINEA-SIM-SEDE TO REG-LISTADO
           WRITE REG-LISTADO.
           IF W-SEDE < 99
              GO TO 430-SIMSEDES-10
           END-IF.
       430-SIMSEDES-99. EXIT.

      ********************************************
      *  REVERSION DE UNA CORRIDA: CON APROBACION
      *  DE UN SUPERVISOR (COLA DE AUTORIZACIONES)
      *  BORRA LAS CUOTAS DE LA CORRIDA QUE NO
      *  TENGAN MOVIMIENTOS Y LISTA LAS RETENIDAS
      ********************************************
       500-REVIERTE-00.
           DISPLAY " " ERASE
           MOVE "REVERSION DE UNA CORRIDA DE CUOTAS" TO W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           OPEN INPUT CORRIDAS.
           IF ST-CORRIDAS NOT = "00"
              MOVE "NO HAY CORRIDAS REGISTRADAS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-REVIERTE-99
           END-IF.
           MOVE 0 TO W-NROCORRIDA.
           DISPLAY "NUMERO DE CORRIDA:" LINE 5 POSITION 1.
           ACCEPT W-NROCORRIDA LINE 5 POSITION 20 PROMPT.
           IF W-NROCORRIDA = 0
              CLOSE CORRIDAS
              GO TO 500-REVIERTE-99
           END-IF.
           MOVE W-NROCORRIDA TO CRR-NUMERO
           READ CORRIDAS KEY IS CRR-NUMERO
              INVALID KEY
                 MOVE "LA CORRIDA NO EXISTE." TO M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 CLOSE CORRIDAS
                 GO TO 500-REVIERTE-99
           END-READ.
           CLOSE CORRIDAS.
           DISPLAY "PERIODO          :" LINE 7 POSITION 1.
           DISPLAY CRR-ANIO              LINE 7 POSITION 20.
           DISPLAY "/"                   LINE 7 POSITION 24.
           DISPLAY CRR-MES               LINE 7 POSITION 25.
           DISPLAY "GENERADA EL      :" LINE 8 POSITION 1.
           DISPLAY CRR-FECHA             LINE 8 POSITION 20.
           DISPLAY "POR EL OPERADOR  :" LINE 9 POSITION 1.
           DISPLAY CRR-OPERADOR          LINE 9 POSITION 20.
           DISPLAY "CUOTAS GENERADAS :" LINE 10 POSITION 1.
           DISPLAY CRR-GENERADAS         LINE 10 POSITION 20.
           IF CRR-REVERTIDA
              MOVE "LA CORRIDA YA FUE REVERTIDA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-REVIERTE-99
           END-IF.
           IF CRR-PARCIAL
              DISPLAY "REVERTIDA EN PARTE, RETENIDAS:" LINE 11
                         POSITION 1
              DISPLAY CRR-RETENIDAS LINE 11 POSITION 32
           END-IF.
           MOVE CRR-ANIO TO W-ANIO.
           MOVE CRR-MES  TO W-MES.
      *  UN PERIODO CERRADO (PROG-134) YA NO SE TOCA
           MOVE 0 TO W-CERRADO
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE "CIERREMM" TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF W16-RESULT = "S"
              MOVE W16-VALORNUM TO W-CERRADO
           END-IF.
           IF ((W-ANIO * 100) + W-MES) NOT > W-CERRADO
              MOVE "EL PERIODO ESTA CERRADO. NO SE PUEDE REVERTIR."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-REVIERTE-99
           END-IF.
           DISPLAY "CONFIRMA LA REVERSION? (S/N):" LINE 13 POSITION 1.
           ACCEPT CONF LINE 13 POSITION 31.
           IF CONF NOT = "S"
              GO TO 500-REVIERTE-99
           END-IF.

      *  TODA REVERSION REQUIERE APROBACION DE UN SUPERVISOR
           INITIALIZE W21-DATOS
           MOVE "C" TO W21-ACCION
           MOVE "RC" TO W21-TIPO
           MOVE W40-OPERADOR TO W21-OPERADOR
           MOVE W-NROCORRIDA TO W21-DATO1
           COMPUTE W21-DATO2 = (W-ANIO * 100) + W-MES
           CALL "P21" USING W21-DATOS
           CANCEL "P21"
           IF W21-RESULT = "P"
              MOVE "LA SOLICITUD SIGUE PENDIENTE DE APROBACION."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-REVIERTE-99
           END-IF.
           IF W21-RESULT = "N"
              MOVE "S" TO W21-ACCION
              CALL "P21" USING W21-DATOS
              CANCEL "P21"
              MOVE "REVERSION ENCOLADA PARA APROBACION DEL SUPERVISOR"
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-REVIERTE-99
           END-IF.
           MOVE W21-NUMERO TO W-NROAUTO.

           OPEN I-O CUOTAS.
           IF ST-CUOTAS NOT = "00"
              MOVE "NO HAY CUOTAS GENERADAS." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-REVIERTE-99
           END-IF.
           MOVE "N" TO W-HAYPAG.
           OPEN INPUT PAGOS.
           IF ST-PAGOS = "00"
              MOVE "S" TO W-HAYPAG
           END-IF.
           MOVE "N" TO W-HAYCUE.
           OPEN I-O CUOEMPRESA.
           IF ST-CUOEMP = "00"
              MOVE "S" TO W-HAYCUE
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE W-NROCORRIDA TO LRT-NUMERO
           MOVE W-ANIO       TO LRT-ANIO
           MOVE W-MES        TO LRT-MES
           MOVE LINEA-REV-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE LINEA-REV-COL TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 0 TO W-BORRADAS W-RETENIDAS.
           PERFORM 510-CUOTAS-00 THRU 510-CUOTAS-99.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE "CUOTAS BORRADAS   :" TO LRO-CONCEPTO
           MOVE W-BORRADAS TO LRO-CANT
           MOVE LINEA-REV-TOT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE "CUOTAS RETENIDAS  :" TO LRO-CONCEPTO
           MOVE W-RETENIDAS TO LRO-CANT
           MOVE LINEA-REV-TOT TO REG-LISTADO
           WRITE REG-LISTADO.
           CLOSE LISTADO.
           IF W-HAYCUE = "S"
              CLOSE CUOEMPRESA
           END-IF.
           IF W-HAYPAG = "S"
              CLOSE PAGOS
           END-IF.
           CLOSE CUOTAS.

           PERFORM 530-MARCACORRIDA-00 THRU 530-MARCACORRIDA-99.
           INITIALIZE W21-DATOS
           MOVE "E" TO W21-ACCION
           MOVE W40-OPERADOR TO W21-OPERADOR
           MOVE W-NROAUTO TO W21-NUMERO
           CALL "P21" USING W21-DATOS
           CANCEL "P21".
           INITIALIZE W15-DATOS
           MOVE "PROG-59" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".
           INITIALIZE W14-DATOS
           MOVE "PROG-59"    TO W14-PROGRAMA
           MOVE W40-OPERADOR TO W14-OPERADOR
           MOVE W-BORRADAS   TO W14-PROCESADOS
           MOVE W-RETENIDAS  TO W14-RECHAZADOS
           MOVE "OK"         TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           CANCEL "P14".

           DISPLAY "CUOTAS BORRADAS    :" LINE 15 POSITION 1.
           DISPLAY W-BORRADAS             LINE 15 POSITION 22.
           DISPLAY "CUOTAS RETENIDAS   :" LINE 16 POSITION 1.
           DISPLAY W-RETENIDAS            LINE 16 POSITION 22.
           IF W-RETENIDAS > 0
              DISPLAY "LAS RETENIDAS SE LISTAN EN EL SPOOL."
                         LINE 17 POSITION 1
           END-IF.
           ACCEPT SINO LINE 24 POSITION 80.
       500-REVIERTE-99. EXIT.

      *  RECORRE LAS CUOTAS DEL PERIODO Y TRATA LAS QUE LLEVAN
      *  EL NUMERO DE LA CORRIDA
       510-CUOTAS-00.
           INITIALIZE REG-CUOTA
           START CUOTAS KEY IS NOT LESS CUO-CLAVE
              INVALID KEY
                 GO TO 510-CUOTAS-99
           END-START.
       510-CUOTAS-10.
           READ CUOTAS NEXT AT END
                GO TO 510-CUOTAS-99
           END-READ.
           IF (CUO-CORRIDA NOT = W-NROCORRIDA) OR
              (CUO-ANIO NOT = W-ANIO) OR (CUO-MES NOT = W-MES)
              GO TO 510-CUOTAS-10
           END-IF.
           PERFORM 520-RETIENE-00 THRU 520-RETIENE-99.
           IF W-MOTIVO NOT = SPACES
              ADD 1 TO W-RETENIDAS
              MOVE CUO-ALUMNO  TO LRD-ALUMNO
              MOVE CUO-CURSO   TO LRD-CURSO
              MOVE CUO-ANIO    TO LRD-ANIO
              MOVE CUO-MES     TO LRD-MES
              MOVE CUO-IMPORTE TO LRD-IMPORTE
              MOVE W-MOTIVO    TO LRD-MOTIVO
              MOVE LINEA-REV-DET TO REG-LISTADO
              WRITE REG-LISTADO
              GO TO 510-CUOTAS-10
           END-IF.
      *  LA PARTE DE EMPRESA PENDIENTE SE VA CON LA CUOTA
           IF W-HAYEMP = "S"
              INITIALIZE W13-DATOS
              MOVE W40-OPERADOR TO W13-OPERADOR
              MOVE "CUOEMP"     TO W13-ARCHIVO
              MOVE "B"          TO W13-OPERACION
              MOVE REG-CUOEMP   TO W13-ANTES
              MOVE SPACES       TO W13-DESPUES
              DELETE CUOEMPRESA
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    CALL "P13" USING W13-DATOS
                    CANCEL "P13"
              END-DELETE
           END-IF.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CUOTAS"     TO W13-ARCHIVO
           MOVE "B"          TO W13-OPERACION
           MOVE REG-CUOTA    TO W13-ANTES
           MOVE SPACES       TO W13-DESPUES
           DELETE CUOTAS
              INVALID KEY
                 GO TO 510-CUOTAS-10
           END-DELETE.
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           ADD 1 TO W-BORRADAS.
           GO TO 510-CUOTAS-10.
       510-CUOTAS-99. EXIT.

      *  UNA CUOTA SE RETIENE SI SALIO AL BANCO, TIENE RECARGO,
      *  TIENE PAGOS (AUNQUE ESTEN ANULADOS) O SU PARTE DE
      *  EMPRESA YA SE LIQUIDO
       520-RETIENE-00.
           MOVE SPACES TO W-MOTIVO.
           MOVE "N" TO W-HAYEMP.
           IF CUO-ENVIOBANCO NOT = 0
              MOVE "ENVIADA AL BANCO" TO W-MOTIVO
              GO TO 520-RETIENE-99
           END-IF.
           IF CUO-RECARGO NOT = 0
              MOVE "CON RECARGO" TO W-MOTIVO
              GO TO 520-RETIENE-99
           END-IF.
           IF (CUO-IMPORTEPAGO NOT = 0) OR (NOT CUO-PENDIENTE)
              MOVE "CON PAGO" TO W-MOTIVO
              GO TO 520-RETIENE-99
           END-IF.
           IF W-HAYPAG NOT = "S"
              GO TO 520-RETIENE-50
           END-IF.
           MOVE CUO-ALUMNO TO PAG-ALUMNO
           MOVE CUO-CURSO  TO PAG-CURSO
           MOVE CUO-ANIO   TO PAG-ANIO
           MOVE CUO-MES    TO PAG-MES
           MOVE 0          TO PAG-SECUENCIA
           START PAGOS KEY IS NOT LESS PAG-CLAVE
              INVALID KEY
                 GO TO 520-RETIENE-50
           END-START.
           READ PAGOS NEXT AT END
                GO TO 520-RETIENE-50
           END-READ.
           IF (PAG-ALUMNO = CUO-ALUMNO) AND (PAG-CURSO = CUO-CURSO)
              AND (PAG-ANIO = CUO-ANIO) AND (PAG-MES = CUO-MES)
              MOVE "CON PAGO" TO W-MOTIVO
              GO TO 520-RETIENE-99
           END-IF.
       520-RETIENE-50.
           IF W-HAYCUE NOT = "S"
              GO TO 520-RETIENE-99
           END-IF.
           MOVE CUO-CLAVE TO CUE-CLAVE
           READ CUOEMPRESA KEY IS CUE-CLAVE
              INVALID KEY
                 GO TO 520-RETIENE-99
           END-READ.
           IF (CUE-LIQUIDACION NOT = 0) OR (CUE-IMPORTEPAGO NOT = 0)
              MOVE "EMPRESA LIQUIDADA" TO W-MOTIVO
              GO TO 520-RETIENE-99
           END-IF.
           MOVE "S" TO W-HAYEMP.
       520-RETIENE-99. EXIT.

      *  DEJA EN CUOCORR.DAT EL RESULTADO DE LA REVERSION: SI
      *  QUEDARON RETENIDAS LA CORRIDA QUEDA REVERTIDA EN PARTE
       530-MARCACORRIDA-00.
           OPEN I-O CORRIDAS.
           IF ST-CORRIDAS NOT = "00"
              GO TO 530-MARCACORRIDA-99
           END-IF.
           MOVE W-NROCORRIDA TO CRR-NUMERO
           READ CORRIDAS KEY IS CRR-NUMERO
              INVALID KEY
                 CLOSE CORRIDAS
                 GO TO 530-MARCACORRIDA-99
           END-READ.
           INITIALIZE W13-DATOS
           MOVE W40-OPERADOR TO W13-OPERADOR
           MOVE "CORRIDAS"   TO W13-ARCHIVO
           MOVE "M"          TO W13-OPERACION
           MOVE REG-CORRIDA  TO W13-ANTES
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO  TO CRR-FECHAREV
           MOVE W40-OPERADOR TO CRR-OPERREV
           ADD W-BORRADAS    TO CRR-BORRADAS
           MOVE W-RETENIDAS  TO CRR-RETENIDAS
           IF W-RETENIDAS = 0
              MOVE "R" TO CRR-ESTADO
           ELSE
              MOVE "P" TO CRR-ESTADO
           END-IF
           MOVE REG-CORRIDA  TO W13-DESPUES
           REWRITE REG-CORRIDA
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           CALL "P13" USING W13-DATOS
           CANCEL "P13".
           CLOSE CORRIDAS.
       530-MARCACORRIDA-99. EXIT.

       ENCABEZADO.
           DISPLAY "EMPRESA UNION S.A."  LINE 1 POSITION 1.
           INITIALIZE W1-DATOS.
