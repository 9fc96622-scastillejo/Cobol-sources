       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG-164.
       AUTHOR. NESTOR AMICO.
      ********************************************
      *  PROGRAMA NRO 164
      *  AUDITORIA DE NUMERADORES. RECORRE LAS
      *  SERIES NUMERADAS DEL SISTEMA:
      *   RE - RECIBOS (RECREG, PROXRECI)
      *   CE - CERTIFICADOS (CERTREG, PROXCERT)
      *   AC - ACTAS DE EXAMEN (ACT-FOLIO,
      *        PROXACTA)
      *   FO - FOLIOS DEL LIBRO MATRIZ
      *        (INS-FOLIO, PROXFOLI)
      *   AU - AUTORIZACIONES (AUTORIZA,
      *        PROXAUTO)
      *  E INFORMA POR EL SPOOL LOS HUECOS (DESDE
      *  EL 1 HASTA EL NUMERADOR MENOS UNO), LOS
      *  DUPLICADOS (SOLO POSIBLES EN LOS FOLIOS,
      *  QUE NO SON CLAVE), LOS NUMEROS IGUALES O
      *  MAYORES AL VALOR DEL NUMERADOR EN PARAMET
      *  Y LOS NUMEROS CON FECHA ANTERIOR A LA DEL
      *  NUMERO PREVIO. EN RECIBOS Y CERTIFICADOS
      *  CADA HUECO DICE SI HAY EN SPOOL.DAT UN
      *  LISTADO DE LOS PROGRAMAS QUE LOS EMITEN
      *  (PROG-59/60 Y PROG-50/101) ENTRE LAS
      *  FECHAS DE LOS NUMEROS VECINOS.
      *  LOS NUMEROS QUE UN SUPERVISOR JUSTIFICO
      *  (NUMJUS.DAT, OPCION 2) NO SE VUELVEN A
      *  INFORMAR. CORRE EN LA CADENA NOCTURNA
      *  (PROG-73) Y A PEDIDO DESDE EL MENU
      ********************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "S-RECREG.CPY".
       COPY "S-CERTRE.CPY".
       COPY "S-ACTAS.CPY".
       COPY "S-INSCRI.CPY".
       COPY "S-AUTORI.CPY".
       COPY "S-SPOOL.CPY".
       COPY "S-NUMJUS.CPY".
       COPY "S-OPERAD.CPY".
       COPY "S-LISTADO.CPY".
       DATA DIVISION.
       FILE SECTION.
       COPY "F-RECREG.CPY".
       COPY "F-CERTRE.CPY".
       COPY "F-ACTAS.CPY".
       COPY "F-INSCRI.CPY".
       COPY "F-AUTORI.CPY".
       COPY "F-SPOOL.CPY".
       COPY "F-NUMJUS.CPY".
       COPY "F-OPERAD.CPY".
       COPY "F-LISTADO.CPY".

       WORKING-STORAGE SECTION.

       01 LINEA-AN-TIT.
          03 PIC X(36) VALUE "AUDITORIA DE NUMERADORES AL DIA    ".
          03 LAT-FECHA    PIC X(10).
          03              PIC X(01).
          03 LAT-HORA     PIC X(08).
       01 LINEA-AN-SERIE.
          03 LAS-SERIE    PIC X(02).
          03              PIC X(03) VALUE " - ".
          03 LAS-DESC     PIC X(30).
          03              PIC X(12) VALUE " NUMERADOR: ".
          03 LAS-PARAM    PIC X(08).
          03              PIC X(01).
          03 LAS-PROX     PIC Z(5)9.
       01 LINEA-AN-DET.
          03 LAD-SERIE    PIC X(02).
          03              PIC X(01).
          03 LAD-TIPO     PIC X(12).
          03              PIC X(01).
          03 LAD-DESDE    PIC Z(5)9.
          03 LAD-GUION    PIC X(03).
          03 LAD-HASTA    PIC Z(5)9.
          03 LAD-HASTAX REDEFINES LAD-HASTA PIC X(06).
          03              PIC X(01).
          03 LAD-DETALLE  PIC X(48).
       01 DET-HUECO.
          03 DHU-CANT     PIC Z(5)9.
          03              PIC X(06) VALUE " NROS ".
          03 DHU-SPOOL    PIC X(36).
       01 DET-ORDEN.
          03              PIC X(16) VALUE "ANTERIOR AL NRO ".
          03 DOR-NUMERO   PIC Z(5)9.
          03              PIC X(05) VALUE " DEL ".
          03 DOR-FECHA    PIC X(10).
          03              PIC X(01).
          03 DOR-HORA     PIC X(08).
       01 DET-ENCIMA.
          03              PIC X(17) VALUE "VALOR NUMERADOR: ".
          03 DEN-PROX     PIC Z(5)9.
       01 LINEA-AN-TOT.
          03              PIC X(03) VALUE SPACES.
          03              PIC X(09) VALUE "LEIDOS:  ".
          03 LTO-LEIDOS   PIC Z(5)9.
          03              PIC X(17) VALUE "  NROS EN HUECO: ".
          03 LTO-HUECOS   PIC Z(5)9.
          03              PIC X(17) VALUE "  OBSERVACIONES: ".
          03 LTO-OBSERV   PIC Z(4)9.
       01 LINEA-RAYA.
          03 PIC X(80) VALUE ALL "-".

       COPY "L-P11.CPY".
       COPY "L-P13.CPY".
       COPY "L-P14.CPY".
       COPY "L-P15.CPY".
       COPY "L-P16.CPY".

       01 W-TITULO-ENC   PIC X(60).
       01 M-ERROR        PIC X(60).
       01 OPCION         PIC 9(02).
       01 ST-RECREG      PIC XX.
       01 ST-CERTREG     PIC XX.
       01 ST-ACTAS       PIC XX.
       01 ST-INSCRIP     PIC XX.
       01 ST-AUTORIZA    PIC XX.
       01 ST-SPOOL       PIC XX.
       01 ST-NUMJUS      PIC XX.
       01 ST-OPERADORES  PIC XX.
       01 ST-LISTADO     PIC XX.
       01 W-HAYJUS       PIC X.
       01 W-HAYSPO       PIC X.
       01 W-HAYANT       PIC X.
       01 W-JUSTIF       PIC X.
       01 W-EXISTE       PIC X.

      *  DATOS DE LA SERIE EN CURSO
       01 W-SERIE        PIC X(02).
       01 W-SERDESC      PIC X(30).
       01 W-PARAM        PIC X(08).
       01 W-PROG1        PIC X(08).
       01 W-PROG2        PIC X(08).
       01 W-PROX         PIC 9(06).
       01 W-NUMERO       PIC 9(06).
       01 W-FH           PIC 9(14).
       01 W-ANTNUM       PIC 9(06).
       01 W-ANTFH        PIC 9(14).
       01 W-ANTFECHA     PIC X(10).
       01 W-ANTHORA      PIC X(08).
       01 W-HDESDE       PIC 9(06).
       01 W-HHASTA       PIC 9(06).
       01 W-FHDESDE      PIC 9(14).
       01 W-FHHASTA      PIC 9(14).
       01 W-NRO          PIC 9(07).
       01 W-RUNDESDE     PIC 9(06).
       01 W-RUNHASTA     PIC 9(06).
       01 W-FHAHORA      PIC 9(14).
       01 W-FECHAHOY     PIC 9(08).
       01 W-HOYTXT       PIC X(10).
       01 W-AHORATXT     PIC X(08).

      *  CONVERSION DD/MM/AAAA HH:MM:SS A AAAAMMDDHHMMSS
       01 W-FECHAX.
          03 W-FXDIA     PIC 9(02).
          03             PIC X(01).
          03 W-FXMES     PIC 9(02).
          03             PIC X(01).
          03 W-FXANIO    PIC 9(04).
       01 W-HORAX.
          03 W-HXHORA    PIC 9(02).
          03             PIC X(01).
          03 W-HXMIN     PIC 9(02).
          03             PIC X(01).
          03 W-HXSEG     PIC 9(02).
       01 W-FHCALC       PIC 9(14).
       01 W-FECHA8       PIC 9(08).
       01 W-FECHA8-R REDEFINES W-FECHA8.
          03 W-F8ANIO    PIC 9(04).
          03 W-F8MES     PIC 9(02).
          03 W-F8DIA     PIC 9(02).

      *  CONTADORES DE LA SERIE Y GENERALES
       01 W-LEIDOS       PIC 9(06).
       01 W-HUECOS       PIC 9(06).
       01 W-OBSERV       PIC 9(05).
       01 W-TOTLEIDOS    PIC 9(06).
       01 W-TOTHUECOS    PIC 9(06).
       01 W-TOTOBSERV    PIC 9(05).

      *  FOLIOS DEL LIBRO MATRIZ: NO SON CLAVE, SE
      *  CARGAN Y SE TOMAN DE MENOR A MAYOR
       01 TABLA-FOLIOS.
          03 TFO-ITEM OCCURS 5000 TIMES.
             05 TFO-FOLIO  PIC 9(06).
             05 TFO-FECHA  PIC 9(08).
             05 TFO-USADO  PIC X(01).
       01 TFO-USADOS     PIC 9(04).
       01 TFO-IND        PIC 9(04).
       01 TFO-FALTAN     PIC 9(04).
       01 TFO-EXCEDIDOS  PIC 9(05).
       01 W-MINFOL       PIC 9(06).
       01 W-MINFEC       PIC 9(08).
       01 W-MININD       PIC 9(04).

      *  JUSTIFICACION DE HUECOS
       01 W-JDESDE       PIC 9(06).
       01 W-JHASTA       PIC 9(06).
       01 W-JMOTIVO      PIC X(50).
       01 W-JGRABADOS    PIC 9(04).
       01 W-JYAESTABAN   PIC 9(04).

       01 SINO PIC X(001).

       LINKAGE SECTION.
       COPY "L-P40.CPY".
      ********************************************
       PROCEDURE DIVISION USING W40-MODO W40-OPERADOR.
      ********************************************
       UNION SECTION.
       INICIO.
           MOVE 0 TO RETURN-CODE.
           IF W40-MODO = "B"
              PERFORM 100-AUDITA-00 THRU 100-AUDITA-99
              GO TO FINAL-F
           END-IF.
       INICIO-10.
           DISPLAY " " ERASE
           MOVE "AUDITORIA DE NUMERADORES" TO W-TITULO-ENC.
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           PERFORM PANTALLAINICIO THRU PANTALLAINICIO-F.
           ACCEPT OPCION LINE 11 POSITION 10.

           IF OPCION = 1
              PERFORM 100-AUDITA-00 THRU 100-AUDITA-99
              GO TO INICIO-10
           END-IF.
           IF OPCION = 2
              PERFORM 500-JUSTIFICA-00 THRU 500-JUSTIFICA-99
              GO TO INICIO-10
           END-IF.
           IF OPCION = 9
              GO TO FINAL-F
           END-IF.

           ACCEPT SINO LINE 24 POSITION 80.
           GO TO INICIO-10.
       FINAL-F.
           EXIT PROGRAM.
           STOP RUN.

      ********************************************
      *  AUDITORIA: UNA SECCION DEL LISTADO POR
      *  SERIE Y EL TOTAL GENERAL
      ********************************************
       100-AUDITA-00.
           INITIALIZE W1-DATOS
           MOVE 2 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-NUMERICO TO W-FECHAHOY.
           INITIALIZE W1-DATOS
           MOVE 4 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:10) TO W-HOYTXT.
           INITIALIZE W1-DATOS
           MOVE 8 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:8) TO W-AHORATXT.
           MOVE W-HOYTXT   TO W-FECHAX
           MOVE W-AHORATXT TO W-HORAX
           PERFORM 800-FH-00 THRU 800-FH-99.
           MOVE W-FHCALC TO W-FHAHORA.
           IF W-FHAHORA = 0
              COMPUTE W-FHAHORA = W-FECHAHOY * 1000000 + 235959
           END-IF.

           IF W40-MODO NOT = "B"
              DISPLAY "AUDITANDO NUMERADORES..." LINE 14 POSITION 1
           END-IF.
           MOVE "N" TO W-HAYJUS.
           OPEN INPUT NUMJUS.
           IF ST-NUMJUS = "00"
              MOVE "S" TO W-HAYJUS
           END-IF.
           MOVE "N" TO W-HAYSPO.
           OPEN INPUT SPOOL.
           IF ST-SPOOL = "00"
              MOVE "S" TO W-HAYSPO
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE W-HOYTXT   TO LAT-FECHA
           MOVE W-AHORATXT TO LAT-HORA
           MOVE LINEA-AN-TIT TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE 0 TO W-TOTLEIDOS W-TOTHUECOS W-TOTOBSERV.

           MOVE "RE" TO W-SERIE
           PERFORM 150-INISERIE-00 THRU 150-INISERIE-99.
           PERFORM 200-RECIBOS-00 THRU 200-RECIBOS-99.
           PERFORM 190-FINSERIE-00 THRU 190-FINSERIE-99.
           MOVE "CE" TO W-SERIE
           PERFORM 150-INISERIE-00 THRU 150-INISERIE-99.
           PERFORM 210-CERTIF-00 THRU 210-CERTIF-99.
           PERFORM 190-FINSERIE-00 THRU 190-FINSERIE-99.
           MOVE "AC" TO W-SERIE
           PERFORM 150-INISERIE-00 THRU 150-INISERIE-99.
           PERFORM 220-ACTAS-00 THRU 220-ACTAS-99.
           PERFORM 190-FINSERIE-00 THRU 190-FINSERIE-99.
           MOVE "FO" TO W-SERIE
           PERFORM 150-INISERIE-00 THRU 150-INISERIE-99.
           PERFORM 230-FOLIOS-00 THRU 230-FOLIOS-99.
           PERFORM 190-FINSERIE-00 THRU 190-FINSERIE-99.
           MOVE "AU" TO W-SERIE
           PERFORM 150-INISERIE-00 THRU 150-INISERIE-99.
           PERFORM 240-AUTORIZA-00 THRU 240-AUTORIZA-99.
           PERFORM 190-FINSERIE-00 THRU 190-FINSERIE-99.

           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE "TOTAL GENERAL" TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-TOTLEIDOS TO LTO-LEIDOS
           MOVE W-TOTHUECOS TO LTO-HUECOS
           MOVE W-TOTOBSERV TO LTO-OBSERV
           MOVE LINEA-AN-TOT TO REG-LISTADO
           WRITE REG-LISTADO.
           CLOSE LISTADO.
           IF W-HAYSPO = "S"
              CLOSE SPOOL
           END-IF.
           IF W-HAYJUS = "S"
              CLOSE NUMJUS
           END-IF.

           INITIALIZE W15-DATOS
           MOVE "PROG-164" TO W15-PROGRAMA
           MOVE W40-OPERADOR TO W15-OPERADOR
           MOVE "LISTADO.DAT" TO W15-ORIGEN
           CALL "P15" USING W15-DATOS
           CANCEL "P15".

           INITIALIZE W14-DATOS
           MOVE "PROG-164"   TO W14-PROGRAMA
           MOVE W40-OPERADOR TO W14-OPERADOR
           IF W-TOTLEIDOS > 99999
              MOVE 99999 TO W14-PROCESADOS
           ELSE
              MOVE W-TOTLEIDOS TO W14-PROCESADOS
           END-IF
           MOVE W-TOTOBSERV  TO W14-RECHAZADOS
           MOVE "OK"         TO W14-ESTADO
           CALL "P14" USING W14-DATOS
           CANCEL "P14".

           IF W40-MODO NOT = "B"
              DISPLAY "NUMEROS LEIDOS        :" LINE 14 POSITION 1
              DISPLAY W-TOTLEIDOS              LINE 14 POSITION 25
              DISPLAY "NUMEROS EN HUECOS     :" LINE 15 POSITION 1
              DISPLAY W-TOTHUECOS              LINE 15 POSITION 25
              DISPLAY "OBSERVACIONES         :" LINE 16 POSITION 1
              DISPLAY W-TOTOBSERV              LINE 16 POSITION 25
              DISPLAY "INFORME ENVIADO AL SPOOL." LINE 18 POSITION 1
              ACCEPT SINO LINE 24 POSITION 80
           END-IF.
       100-AUDITA-99. EXIT.

      *  DATOS DE LA SERIE EN W-SERIE Y SU ENCABEZADO
       150-INISERIE-00.
           PERFORM 155-DATOSSERIE-00 THRU 155-DATOSSERIE-99.
           PERFORM 160-LEEPROX-00 THRU 160-LEEPROX-99.
           MOVE 0   TO W-ANTNUM W-ANTFH W-LEIDOS W-HUECOS W-OBSERV
           MOVE "N" TO W-HAYANT
           MOVE SPACES TO W-ANTFECHA W-ANTHORA.
           MOVE LINEA-RAYA TO REG-LISTADO
           WRITE REG-LISTADO.
           MOVE W-SERIE   TO LAS-SERIE
           MOVE W-SERDESC TO LAS-DESC
           MOVE W-PARAM   TO LAS-PARAM
           MOVE W-PROX    TO LAS-PROX
           MOVE LINEA-AN-SERIE TO REG-LISTADO
           WRITE REG-LISTADO.
       150-INISERIE-99. EXIT.

      *  DESCRIPCION, NUMERADOR Y PROGRAMAS EMISORES DE W-SERIE
       155-DATOSSERIE-00.
           MOVE SPACES TO W-PROG1 W-PROG2.
           IF W-SERIE = "RE"
              MOVE "RECIBOS"        TO W-SERDESC
              MOVE "PROXRECI"       TO W-PARAM
              MOVE "PROG-60"        TO W-PROG1
              MOVE "PROG-59"        TO W-PROG2
           END-IF.
           IF W-SERIE = "CE"
              MOVE "CERTIFICADOS"   TO W-SERDESC
              MOVE "PROXCERT"       TO W-PARAM
              MOVE "PROG-50"        TO W-PROG1
              MOVE "PROG-101"       TO W-PROG2
           END-IF.
           IF W-SERIE = "AC"
              MOVE "ACTAS DE EXAMEN" TO W-SERDESC
              MOVE "PROXACTA"       TO W-PARAM
           END-IF.
           IF W-SERIE = "FO"
              MOVE "FOLIOS DEL LIBRO MATRIZ" TO W-SERDESC
              MOVE "PROXFOLI"       TO W-PARAM
           END-IF.
           IF W-SERIE = "AU"
              MOVE "AUTORIZACIONES" TO W-SERDESC
              MOVE "PROXAUTO"       TO W-PARAM
           END-IF.
       155-DATOSSERIE-99. EXIT.

      *  VALOR DEL NUMERADOR (EL PROXIMO A USAR); 0 SI NO EXISTE
       160-LEEPROX-00.
           MOVE 0 TO W-PROX
           INITIALIZE W16-DATOS
           MOVE 1 TO W16-OPCION
           MOVE W-PARAM TO W16-CODIGO
           CALL "P16" USING W16-DATOS
           CANCEL "P16"
           IF W16-RESULT = "S"
              MOVE W16-VALORNUM TO W-PROX
           END-IF.
       160-LEEPROX-99. EXIT.

      *  HUECO FINAL HASTA EL NUMERADOR Y TOTALES DE LA SERIE
       190-FINSERIE-00.
           IF (W-PROX > 1) AND (W-ANTNUM < W-PROX - 1)
              COMPUTE W-HDESDE = W-ANTNUM + 1
              COMPUTE W-HHASTA = W-PROX - 1
              MOVE W-ANTFH   TO W-FHDESDE
              MOVE W-FHAHORA TO W-FHHASTA
              PERFORM 400-HUECO-00 THRU 400-HUECO-99
           END-IF.
           MOVE W-LEIDOS TO LTO-LEIDOS
           MOVE W-HUECOS TO LTO-HUECOS
           MOVE W-OBSERV TO LTO-OBSERV
           MOVE LINEA-AN-TOT TO REG-LISTADO
           WRITE REG-LISTADO.
           ADD W-LEIDOS TO W-TOTLEIDOS
           ADD W-HUECOS TO W-TOTHUECOS
           ADD W-OBSERV TO W-TOTOBSERV.
       190-FINSERIE-99. EXIT.

       200-RECIBOS-00.
           OPEN INPUT RECREG.
           IF ST-RECREG NOT = "00"
              PERFORM 180-SINARCHIVO-00 THRU 180-SINARCHIVO-99
              GO TO 200-RECIBOS-99
           END-IF.
       200-RECIBOS-10.
           READ RECREG NEXT AT END
                GO TO 200-RECIBOS-90
           END-READ.
           MOVE REC-NUMERO TO W-NUMERO
           MOVE REC-FECHA  TO W-FECHAX
           MOVE REC-HORA   TO W-HORAX
           PERFORM 800-FH-00 THRU 800-FH-99.
           MOVE W-FHCALC TO W-FH
           PERFORM 300-NUMERO-00 THRU 300-NUMERO-99.
           GO TO 200-RECIBOS-10.
       200-RECIBOS-90.
           CLOSE RECREG.
       200-RECIBOS-99. EXIT.

       210-CERTIF-00.
           OPEN INPUT CERTREG.
           IF ST-CERTREG NOT = "00"
              PERFORM 180-SINARCHIVO-00 THRU 180-SINARCHIVO-99
              GO TO 210-CERTIF-99
           END-IF.
       210-CERTIF-10.
           READ CERTREG NEXT AT END
                GO TO 210-CERTIF-90
           END-READ.
           MOVE CER-NUMERO TO W-NUMERO
           MOVE CER-FECHA  TO W-FECHAX
           MOVE CER-HORA   TO W-HORAX
           PERFORM 800-FH-00 THRU 800-FH-99.
           MOVE W-FHCALC TO W-FH
           PERFORM 300-NUMERO-00 THRU 300-NUMERO-99.
           GO TO 210-CERTIF-10.
       210-CERTIF-90.
           CLOSE CERTREG.
       210-CERTIF-99. EXIT.

       220-ACTAS-00.
           OPEN INPUT ACTAS.
           IF ST-ACTAS NOT = "00"
              PERFORM 180-SINARCHIVO-00 THRU 180-SINARCHIVO-99
              GO TO 220-ACTAS-99
           END-IF.
       220-ACTAS-10.
           READ ACTAS NEXT AT END
                GO TO 220-ACTAS-90
           END-READ.
           MOVE ACT-FOLIO TO W-NUMERO
           MOVE ACT-FECHA TO W-FECHAX
           MOVE ACT-HORA  TO W-HORAX
           PERFORM 800-FH-00 THRU 800-FH-99.
           MOVE W-FHCALC TO W-FH
           PERFORM 300-NUMERO-00 THRU 300-NUMERO-99.
           GO TO 220-ACTAS-10.
       220-ACTAS-90.
           CLOSE ACTAS.
       220-ACTAS-99. EXIT.

      *  LOS FOLIOS SE CARGAN EN LA TABLA Y SE TOMAN DE
      *  MENOR A MAYOR (A IGUAL FOLIO, EL DE FECHA MENOR);
      *  LA FECHA ES LA DE LA INSCRIPCION, QUE ES EL ORDEN
      *  EN QUE PROG-108 FOLIA
       230-FOLIOS-00.
           OPEN INPUT INSCRIPCIONES.
           IF ST-INSCRIP NOT = "00"
              PERFORM 180-SINARCHIVO-00 THRU 180-SINARCHIVO-99
              GO TO 230-FOLIOS-99
           END-IF.
           MOVE 0 TO TFO-USADOS TFO-EXCEDIDOS.
       230-FOLIOS-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 230-FOLIOS-20
           END-READ.
           IF INS-FOLIO = 0
              GO TO 230-FOLIOS-10
           END-IF.
           IF TFO-USADOS < 5000
              ADD 1 TO TFO-USADOS
              MOVE INS-FOLIO TO TFO-FOLIO (TFO-USADOS)
              MOVE INS-FECHA TO TFO-FECHA (TFO-USADOS)
              MOVE "N"       TO TFO-USADO (TFO-USADOS)
           ELSE
              ADD 1 TO TFO-EXCEDIDOS
           END-IF.
           GO TO 230-FOLIOS-10.
       230-FOLIOS-20.
           CLOSE INSCRIPCIONES.
           IF TFO-EXCEDIDOS > 0
              MOVE "FO"           TO LAD-SERIE
              MOVE "AVISO"        TO LAD-TIPO
              MOVE SPACES         TO LAD-GUION LAD-HASTAX
              MOVE TFO-EXCEDIDOS  TO LAD-DESDE
              MOVE "FOLIOS FUERA DE LA TABLA: NO SE AUDITARON"
                                  TO LAD-DETALLE
              MOVE LINEA-AN-DET TO REG-LISTADO
              WRITE REG-LISTADO
              ADD 1 TO W-OBSERV
           END-IF.
           MOVE TFO-USADOS TO TFO-FALTAN.
       230-FOLIOS-30.
           IF TFO-FALTAN = 0
              GO TO 230-FOLIOS-99
           END-IF.
           MOVE 999999   TO W-MINFOL
           MOVE 99999999 TO W-MINFEC
           MOVE 0 TO W-MININD
           MOVE 1 TO TFO-IND.
       230-FOLIOS-40.
           IF TFO-IND > TFO-USADOS
              GO TO 230-FOLIOS-50
           END-IF.
           IF TFO-USADO (TFO-IND) = "N"
              IF (TFO-FOLIO (TFO-IND) < W-MINFOL) OR
                 ((TFO-FOLIO (TFO-IND) = W-MINFOL) AND
                  (TFO-FECHA (TFO-IND) < W-MINFEC))
                 MOVE TFO-FOLIO (TFO-IND) TO W-MINFOL
                 MOVE TFO-FECHA (TFO-IND) TO W-MINFEC
                 MOVE TFO-IND TO W-MININD
              END-IF
           END-IF.
           ADD 1 TO TFO-IND
           GO TO 230-FOLIOS-40.
       230-FOLIOS-50.
           IF W-MININD = 0
              GO TO 230-FOLIOS-99
           END-IF.
           MOVE "S" TO TFO-USADO (W-MININD)
           SUBTRACT 1 FROM TFO-FALTAN
           MOVE W-MINFOL TO W-NUMERO
           MOVE W-MINFEC TO W-FECHA8
           MOVE SPACES   TO W-FECHAX W-HORAX
           MOVE "/"      TO W-FECHAX (3:1) W-FECHAX (6:1)
           MOVE W-F8DIA  TO W-FXDIA
           MOVE W-F8MES  TO W-FXMES
           MOVE W-F8ANIO TO W-FXANIO
           COMPUTE W-FH = W-MINFEC * 1000000
           PERFORM 300-NUMERO-00 THRU 300-NUMERO-99.
           GO TO 230-FOLIOS-30.
       230-FOLIOS-99. EXIT.

       240-AUTORIZA-00.
           OPEN INPUT AUTORIZA.
           IF ST-AUTORIZA NOT = "00"
              PERFORM 180-SINARCHIVO-00 THRU 180-SINARCHIVO-99
              GO TO 240-AUTORIZA-99
           END-IF.
       240-AUTORIZA-10.
           READ AUTORIZA NEXT AT END
                GO TO 240-AUTORIZA-90
           END-READ.
           MOVE AUT-NUMERO TO W-NUMERO
           MOVE AUT-FECHA  TO W-FECHAX
           MOVE AUT-HORA   TO W-HORAX
           PERFORM 800-FH-00 THRU 800-FH-99.
           MOVE W-FHCALC TO W-FH
           PERFORM 300-NUMERO-00 THRU 300-NUMERO-99.
           GO TO 240-AUTORIZA-10.
       240-AUTORIZA-90.
           CLOSE AUTORIZA.
       240-AUTORIZA-99. EXIT.

      *  EL REGISTRO DE LA SERIE NO EXISTE: SI EL NUMERADOR YA
      *  AVANZO, TODO LO EMITIDO QUEDA COMO HUECO EN EL CIERRE
       180-SINARCHIVO-00.
           MOVE W-SERIE  TO LAD-SERIE
           MOVE "AVISO"  TO LAD-TIPO
           MOVE 0        TO LAD-DESDE
           MOVE SPACES   TO LAD-GUION LAD-HASTAX
           MOVE "EL ARCHIVO DE LA SERIE NO EXISTE" TO LAD-DETALLE
           MOVE LINEA-AN-DET TO REG-LISTADO
           WRITE REG-LISTADO.
       180-SINARCHIVO-99. EXIT.

      ********************************************
      *  CONTROLES DE UN NUMERO CONTRA EL ANTERIOR
      *  DE LA SERIE (LLEGAN EN ORDEN ASCENDENTE)
      ********************************************
       300-NUMERO-00.
           ADD 1 TO W-LEIDOS.
           IF (W-HAYANT = "S") AND (W-NUMERO = W-ANTNUM)
              MOVE W-SERIE     TO LAD-SERIE
              MOVE "DUPLICADO" TO LAD-TIPO
              MOVE W-NUMERO    TO LAD-DESDE
              MOVE SPACES      TO LAD-GUION LAD-HASTAX
              MOVE W-FECHAX    TO LAD-DETALLE
              MOVE LINEA-AN-DET TO REG-LISTADO
              WRITE REG-LISTADO
              ADD 1 TO W-OBSERV
              GO TO 300-NUMERO-99
           END-IF.
           IF W-NUMERO > W-ANTNUM + 1
              COMPUTE W-HDESDE = W-ANTNUM + 1
              COMPUTE W-HHASTA = W-NUMERO - 1
              MOVE W-ANTFH TO W-FHDESDE
              MOVE W-FH    TO W-FHHASTA
              PERFORM 400-HUECO-00 THRU 400-HUECO-99
           END-IF.
           IF (W-PROX > 0) AND (W-NUMERO NOT < W-PROX)
              MOVE W-SERIE      TO LAD-SERIE
              MOVE "SOBRE NUMER." TO LAD-TIPO
              MOVE W-NUMERO     TO LAD-DESDE
              MOVE SPACES       TO LAD-GUION LAD-HASTAX
              MOVE W-PROX       TO DEN-PROX
              MOVE DET-ENCIMA   TO LAD-DETALLE
              MOVE LINEA-AN-DET TO REG-LISTADO
              WRITE REG-LISTADO
              ADD 1 TO W-OBSERV
           END-IF.
           IF (W-HAYANT = "S") AND (W-FH > 0) AND (W-ANTFH > 0)
                               AND (W-FH < W-ANTFH)
              MOVE W-SERIE      TO LAD-SERIE
              MOVE "FUERA ORDEN" TO LAD-TIPO
              MOVE W-NUMERO     TO LAD-DESDE
              MOVE SPACES       TO LAD-GUION LAD-HASTAX
              MOVE W-ANTNUM     TO DOR-NUMERO
              MOVE W-ANTFECHA   TO DOR-FECHA
              MOVE W-ANTHORA    TO DOR-HORA
              MOVE DET-ORDEN    TO LAD-DETALLE
              MOVE LINEA-AN-DET TO REG-LISTADO
              WRITE REG-LISTADO
              ADD 1 TO W-OBSERV
           END-IF.
           MOVE "S"      TO W-HAYANT
           MOVE W-NUMERO TO W-ANTNUM
           IF W-FH > 0
              MOVE W-FH     TO W-ANTFH
              MOVE W-FECHAX TO W-ANTFECHA
              MOVE W-HORAX  TO W-ANTHORA
           END-IF.
       300-NUMERO-99. EXIT.

      ********************************************
      *  HUECO W-HDESDE A W-HHASTA: SE SALTEAN LOS
      *  NUMEROS JUSTIFICADOS Y LOS QUE QUEDAN SE
      *  INFORMAN EN TRAMOS CONSECUTIVOS
      ********************************************
       400-HUECO-00.
           MOVE SPACES TO DHU-SPOOL.
           IF (W-PROG1 NOT = SPACES) AND (W-HAYSPO = "S")
              PERFORM 450-SPOOL-00 THRU 450-SPOOL-99
           END-IF.
           MOVE W-HDESDE TO W-NRO
           MOVE 0 TO W-RUNDESDE W-RUNHASTA.
       400-HUECO-10.
           IF W-NRO > W-HHASTA
              GO TO 400-HUECO-80
           END-IF.
           MOVE "N" TO W-JUSTIF.
           IF W-HAYJUS = "S"
              MOVE W-SERIE TO JUS-SERIE
              MOVE W-NRO   TO JUS-NUMERO
              READ NUMJUS KEY IS JUS-CLAVE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "S" TO W-JUSTIF
              END-READ
           END-IF.
           IF W-JUSTIF = "S"
              IF W-RUNDESDE > 0
                 PERFORM 410-TRAMO-00 THRU 410-TRAMO-99
                 MOVE 0 TO W-RUNDESDE
              END-IF
           ELSE
              IF W-RUNDESDE = 0
                 MOVE W-NRO TO W-RUNDESDE
              END-IF
              MOVE W-NRO TO W-RUNHASTA
           END-IF.
           ADD 1 TO W-NRO
           GO TO 400-HUECO-10.
       400-HUECO-80.
           IF W-RUNDESDE > 0
              PERFORM 410-TRAMO-00 THRU 410-TRAMO-99
           END-IF.
       400-HUECO-99. EXIT.

       410-TRAMO-00.
           MOVE W-SERIE    TO LAD-SERIE
           MOVE "HUECO"    TO LAD-TIPO
           MOVE W-RUNDESDE TO LAD-DESDE
           MOVE " A "      TO LAD-GUION
           MOVE W-RUNHASTA TO LAD-HASTA
           COMPUTE DHU-CANT = W-RUNHASTA - W-RUNDESDE + 1
           MOVE DET-HUECO  TO LAD-DETALLE
           MOVE LINEA-AN-DET TO REG-LISTADO
           WRITE REG-LISTADO.
           COMPUTE W-HUECOS = W-HUECOS + W-RUNHASTA - W-RUNDESDE + 1
           ADD 1 TO W-OBSERV.
       410-TRAMO-99. EXIT.

      *  PRIMER LISTADO DE LOS PROGRAMAS EMISORES DE LA SERIE
      *  GENERADO ENTRE LOS DOS NUMEROS VECINOS DEL HUECO
       450-SPOOL-00.
           MOVE "SPOOL: SIN EMISION EN EL INTERVALO" TO DHU-SPOOL
           MOVE 0 TO SPO-NUMERO
           START SPOOL KEY IS NOT LESS SPO-NUMERO
              INVALID KEY
                 GO TO 450-SPOOL-99
           END-START.
       450-SPOOL-10.
           READ SPOOL NEXT AT END
                GO TO 450-SPOOL-99
           END-READ.
           IF (SPO-PROGRAMA NOT = W-PROG1) AND
              (SPO-PROGRAMA NOT = W-PROG2)
              GO TO 450-SPOOL-10
           END-IF.
           MOVE SPO-FECHA TO W-FECHAX
           MOVE SPO-HORA  TO W-HORAX
           PERFORM 800-FH-00 THRU 800-FH-99.
           IF (W-FHCALC > W-FHDESDE) AND (W-FHCALC < W-FHHASTA)
              MOVE SPACES TO DHU-SPOOL
              STRING "SPOOL: " DELIMITED BY SIZE
                     SPO-PROGRAMA DELIMITED BY " "
                     " " DELIMITED BY SIZE
                     SPO-NOMBRE DELIMITED BY " "
                     INTO DHU-SPOOL
              GO TO 450-SPOOL-99
           END-IF.
           GO TO 450-SPOOL-10.
       450-SPOOL-99. EXIT.

      ********************************************
      *  JUSTIFICACION DE HUECOS: SOLO UN
      *  SUPERVISOR. SE JUSTIFICA UN TRAMO DE
      *  NUMEROS QUE DEBE ESTAR EMITIDO (MENOR AL
      *  NUMERADOR) Y SIN NINGUN REGISTRO
      ********************************************
       500-JUSTIFICA-00.
           DISPLAY " " ERASE
           MOVE "JUSTIFICACION DE HUECOS DE NUMERACION" TO
                W-TITULO-ENC
           PERFORM ENCABEZADO THRU ENCABEZADO-F.
           OPEN INPUT OPERADORES.
           IF ST-OPERADORES = "00"
              MOVE W40-OPERADOR TO OPE-CODIGO
              READ OPERADORES KEY IS OPE-CODIGO
                 INVALID KEY
                    MOVE "J" TO OPE-NIVEL
              END-READ
              CLOSE OPERADORES
              IF NOT OPE-SUPERVISOR
                 MOVE "SOLO UN SUPERVISOR JUSTIFICA HUECOS." TO
                      M-ERROR
                 PERFORM ERRORES THRU ERRORES-F
                 GO TO 500-JUSTIFICA-99
              END-IF
           END-IF.
           DISPLAY "SERIE (RE/CE/AC/FO/AU):" LINE 5 POSITION 1.
           DISPLAY "DESDE NUMERO          :" LINE 6 POSITION 1.
           DISPLAY "HASTA NUMERO          :" LINE 7 POSITION 1.
           DISPLAY "MOTIVO                :" LINE 8 POSITION 1.
           MOVE SPACES TO W-SERIE.
           ACCEPT W-SERIE LINE 5 POSITION 25.
           IF (W-SERIE NOT = "RE") AND (W-SERIE NOT = "CE") AND
              (W-SERIE NOT = "AC") AND (W-SERIE NOT = "FO") AND
              (W-SERIE NOT = "AU")
              MOVE "SERIE INVALIDA." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-JUSTIFICA-99
           END-IF.
           PERFORM 155-DATOSSERIE-00 THRU 155-DATOSSERIE-99.
           DISPLAY W-SERDESC LINE 5 POSITION 30.
           MOVE 0 TO W-JDESDE W-JHASTA.
           ACCEPT W-JDESDE LINE 6 POSITION 25.
           ACCEPT W-JHASTA LINE 7 POSITION 25.
           IF W-JHASTA = 0
              MOVE W-JDESDE TO W-JHASTA
           END-IF.
           IF (W-JDESDE = 0) OR (W-JHASTA < W-JDESDE)
              MOVE "RANGO DE NUMEROS INVALIDO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-JUSTIFICA-99
           END-IF.
           IF W-JHASTA - W-JDESDE > 999
              MOVE "SE JUSTIFICAN HASTA 1000 NUMEROS POR VEZ." TO
                   M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-JUSTIFICA-99
           END-IF.
           PERFORM 160-LEEPROX-00 THRU 160-LEEPROX-99.
           IF W-JHASTA NOT < W-PROX
              MOVE "EL NUMERO TODAVIA NO FUE EMITIDO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-JUSTIFICA-99
           END-IF.
           PERFORM 520-EXISTE-00 THRU 520-EXISTE-99.
           IF W-EXISTE = "S"
              MOVE "HAY NUMEROS DEL RANGO CON REGISTRO: NO ES HUECO."
                   TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-JUSTIFICA-99
           END-IF.
           MOVE SPACES TO W-JMOTIVO.
           ACCEPT W-JMOTIVO LINE 8 POSITION 25.
           IF W-JMOTIVO = SPACES
              MOVE "EL MOTIVO ES OBLIGATORIO." TO M-ERROR
              PERFORM ERRORES THRU ERRORES-F
              GO TO 500-JUSTIFICA-99
           END-IF.
           DISPLAY "CONFIRMA? (S/N):" LINE 10 POSITION 1.
           ACCEPT SINO LINE 10 POSITION 18.
           IF SINO NOT = "S"
              GO TO 500-JUSTIFICA-99
           END-IF.

           OPEN I-O NUMJUS.
           IF ST-NUMJUS = "35"
              OPEN OUTPUT NUMJUS
              CLOSE NUMJUS
              OPEN I-O NUMJUS
           END-IF.
           INITIALIZE W1-DATOS
           MOVE 4 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:10) TO W-HOYTXT.
           INITIALIZE W1-DATOS
           MOVE 8 TO W1-OPCION
           CALL "P11" USING W1-DATOS
           CANCEL "P11"
           MOVE W1-DESCRIPCION(1:8) TO W-AHORATXT.
           MOVE 0 TO W-JGRABADOS W-JYAESTABAN.
           MOVE W-JDESDE TO W-NRO.
       500-JUSTIFICA-10.
           IF W-NRO > W-JHASTA
              GO TO 500-JUSTIFICA-90
           END-IF.
           MOVE W-SERIE      TO JUS-SERIE
           MOVE W-NRO        TO JUS-NUMERO
           MOVE W-HOYTXT     TO JUS-FECHA
           MOVE W-AHORATXT   TO JUS-HORA
           MOVE W40-OPERADOR TO JUS-SUPERVISOR
           MOVE W-JMOTIVO    TO JUS-MOTIVO
           WRITE REG-NUMJUS
              INVALID KEY
                 ADD 1 TO W-JYAESTABAN
              NOT INVALID KEY
                 ADD 1 TO W-JGRABADOS
                 INITIALIZE W13-DATOS
                 MOVE W40-OPERADOR TO W13-OPERADOR
                 MOVE "NUMJUS"     TO W13-ARCHIVO
                 MOVE "A"          TO W13-OPERACION
                 MOVE SPACES       TO W13-ANTES
                 MOVE REG-NUMJUS   TO W13-DESPUES
                 CALL "P13" USING W13-DATOS
                 CANCEL "P13"
           END-WRITE.
           ADD 1 TO W-NRO
           GO TO 500-JUSTIFICA-10.
       500-JUSTIFICA-90.
           CLOSE NUMJUS.
           DISPLAY "NUMEROS JUSTIFICADOS  :" LINE 12 POSITION 1.
           DISPLAY W-JGRABADOS              LINE 12 POSITION 25.
           DISPLAY "YA ESTABAN JUSTIFICADOS:" LINE 13 POSITION 1.
           DISPLAY W-JYAESTABAN             LINE 13 POSITION 25.
           ACCEPT SINO LINE 24 POSITION 80.
       500-JUSTIFICA-99. EXIT.

      *  W-EXISTE = "S" SI ALGUN NUMERO DEL RANGO TIENE REGISTRO
       520-EXISTE-00.
           MOVE "N" TO W-EXISTE.
           IF W-SERIE = "RE"
              OPEN INPUT RECREG
              IF ST-RECREG = "00"
                 MOVE W-JDESDE TO REC-NUMERO
                 START RECREG KEY IS NOT LESS REC-NUMERO
                    INVALID KEY
                       MOVE 999999 TO REC-NUMERO
                    NOT INVALID KEY
                       READ RECREG NEXT AT END
                            MOVE 999999 TO REC-NUMERO
                       END-READ
                 END-START
                 IF REC-NUMERO NOT > W-JHASTA
                    MOVE "S" TO W-EXISTE
                 END-IF
                 CLOSE RECREG
              END-IF
           END-IF.
           IF W-SERIE = "CE"
              OPEN INPUT CERTREG
              IF ST-CERTREG = "00"
                 MOVE W-JDESDE TO CER-NUMERO
                 START CERTREG KEY IS NOT LESS CER-NUMERO
                    INVALID KEY
                       MOVE 999999 TO CER-NUMERO
                    NOT INVALID KEY
                       READ CERTREG NEXT AT END
                            MOVE 999999 TO CER-NUMERO
                       END-READ
                 END-START
                 IF CER-NUMERO NOT > W-JHASTA
                    MOVE "S" TO W-EXISTE
                 END-IF
                 CLOSE CERTREG
              END-IF
           END-IF.
           IF W-SERIE = "AC"
              OPEN INPUT ACTAS
              IF ST-ACTAS = "00"
                 MOVE W-JDESDE TO ACT-FOLIO
                 START ACTAS KEY IS NOT LESS ACT-FOLIO
                    INVALID KEY
                       MOVE 999999 TO ACT-FOLIO
                    NOT INVALID KEY
                       READ ACTAS NEXT AT END
                            MOVE 999999 TO ACT-FOLIO
                       END-READ
                 END-START
                 IF ACT-FOLIO NOT > W-JHASTA
                    MOVE "S" TO W-EXISTE
                 END-IF
                 CLOSE ACTAS
              END-IF
           END-IF.
           IF W-SERIE = "AU"
              OPEN INPUT AUTORIZA
              IF ST-AUTORIZA = "00"
                 MOVE W-JDESDE TO AUT-NUMERO
                 START AUTORIZA KEY IS NOT LESS AUT-NUMERO
                    INVALID KEY
                       MOVE 999999 TO AUT-NUMERO
                    NOT INVALID KEY
                       READ AUTORIZA NEXT AT END
                            MOVE 999999 TO AUT-NUMERO
                       END-READ
                 END-START
                 IF AUT-NUMERO NOT > W-JHASTA
                    MOVE "S" TO W-EXISTE
                 END-IF
                 CLOSE AUTORIZA
              END-IF
           END-IF.
           IF W-SERIE = "FO"
              PERFORM 530-FOLIO-00 THRU 530-FOLIO-99
           END-IF.
       520-EXISTE-99. EXIT.

      *  LOS FOLIOS NO SON CLAVE: SE RECORRE INSCRIPCIONES
       530-FOLIO-00.
           OPEN INPUT INSCRIPCIONES.
           IF ST-INSCRIP NOT = "00"
              GO TO 530-FOLIO-99
           END-IF.
       530-FOLIO-10.
           READ INSCRIPCIONES NEXT AT END
                GO TO 530-FOLIO-90
           END-READ.
           IF (INS-FOLIO NOT < W-JDESDE) AND (INS-FOLIO NOT > W-JHASTA)
              MOVE "S" TO W-EXISTE
              GO TO 530-FOLIO-90
           END-IF.
           GO TO 530-FOLIO-10.
       530-FOLIO-90.
           CLOSE INSCRIPCIONES.
       530-FOLIO-99. EXIT.

      *  DD/MM/AAAA (W-FECHAX) Y HH:MM:SS (W-HORAX) A
      *  AAAAMMDDHHMMSS EN W-FHCALC; 0 SI LA FECHA NO ES VALIDA
       800-FH-00.
           MOVE 0 TO W-FHCALC.
           IF (W-FXDIA NOT NUMERIC) OR (W-FXMES NOT NUMERIC) OR
              (W-FXANIO NOT NUMERIC)
              GO TO 800-FH-99
           END-IF.
           COMPUTE W-FHCALC = W-FXANIO * 10000000000
                            + W-FXMES * 100000000
                            + W-FXDIA * 1000000.
           IF (W-HXHORA NUMERIC) AND (W-HXMIN NUMERIC) AND
              (W-HXSEG NUMERIC)
              COMPUTE W-FHCALC = W-FHCALC + W-HXHORA * 10000
                               + W-HXMIN * 100 + W-HXSEG
           END-IF.
       800-FH-99. EXIT.

       PANTALLAINICIO.
           DISPLAY "1-EJECUTAR LA AUDITORIA           " LINE 5
                      POSITION 1.
           DISPLAY "2-JUSTIFICAR HUECOS (SUPERVISOR)  " LINE 6
                      POSITION 1.
           DISPLAY "9-SALIR                           " LINE 10
                      POSITION 1.
           DISPLAY "OPCION:"                            LINE 11
                      POSITION 1.
       PANTALLAINICIO-F. EXIT.

       ENCABEZADO.
           DISPLAY "EMPRESA UNION S.A."  LINE 1 POSITION 1.
           INITIALIZE W1-DATOS.
           MOVE 3 TO W1-OPCION.
           CALL "P11" USING W1-DATOS.
           CANCEL "P11".
           DISPLAY W1-DESCRIPCION        LINE 1 POSITION 70
           DISPLAY W-TITULO-ENC          LINE 2 POSITION 1.
           INITIALIZE W1-DATOS.
           MOVE 8 TO W1-OPCION.
           CALL "P11" USING W1-DATOS.
           CANCEL "P11".
           DISPLAY W1-DESCRIPCION        LINE 2 POSITION 70.
       ENCABEZADO-F. EXIT.

       ERRORES.
           DISPLAY M-ERROR LINE 24 POSITION 1.
           ACCEPT SINO LINE 24 POSITION 80.
           INITIALIZE M-ERROR.
           DISPLAY M-ERROR LINE 24 POSITION 1.
       ERRORES-F. EXIT.
